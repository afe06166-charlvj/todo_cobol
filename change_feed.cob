        >> SOURCE FORMAT IS FREE

identification division.
program-id. change_feed.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select journal-file assign to journal-file-name
       organization is indexed
          access mode is dynamic
          record key is journal-id
          file status is journal-file-status.
      select event-file assign to event-file-name
       organization is sequential
          file status is event-file-status.
      select state-file assign to state-file-name
       organization is line sequential
          file status is state-file-status.
      select pending-file assign to pending-file-name
       organization is line sequential
          file status is pending-file-status.
      select ack-file assign to ack-file-name
       organization is line sequential
          file status is ack-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.

file section.
fd audit-file.
copy cp_audit_defs.

fd journal-file.
copy cp_journal_defs replacing ==:prefix:== by == ==.

fd event-file.
copy cp_event_defs replacing ==:prefix:== by == ==.

fd state-file.
01 state-line pic X(60).

fd pending-file.
01 pending-line pic X(60).

fd ack-file.
01 ack-line pic X(40).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==bf-==.
copy cp_task_defs replacing ==:prefix:== by ==af-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.

01 audit-file-status pic 99.
01 journal-file-status pic 99.
01 event-file-status pic 99.
01 state-file-status pic 99.
01 pending-file-status pic 99.
01 ack-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 audit-file-name pic X(60).
01 journal-file-name pic X(60).
01 event-file-name pic X(60).
01 state-file-name pic X(60).
01 pending-file-name pic X(60).
01 ack-file-name pic X(60).
01 project-registry-name pic X(60).
01 delete-status pic S9(9) comp-5.
01 run-stamp pic 9(14).

*> the high-water marks: what the receiving side has acknowledged
*> (change-feed.state) and what the batch now out would move them
*> to once it is acknowledged (change-feed.pending)
01 feed-mark.
      05 fm-audit-stamp pic 9(14).
      05 filler pic X value space.
      05 fm-audit-count pic 9(6).
      05 filler pic X value space.
      05 fm-journal-id pic 9(6).
      05 filler pic X value space.
      05 fm-last-seq pic 9(9).
      05 filler pic X value space.
      05 fm-batch-no pic 9(6).
01 committed-mark pic X(60).
01 pending-mark pic X(60).
01 pending-batch-no pic 9(6) value 0.
01 ack-batch-no pic 9(6).
01 batch-was-pending pic X value 'N'.
    88 batch-is-resend value 'Y'.

01 new-audit-stamp pic 9(14).
01 new-audit-count pic 9(6).
01 new-journal-id pic 9(6).
01 seen-at-stamp pic 9(6).

*> TASK audit lines past the mark, oldest first
01 audit-table.
      05 audit-entry occurs 5000 times.
            10 at-task-id pic 9(7).
            10 at-action pic X(10).
            10 at-stamp pic 9(14).
            10 at-user pic X(20).
01 audit-count pic 9(4) value 0.
01 audit-idx pic 9(4).
01 audit-over pic X value 'N'.
    88 audit-was-capped value 'Y'.

*> journal prior images past the mark, in id (= time) order
01 journal-table.
      05 journal-entry occurs 5000 times.
            10 jt-id pic 9(6).
            10 jt-task-id pic 9(7).
            10 jt-stamp pic 9(14).
            10 jt-source pic X(80).
            10 jt-image pic X(202).
            10 jt-paired pic X(1).
01 journal-count pic 9(4) value 0.
01 journal-idx pic 9(4).
01 journal-next-idx pic 9(4).
01 journal-over pic X value 'N'.
    88 journal-was-capped value 'Y'.

01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 probe-file-name pic X(80).
01 live-found pic X.
    88 live-task-found value 'Y'.
01 event-restricted pic X value 'N'.
    88 event-is-restricted value 'Y'.
01 image-found pic X.
    88 after-image-found value 'Y'.

01 event-sequence pic 9(9).
01 first-sequence pic 9(9).
01 detail-count pic 9(9) value 0.
01 event-first-detail pic 9(9).
01 hash-total pic 9(15) value 0.
01 event-count pic 9(6) value 0.
01 field-name pic X(16).
01 before-text pic X(50).
01 after-text pic X(50).
01 hours-edit pic zz9.99.

*> ------------------------------------------------------------------
*> Interface program: the outbound change-event feed for the
*> reporting warehouse and the helpdesk.  Each run reads the TASK
*> lines of audit.log and the prior images in task-journal.data
*> past the acknowledged high-water mark and writes them, one
*> record per changed field with its before and after values, to
*> change-events.dat (layout in cp_event_defs) with a header and a
*> trailer carrying the record count and hash total.
*> The mark only moves when the receiving side acknowledges a batch
*> by dropping change-events.ack holding that batch's number (first
*> six characters).  Until then every run resends the batch - the
*> same batch number and sequence numbers - with any newer changes
*> on the end, so an unacknowledged batch is never lost.
*> The after-image of a journalled change is the task's next
*> journal image, or the live record when it is the latest.
*> The receivers are not users, so a private or group task's events
*> still go out but its description is sent as "(restricted)".
*> Usage:  change_feed
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadProjectTable.
    perform readMarks.
    perform checkAcknowledgement.

    move fm-last-seq to event-sequence.
    add 1 to fm-batch-no.
    compute first-sequence = fm-last-seq + 1.
    perform loadJournal.
    perform loadAudit.

    if audit-count = 0
        display "No task changes since batch " fm-batch-no
                " - nothing to send."
        stop run
    end-if.

    open output event-file.
    if event-file-status not = '00'
        display "Could not write " function trim(event-file-name)
                " - status " event-file-status
        move 8 to return-code
        stop run
    end-if.
    move spaces to event-rec.
    move 'H' to event-rec-type.
    move fm-batch-no to event-batch-no.
    move run-stamp to event-created-at.
    move first-sequence to event-first-seq.
    write event-rec.

    perform varying audit-idx from 1 by 1
            until audit-idx > audit-count
        perform writeOneEvent
    end-perform.
    *> with the audit lines cut short, the journal mark stops at the
    *> last image used so the rest pair up in a later batch
    if audit-was-capped
        move fm-journal-id to new-journal-id
        perform varying journal-idx from 1 by 1
                until journal-idx > journal-count
            if jt-paired(journal-idx) = 'Y'
                move jt-id(journal-idx) to new-journal-id
            end-if
        end-perform
    end-if.

    move spaces to event-rec.
    move 'T' to event-rec-type.
    move fm-batch-no to event-trailer-batch.
    move detail-count to event-record-count.
    move hash-total to event-hash-total.
    write event-rec.
    close event-file.

    perform writePendingMark.

    if batch-is-resend
        display "Batch " fm-batch-no " resent (still unacknowledged): "
                event-count " event(s), " detail-count " record(s)."
    else
        display "Batch " fm-batch-no ": " event-count " event(s), "
                detail-count " record(s), hash total " hash-total "."
    end-if.
    display "Written to " function trim(event-file-name)
            " - awaiting " function trim(ack-file-name) ".".
    if audit-was-capped or journal-was-capped
        display "More than 5000 changes are waiting - the rest go"
                " in the batch after this one is acknowledged."
    end-if.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-file-name.
    string data-dir delimited by spaces
            "/task-journal.data" delimited by size
            into journal-file-name.
    string data-dir delimited by spaces
            "/change-events.dat" delimited by size
            into event-file-name.
    string data-dir delimited by spaces
            "/change-events.ack" delimited by size
            into ack-file-name.
    string data-dir delimited by spaces
            "/change-feed.state" delimited by size
            into state-file-name.
    string data-dir delimited by spaces
            "/change-feed.pending" delimited by size
            into pending-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    move function current-date(1:14) to run-stamp.

loadProjectTable.
    move 1 to project-count.
    move 'default' to project-name-entry(1).
    open input project-registry-file.
    if project-registry-status not = '00'
        exit paragraph
    end-if.
    perform until project-registry-status not = '00'
        read project-registry-file next record
            at end move '10' to project-registry-status
            not at end
                if function trim(project-registry-line) not = spaces
                        and project-count < 50
                    add 1 to project-count
                    move project-registry-line
                            to project-name-entry(project-count)
                end-if
        end-read
    end-perform.
    close project-registry-file.

*> committed-mark from change-feed.state (zeros on the first run),
*> pending-mark from change-feed.pending when a batch is out
readMarks.
    move spaces to committed-mark, pending-mark.
    open input state-file.
    if state-file-status = '00'
        read state-file next record
            at end move spaces to state-line
            not at end move state-line to committed-mark
        end-read
        close state-file
    end-if.
    open input pending-file.
    if pending-file-status = '00'
        read pending-file next record
            at end move spaces to pending-line
            not at end move pending-line to pending-mark
        end-read
        close pending-file
    end-if.

    move committed-mark to feed-mark.
    if fm-audit-stamp is not numeric
        move 0 to fm-audit-stamp, fm-audit-count, fm-journal-id,
                fm-last-seq, fm-batch-no
        move feed-mark to committed-mark
    end-if.
    if pending-mark not = spaces
        move pending-mark to feed-mark
        if fm-batch-no is numeric
            move fm-batch-no to pending-batch-no
        end-if
        move committed-mark to feed-mark
    end-if.

*> a matching acknowledgement makes the pending batch's marks the
*> committed ones; anything else leaves the batch to be resent
checkAcknowledgement.
    if pending-batch-no = 0
        exit paragraph
    end-if.
    move 0 to ack-batch-no.
    open input ack-file.
    if ack-file-status = '00'
        read ack-file next record
            at end move spaces to ack-line
        end-read
        close ack-file
        if ack-line(1:6) is numeric
            move ack-line(1:6) to ack-batch-no
        end-if
    end-if.

    if ack-batch-no = pending-batch-no
        move pending-mark to feed-mark
        move pending-mark to committed-mark
        open output state-file
        move feed-mark to state-line
        write state-line
        close state-file
        call 'CBL_DELETE_FILE' using pending-file-name
            returning delete-status
        call 'CBL_DELETE_FILE' using ack-file-name
            returning delete-status
        display "Batch " pending-batch-no " acknowledged."
        exit paragraph
    end-if.

    move 'Y' to batch-was-pending.
    if ack-batch-no > 0
        display "WARNING: " function trim(ack-file-name)
                " acknowledges batch " ack-batch-no
                ", but batch " pending-batch-no " is the one out."
    end-if.

writePendingMark.
    move new-audit-stamp to fm-audit-stamp.
    move new-audit-count to fm-audit-count.
    move new-journal-id to fm-journal-id.
    move event-sequence to fm-last-seq.
    open output pending-file.
    move feed-mark to pending-line.
    write pending-line.
    close pending-file.

*> prior images past the mark; the file is closed again before any
*> live record is read through da_tasks, which journals itself
loadJournal.
    move fm-journal-id to new-journal-id.
    open input journal-file.
    if journal-file-status not = '00'
        exit paragraph
    end-if.
    move fm-journal-id to journal-id.
    start journal-file key is greater than journal-id
        invalid key move '10' to journal-file-status
    end-start.
    perform until journal-file-status not = '00'
        read journal-file next record
            at end move '10' to journal-file-status
            not at end
                if journal-count >= 5000
                    move 'Y' to journal-over
                    move '10' to journal-file-status
                else
                    add 1 to journal-count
                    move journal-id to jt-id(journal-count)
                    move journal-task-id to jt-task-id(journal-count)
                    move journal-at to jt-stamp(journal-count)
                    move journal-source to jt-source(journal-count)
                    move journal-prior-image to jt-image(journal-count)
                    move 'N' to jt-paired(journal-count)
                    move journal-id to new-journal-id
                end-if
        end-read
    end-perform.
    close journal-file.

*> TASK lines after the mark.  The mark is a time stamp plus how many
*> lines carrying that stamp were already sent, so it holds good when
*> compact_logs rolls the older lines away.
loadAudit.
    move fm-audit-stamp to new-audit-stamp.
    move fm-audit-count to new-audit-count.
    move 0 to seen-at-stamp.
    open input audit-file.
    if audit-file-status not = '00'
        exit paragraph
    end-if.
    perform until audit-file-status not = '00'
        read audit-file next record
            at end move '10' to audit-file-status
            not at end perform noteAuditLine
        end-read
    end-perform.
    close audit-file.

noteAuditLine.
    if audit-at is not numeric or audit-at < fm-audit-stamp
        exit paragraph
    end-if.
    if audit-at = fm-audit-stamp
        add 1 to seen-at-stamp
        if seen-at-stamp <= fm-audit-count
            exit paragraph
        end-if
    end-if.
    if audit-was-capped
        exit paragraph
    end-if.
    if audit-count >= 5000
        move 'Y' to audit-over
        exit paragraph
    end-if.

    if audit-at = new-audit-stamp
        add 1 to new-audit-count
    else
        move audit-at to new-audit-stamp
        move 1 to new-audit-count
    end-if.
    if audit-entity not = 'TASK'
        exit paragraph
    end-if.
    add 1 to audit-count.
    move audit-entity-id to at-task-id(audit-count).
    move audit-action to at-action(audit-count).
    move audit-at to at-stamp(audit-count).
    move audit-user to at-user(audit-count).

*> one audit line becomes one event: its field changes when a prior
*> image was journalled for it, otherwise the record as it now stands
writeOneEvent.
    add 1 to event-sequence.
    add 1 to event-count.
    *> an anonymous viewer sees public tasks only, which is the test
    move 'check' to ws-vis-action.
    move at-task-id(audit-idx) to ws-vis-task-id.
    move spaces to ws-vis-task-owner, ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
    if ws-vis-can-see
        move 'N' to event-restricted
    else
        move 'Y' to event-restricted
    end-if.
    move 0 to journal-idx.
    if at-action(audit-idx) not = 'CREATE'
            and at-action(audit-idx) not = 'RESTORE'
        perform findJournalImage
    end-if.

    if journal-idx = 0
        perform findLiveRecord
        move 'RECORD' to field-name
        move spaces to before-text, after-text
        if live-task-found
            move ws-task-description to after-text
        end-if
        if at-action(audit-idx) = 'DELETE'
            move after-text to before-text
            move spaces to after-text
        end-if
        perform writeDetail
        exit paragraph
    end-if.

    move jt-image(journal-idx) to bf-task-rec.
    perform findAfterImage.
    if at-action(audit-idx) = 'DELETE' or not after-image-found
        move 'RECORD' to field-name
        move bf-task-description to before-text
        move spaces to after-text
        perform writeDetail
        exit paragraph
    end-if.
    perform compareImages.

*> the oldest unpaired image of this task journalled no later than
*> the audit line (da_tasks journals first, then audits)
findJournalImage.
    perform varying journal-next-idx from 1 by 1
            until journal-next-idx > journal-count
        if jt-task-id(journal-next-idx) = at-task-id(audit-idx)
                and jt-paired(journal-next-idx) = 'N'
                and jt-stamp(journal-next-idx) <= at-stamp(audit-idx)
            move journal-next-idx to journal-idx
            move 'Y' to jt-paired(journal-idx)
            exit perform
        end-if
    end-perform.

*> af-task-rec: the task's next image in the same file, else the
*> live record
findAfterImage.
    move 'N' to image-found.
    perform varying journal-next-idx from journal-idx by 1
            until journal-next-idx >= journal-count
        if jt-task-id(journal-next-idx + 1) = jt-task-id(journal-idx)
                and jt-source(journal-next-idx + 1)
                    = jt-source(journal-idx)
            move jt-image(journal-next-idx + 1) to af-task-rec
            move 'Y' to image-found
            exit perform
        end-if
    end-perform.
    if after-image-found
        exit paragraph
    end-if.
    move jt-source(journal-idx) to probe-file-name.
    move at-task-id(audit-idx) to ws-task-id.
    perform readLiveTask.
    if live-task-found
        move ws-task-rec to af-task-rec
        move 'Y' to image-found
    end-if.

*> ws-task-rec for at-task-id from whichever project holds it
findLiveRecord.
    move 'N' to live-found.
    perform varying project-idx from 1 by 1
            until project-idx > project-count or live-task-found
        move spaces to probe-file-name
        if project-name-entry(project-idx) = 'default'
            string data-dir delimited by spaces
                    "/tasks.data" delimited by size
                    into probe-file-name
        else
            string data-dir delimited by spaces
                    "/tasks-" delimited by size
                    function trim(project-name-entry(project-idx))
                            delimited by size
                    ".data" delimited by size
                    into probe-file-name
        end-if
        move at-task-id(audit-idx) to ws-task-id
        perform readLiveTask
    end-perform.

*> probe-file-name and ws-task-id in
readLiveTask.
    move 'N' to live-found.
    initialize ws-da-defs.
    move probe-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getOne' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if DA_SUCCESS
        move 'Y' to live-found
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

*> bf-task-rec against af-task-rec, one detail per field that moved
compareImages.
    move detail-count to event-first-detail.
    if bf-task-status not = af-task-status
        move 'STATUS' to field-name
        move bf-task-status to before-text
        move af-task-status to after-text
        perform writeDetail
    end-if.
    if bf-task-priority not = af-task-priority
        move 'PRIORITY' to field-name
        move bf-task-priority to before-text
        move af-task-priority to after-text
        perform writeDetail
    end-if.
    if bf-task-description not = af-task-description
        move 'DESCRIPTION' to field-name
        move bf-task-description to before-text
        move af-task-description to after-text
        perform writeDetail
    end-if.
    if bf-task-tag not = af-task-tag
        move 'TAG' to field-name
        move bf-task-tag to before-text
        move af-task-tag to after-text
        perform writeDetail
    end-if.
    if bf-task-owner not = af-task-owner
        move 'OWNER' to field-name
        move bf-task-owner to before-text
        move af-task-owner to after-text
        perform writeDetail
    end-if.
    if bf-task-parent-id not = af-task-parent-id
        move 'PARENT-ID' to field-name
        move bf-task-parent-id to before-text
        move af-task-parent-id to after-text
        perform writeDetail
    end-if.
    if bf-task-recurrence not = af-task-recurrence
        move 'RECURRENCE' to field-name
        move bf-task-recurrence to before-text
        move af-task-recurrence to after-text
        perform writeDetail
    end-if.
    if bf-task-started-at not = af-task-started-at
        move 'STARTED-AT' to field-name
        move bf-task-started-at to before-text
        move af-task-started-at to after-text
        perform writeDetail
    end-if.
    if bf-task-completed-at not = af-task-completed-at
        move 'COMPLETED-AT' to field-name
        move bf-task-completed-at to before-text
        move af-task-completed-at to after-text
        perform writeDetail
    end-if.
    if bf-task-due-date not = af-task-due-date
        move 'DUE-DATE' to field-name
        move bf-task-due-date to before-text
        move af-task-due-date to after-text
        perform writeDetail
    end-if.
    if bf-task-estimated-hours not = af-task-estimated-hours
        move 'ESTIMATE' to field-name
        move bf-task-estimated-hours to hours-edit
        move hours-edit to before-text
        move af-task-estimated-hours to hours-edit
        move hours-edit to after-text
        perform writeDetail
    end-if.
    if bf-task-sprint-id not = af-task-sprint-id
        move 'SPRINT-ID' to field-name
        move bf-task-sprint-id to before-text
        move af-task-sprint-id to after-text
        perform writeDetail
    end-if.
    if bf-task-wake-date not = af-task-wake-date
        move 'WAKE-DATE' to field-name
        move bf-task-wake-date to before-text
        move af-task-wake-date to after-text
        perform writeDetail
    end-if.
    if bf-task-rank not = af-task-rank
        move 'RANK' to field-name
        move bf-task-rank to before-text
        move af-task-rank to after-text
        perform writeDetail
    end-if.
    if bf-task-waiting-on not = af-task-waiting-on
        move 'WAITING-ON' to field-name
        move bf-task-waiting-on to before-text
        move af-task-waiting-on to after-text
        perform writeDetail
    end-if.
    if bf-task-followup-date not = af-task-followup-date
        move 'FOLLOWUP-DATE' to field-name
        move bf-task-followup-date to before-text
        move af-task-followup-date to after-text
        perform writeDetail
    end-if.
    if bf-task-client-code not = af-task-client-code
        move 'CLIENT-CODE' to field-name
        move bf-task-client-code to before-text
        move af-task-client-code to after-text
        perform writeDetail
    end-if.
    *> a rewrite that changed nothing still goes out, so the
    *> receiver sees every audited event
    if detail-count = event-first-detail
        move spaces to field-name, before-text, after-text
        perform writeDetail
    end-if.

*> field-name, before-text and after-text in
writeDetail.
    if event-is-restricted
            and (field-name = 'DESCRIPTION' or field-name = 'RECORD')
        if before-text not = spaces
            move '(restricted)' to before-text
        end-if
        if after-text not = spaces
            move '(restricted)' to after-text
        end-if
    end-if.
    move spaces to event-rec.
    move 'D' to event-rec-type.
    move event-sequence to event-seq.
    move at-task-id(audit-idx) to event-task-id.
    move at-action(audit-idx) to event-action.
    move field-name to event-field.
    move before-text to event-before.
    move after-text to event-after.
    move at-user(audit-idx) to event-user.
    move at-stamp(audit-idx) to event-at.
    write event-rec.
    add 1 to detail-count.
    add at-task-id(audit-idx) to hash-total.
