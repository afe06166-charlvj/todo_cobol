      select settings-file assign to settings-file-name
       organization is line sequential
          file status is settings-file-status.
      select checkpoint-file assign to checkpoint-file-name
       organization is line sequential
          file status is checkpoint-file-status.
      select audit-hold-file assign to audit-hold-file-name
       organization is line sequential
          file status is audit-hold-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
copy cp_audit_defs.

fd audit-keep-file.
01 audit-keep-line pic X(100).

fd summary-file.
01 summary-line pic X(80).
fd settings-file.
01 settings-line pic X(80).

fd checkpoint-file.
01 checkpoint-line pic X(100).

fd audit-hold-file.
01 audit-hold-line pic X(100).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_settings_defs.
copy cp_chain_defs replacing ==:prefix:== by ==ws-==.
copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_attach_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
*> the task image inside a journal record, for the hold check
copy cp_task_defs replacing ==:prefix:== by ==jrnl-==.

01 audit-file-status pic 99.
01 audit-keep-file-status pic 99.
01 summary-overflow pic X value 'N'.
    88 summary-table-full value 'Y'.

01 checkpoint-file-status pic 99.
01 checkpoint-file-name pic X(60).
*> the chain as it stood at the last checkpoint, and as the rolled
*> lines carry it forward in this run
01 prior-ckpt-found pic X value 'N'.
    88 prior-ckpt-on-file value 'Y'.
01 prior-ckpt-last-seq pic 9(9) value 0.
01 prior-ckpt-last-hash pic 9(15) value 0.
01 prior-ckpt-seal pic 9(15) value 0.
01 roll-first-seq pic 9(9) value 0.
01 roll-last-seq pic 9(9) value 0.
01 roll-last-hash pic 9(15) value 0.
01 count-sealed-rolled pic 9(7) value 0.
01 roll-links-flag pic X value 'Y'.
    88 roll-links-intact value 'Y'.
01 swap-done-flag pic X value 'N'.
    88 audit-swap-done value 'Y'.

*> legal holds: every task an active hold reaches, in any project,
*> and the notes, attachments, bookings and expenses recorded
*> against those tasks - their audit lines and journal images are
*> preserved rather than rolled up or reclaimed
01 audit-hold-file-status pic 99.
01 audit-hold-file-name pic X(60).
01 audit-hold-open-flag pic X value 'N'.
    88 audit-hold-file-open value 'Y'.
01 project-registry-status pic 99.
01 project-registry-name pic X(60).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 attachments-file-name pic X(80).
01 work-log-file-name pic X(80).
01 expenses-file-name pic X(80).
01 active-hold-count pic 9(3) value 0.
01 held-task-table.
      05 held-task-entry occurs 2000 times.
            10 ht-task-id pic 9(7).
            10 ht-hold-id pic 9(5).
01 held-task-count pic 9(4) value 0.
01 held-task-idx pic 9(4).
01 held-sat-table.
      05 held-sat-entry occurs 5000 times.
            10 hs-entity pic X(10).
            10 hs-id pic 9(7).
            10 hs-hold-id pic 9(5).
01 held-sat-count pic 9(4) value 0.
01 held-sat-idx pic 9(4).
01 held-sat-entity pic X(10).
01 held-sat-id pic 9(7).
01 held-table-full pic X value 'N'.
    88 held-tables-overflowed value 'Y'.
01 line-held-flag pic X.
    88 line-is-held value 'Y'.
01 line-hold-id pic 9(5).
01 count-audit-held pic 9(7) value 0.
01 count-journal-held pic 9(6) value 0.

*> run-control ledger: the four files this run rewrites or trims
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-audit pic 9(7).
01 opening-audit-hold pic 9(7).
01 opening-summary pic 9(7).
01 opening-journal pic 9(7).
01 summary-loaded-count pic 9(3) value 0.
01 summary-written-flag pic X value 'N'.
    88 summary-was-written value 'Y'.

*> ------------------------------------------------------------------
*> Standalone maintenance batch: both audit.log and
*> task-journal.data grow forever - every create/update/delete adds
*>     so long-term statistics survive the trim
*>   - deletes task-journal.data records older than
*>     journal-keep-days (undo cannot reach past that anyway)
*>   - skips whatever an active legal hold preserves: an old audit
*>     line about a held task (or its notes, attachments, bookings
*>     or expenses) is not summarized but moved verbatim, seal and
*>     all, to audit-hold.log, and a held task's old journal images
*>     stay put; each skip is reported
*>   - checks the hash-chain links of the audit lines it rolls up
*>     and, once the trimmed log is in place, appends a sealed
*>     checkpoint to audit.checkpoint: the sequence number and hash
*>     of the last line rolled, which the first kept line chains
*>     on from, so verify_audit can still prove the kept log whole
*> Both retention periods come from settings.conf and default to
*> two years of audit and one year of journal.  The counts for the
*> four files go to the run-control ledger (run_ledger) for the
*> nightly balancing.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadSettings.
    perform setCutoffDates.
    perform buildHeldSets.
    perform takeOpeningCounts.
    perform trimAuditLog.
    perform writeCheckpoint.
    perform trimJournal.
    perform writeRunLedger.
    perform showReport.

    stop run.
    string data-dir delimited by spaces
            "/settings.conf" delimited by size
            into settings-file-name.
    string data-dir delimited by spaces
            "/audit.checkpoint" delimited by size
            into checkpoint-file-name.
    string data-dir delimited by spaces
            "/audit-hold.log" delimited by size
            into audit-hold-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.

*> only the two keep-days keys matter here, but the file is parsed
*> the same way todo.cob does so one format serves every program
            " roll up, journal records before " journal-cutoff-date
            " are reclaimed.".

*> which tasks the active holds reach is decided once, up front,
*> walking every project's live tasks through hold_check; the ids
*> of their notes, attachments, bookings and expenses come with
*> them, since those audit lines carry their own ids, not the task's
buildHeldSets.
    move 'reload' to ws-hchk-action.
    call 'hold_check' using ws-hchk-request.
    move ws-hchk-hold-count to active-hold-count.
    if active-hold-count = 0
        exit paragraph
    end-if.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames
        perform collectProjectHolds
    end-perform.
    display "Legal holds active: " active-hold-count " reaching "
            held-task-count " task(s) and " held-sat-count
            " related record(s).".

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

setProjectFilenames.
    move spaces to tasks-file-name, task-notes-file-name,
            attachments-file-name, work-log-file-name,
            expenses-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-notes.data" delimited by size
                into task-notes-file-name
        string data-dir delimited by spaces
                "/attachments.data" delimited by size
                into attachments-file-name
        string data-dir delimited by spaces
                "/work-log.data" delimited by size
                into work-log-file-name
        string data-dir delimited by spaces
                "/expenses.data" delimited by size
                into expenses-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-notes-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-notes-file-name
        string data-dir delimited by spaces
                "/attachments-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into attachments-file-name
        string data-dir delimited by spaces
                "/work-log-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into work-log-file-name
        string data-dir delimited by spaces
                "/expenses-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into expenses-file-name
    end-if.

collectProjectHolds.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move task-notes-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    initialize ws-da-defs.
    move attachments-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    initialize ws-da-defs.
    move work-log-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    initialize ws-da-defs.
    move expenses-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        move 'check' to ws-hchk-action
        move ws-task-id to ws-hchk-task-id
        move ws-task-tag to ws-hchk-task-tag
        move ws-task-owner to ws-hchk-task-owner
        move ws-task-client-code to ws-hchk-task-client
        call 'hold_check' using ws-hchk-request
        if ws-hchk-is-held
            perform collectHeldTask
        end-if
        initialize ws-da-defs
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.

collectHeldTask.
    if held-task-count >= 2000
        move 'Y' to held-table-full
        exit paragraph
    end-if.
    add 1 to held-task-count.
    move ws-task-id to ht-task-id(held-task-count).
    move ws-hchk-hold-id to ht-hold-id(held-task-count).

    initialize ws-da-defs.
    move ws-task-id to ws-task-note-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    perform until not DA_SUCCESS
        move 'NOTE' to held-sat-entity
        move ws-task-note-id to held-sat-id
        perform addHeldSatellite
        move 'getNext' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-perform.

    initialize ws-da-defs.
    move ws-task-id to ws-attach-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    perform until not DA_SUCCESS
        move 'ATTACH' to held-sat-entity
        move ws-attach-id to held-sat-id
        perform addHeldSatellite
        move 'getNext' to ws-file-action
        call 'da_attach' using ws-da-defs, ws-attach-rec
    end-perform.

    initialize ws-da-defs.
    move ws-task-id to ws-worklog-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    perform until not DA_SUCCESS
        move 'WORKLOG' to held-sat-entity
        move ws-worklog-id to held-sat-id
        perform addHeldSatellite
        move 'getNext' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-perform.

    initialize ws-da-defs.
    move ws-task-id to ws-expense-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.
    perform until not DA_SUCCESS
        move 'EXPENSE' to held-sat-entity
        move ws-expense-id to held-sat-id
        perform addHeldSatellite
        move 'getNext' to ws-file-action
        call 'da_expenses' using ws-da-defs, ws-expense-rec
    end-perform.

addHeldSatellite.
    if held-sat-count >= 5000
        move 'Y' to held-table-full
        exit paragraph
    end-if.
    add 1 to held-sat-count.
    move held-sat-entity to hs-entity(held-sat-count).
    move held-sat-id to hs-id(held-sat-count).
    move ws-hchk-hold-id to hs-hold-id(held-sat-count).

*> task-keyed lines (the task itself, its long text, custom fields
*> and visibility) are matched on the held task table; a task that
*> is no longer on file can still be held by id.  Note, attachment,
*> booking and expense lines are matched on their own ids.
checkAuditLineHold.
    move 'N' to line-held-flag.
    if active-hold-count = 0
        exit paragraph
    end-if.
    evaluate audit-entity
        when 'TASK' when 'TASKEXT' when 'FIELD' when 'ACCESS'
                when 'REVIEW'
            perform varying held-task-idx from 1 by 1
                    until held-task-idx > held-task-count
                        or line-is-held
                if ht-task-id(held-task-idx) = audit-entity-id
                    move 'Y' to line-held-flag
                    move ht-hold-id(held-task-idx) to line-hold-id
                end-if
            end-perform
            if not line-is-held
                move 'check' to ws-hchk-action
                move audit-entity-id to ws-hchk-task-id
                move spaces to ws-hchk-task-tag, ws-hchk-task-owner,
                        ws-hchk-task-client
                call 'hold_check' using ws-hchk-request
                if ws-hchk-is-held
                    move 'Y' to line-held-flag
                    move ws-hchk-hold-id to line-hold-id
                end-if
            end-if
        when 'NOTE' when 'ATTACH' when 'WORKLOG' when 'EXPENSE'
            perform varying held-sat-idx from 1 by 1
                    until held-sat-idx > held-sat-count
                        or line-is-held
                if hs-entity(held-sat-idx) = audit-entity
                        and hs-id(held-sat-idx) = audit-entity-id
                    move 'Y' to line-held-flag
                    move hs-hold-id(held-sat-idx) to line-hold-id
                end-if
            end-perform
    end-evaluate.

*> the held line leaves audit.log like any rolled line - its link
*> has been checked and the checkpoint covers it - but it is kept
*> whole, seal and all, instead of becoming a monthly count
keepHeldAuditLine.
    if not audit-hold-file-open
        open extend audit-hold-file
        if audit-hold-file-status = '35'
            open output audit-hold-file
        end-if
        move 'Y' to audit-hold-open-flag
    end-if.
    move audit-line to audit-hold-line.
    write audit-hold-line.
    add 1 to count-audit-held.
    display "  audit " function trim(audit-entity) " "
            audit-entity-id " " function trim(audit-action) " "
            audit-at(1:8) " kept under legal hold " line-hold-id.

*> the journal carries the whole prior task image, so the hold rule
*> is asked about the task as it stood then - and about the task
*> as it stands now, through the held task table
checkJournalHold.
    move 'N' to line-held-flag.
    move journal-prior-image to jrnl-task-rec.
    move 'check' to ws-hchk-action.
    move journal-task-id to ws-hchk-task-id.
    move jrnl-task-tag to ws-hchk-task-tag.
    move jrnl-task-owner to ws-hchk-task-owner.
    move jrnl-task-client-code to ws-hchk-task-client.
    call 'hold_check' using ws-hchk-request.
    if ws-hchk-is-held
        move 'Y' to line-held-flag
        move ws-hchk-hold-id to line-hold-id
        exit paragraph
    end-if.
    perform varying held-task-idx from 1 by 1
            until held-task-idx > held-task-count
                or line-is-held
        if ht-task-id(held-task-idx) = journal-task-id
            move 'Y' to line-held-flag
            move ht-hold-id(held-task-idx) to line-hold-id
        end-if
    end-perform.

*> one pass over the log: young lines go to a fresh file that then
*> replaces the original, old lines become month/entity/action
*> counts merged into whatever audit-summary.data already holds
trimAuditLog.
    if held-tables-overflowed
        display "WARNING: legal holds reach more than 2000 tasks or"
                " 5000 related records - audit.log is left untouched"
                " this run."
        exit paragraph
    end-if.
    perform loadExistingSummary.
    move summary-count to summary-loaded-count.
    perform loadLastCheckpoint.

    open input audit-file.
    if audit-file-status not = '00'

    close audit-file.
    close audit-keep-file.
    if audit-hold-file-open
        close audit-hold-file
    end-if.

    perform writeSummaryFile.

    if copy-status = 0
        call 'CBL_DELETE_FILE' using audit-keep-file-name
            returning delete-status
        move 'Y' to swap-done-flag
    else
        display "WARNING: could not swap the trimmed audit log into"
                " place - the original is untouched and the trimmed"
        write audit-keep-line
        add 1 to count-audit-kept
    else
        perform checkRolledLink
        perform checkAuditLineHold
        if line-is-held
            perform keepHeldAuditLine
            exit paragraph
        end-if
        add 1 to count-audit-rolled
        move audit-at(1:6) to tally-month
        move audit-entity to tally-entity
    end-if.
    add 1 to sm-count(summary-idx).

*> a rolled line is about to leave the file, so its link is
*> checked now: its hash must follow from the line before it (or,
*> for the first one, from the last checkpoint).  Lines from before
*> the chain was started carry no sequence and are not counted.
checkRolledLink.
    if audit-seq is not numeric
        exit paragraph
    end-if.
    if count-sealed-rolled = 0
        move audit-seq to roll-first-seq
        evaluate true
            when prior-ckpt-on-file
                move prior-ckpt-last-seq to roll-last-seq
                move prior-ckpt-last-hash to roll-last-hash
            when audit-seq = 1
                move 0 to roll-last-seq, roll-last-hash
            when other
                *> no checkpoint and the chain does not start here -
                *> the first link cannot be proved
                move 'N' to roll-links-flag
                compute roll-last-seq = audit-seq - 1
                move 0 to roll-last-hash
        end-evaluate
    end-if.
    add 1 to count-sealed-rolled.
    if audit-seq not = roll-last-seq + 1
        move 'N' to roll-links-flag
    else
        move spaces to ws-hash-text
        move audit-line(1:70) to ws-hash-text
        move roll-last-hash to ws-hash-value
        call 'audit_hash' using ws-hash-request
        if ws-hash-value not = audit-hash
            move 'N' to roll-links-flag
        end-if
    end-if.
    move audit-seq to roll-last-seq.
    move audit-hash to roll-last-hash.

loadLastCheckpoint.
    open input checkpoint-file.
    if checkpoint-file-status not = '00'
        exit paragraph
    end-if.
    perform until checkpoint-file-status not = '00'
        read checkpoint-file next record
            at end move '10' to checkpoint-file-status
            not at end
                if checkpoint-line(1:14) is numeric
                    move checkpoint-line to ws-checkpoint-rec
                    move 'Y' to prior-ckpt-found
                    move ws-ckpt-last-seq to prior-ckpt-last-seq
                    move ws-ckpt-last-hash to prior-ckpt-last-hash
                    move ws-ckpt-seal to prior-ckpt-seal
                end-if
        end-read
    end-perform.
    close checkpoint-file.

*> the seal folds this checkpoint's fields onto the previous seal,
*> so checkpoints cannot be dropped or edited without it showing
writeCheckpoint.
    if count-sealed-rolled = 0 or not audit-swap-done
        exit paragraph
    end-if.
    move spaces to ws-checkpoint-rec.
    move function current-date(1:14) to ws-ckpt-at.
    move roll-first-seq to ws-ckpt-first-seq.
    move roll-last-seq to ws-ckpt-last-seq.
    move roll-last-hash to ws-ckpt-last-hash.
    move count-sealed-rolled to ws-ckpt-rolled.
    move roll-links-flag to ws-ckpt-verified.
    move spaces to ws-hash-text.
    move ws-checkpoint-rec(1:61) to ws-hash-text.
    move prior-ckpt-seal to ws-hash-value.
    call 'audit_hash' using ws-hash-request.
    move ws-hash-value to ws-ckpt-seal.
    open extend checkpoint-file.
    if checkpoint-file-status = '35'
        open output checkpoint-file
    end-if.
    move ws-checkpoint-rec to checkpoint-line.
    write checkpoint-line.
    close checkpoint-file.

loadExistingSummary.
    open input summary-file.
    if summary-file-status not = '00'
    end-if.

writeSummaryFile.
    move 'Y' to summary-written-flag.
    open output summary-file.
    perform varying summary-idx from 1 by 1
            until summary-idx > summary-count

trimOneJournalRecord.
    move journal-at(1:8) to journal-at-date.
    if journal-at-date < journal-cutoff-date
            and active-hold-count > 0
        perform checkJournalHold
        if line-is-held
            display "  journal " journal-id " (task " journal-task-id
                    ") kept under legal hold " line-hold-id
            add 1 to count-journal-held
            add 1 to count-journal-kept
            exit paragraph
        end-if
    end-if.
    if journal-at-date < journal-cutoff-date
        delete journal-file record
            invalid key continue
        add 1 to count-journal-kept
    end-if.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'lines' to ws-count-kind.
    move audit-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-audit.
    move 'lines' to ws-count-kind.
    move audit-hold-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-audit-hold.
    move 'lines' to ws-count-kind.
    move summary-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-summary.
    move 'journal' to ws-count-kind.
    move journal-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-journal.

*> one ledger line per file.  Old audit lines leave audit.log whether
*> they are rolled up or moved to audit-hold.log - unless the swap
*> failed, when audit.log is as it was.  The summary file is read
*> whole and written back whole: what it added is the new rows, what
*> it removed the lines it did not carry over (blank or unreadable
*> lines, or rows past the table)
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    compute ws-ledger-read = count-audit-kept + count-audit-rolled
            + count-audit-held.
    if audit-swap-done
        compute ws-ledger-removed = count-audit-rolled
                + count-audit-held
    end-if.
    move opening-audit to ws-ledger-before.
    move 'lines' to ws-count-kind.
    move audit-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-audit-held to ws-ledger-added.
    move opening-audit-hold to ws-ledger-before.
    move 'lines' to ws-count-kind.
    move audit-hold-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    if summary-was-written
        move summary-loaded-count to ws-ledger-read
        compute ws-ledger-added = summary-count - summary-loaded-count
        compute ws-ledger-removed = opening-summary
                - summary-loaded-count
    end-if.
    move opening-summary to ws-ledger-before.
    move 'lines' to ws-count-kind.
    move summary-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    compute ws-ledger-read = count-journal-kept
            + count-journal-reclaimed.
    move count-journal-reclaimed to ws-ledger-removed.
    move opening-journal to ws-ledger-before.
    move 'journal' to ws-count-kind.
    move journal-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'compact_logs' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showReport.
    display " ".
    display "-- Retention Run Report --".
            count-audit-rolled.
    display "Summary rows now held: " summary-count " (in "
            function trim(summary-file-name) ")".
    if count-sealed-rolled > 0
        display "Audit chain checkpoint: lines " roll-first-seq
                " to " roll-last-seq " sealed in "
                function trim(checkpoint-file-name)
        if not roll-links-intact
            display "WARNING: the rolled audit lines did not chain"
                    " cleanly - the checkpoint is marked unverified;"
                    " see verify_audit."
        end-if
    end-if.
    display "Journal records kept: " count-journal-kept.
    display "Journal records reclaimed: " count-journal-reclaimed.
    if active-hold-count > 0
        display "Legal holds: " active-hold-count " active, "
                held-task-count " task(s) preserved; "
                count-audit-held " old audit line(s) moved to "
                function trim(audit-hold-file-name) ", "
                count-journal-held " old journal record(s) kept."
    end-if.
    if summary-table-full
        display "WARNING: more than " summary-max " distinct"
                " month/entity/action combinations - some trimmed"
