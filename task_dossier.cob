        >> SOURCE FORMAT IS FREE

identification division.
program-id. task_dossier.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select history-file assign to history-file-name
       organization is indexed
          access mode is dynamic
          record key is hist-task-id
          file status is history-file-status.
      select notes-history-file assign to notes-history-file-name
       organization is indexed
          access mode is dynamic
          record key is histn-task-note-id
          file status is notes-history-file-status.
      select journal-file assign to journal-file-name
       organization is indexed
          access mode is dynamic
          record key is journal-id
          file status is journal-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.

fd notes-history-file.
copy cp_task_note_defs replacing ==:prefix:== by ==histn-==.

fd journal-file.
copy cp_journal_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd project-registry-file.
01 project-registry-line pic X(20).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==cur-==.
copy cp_task_defs replacing ==:prefix:== by ==bf-==.
copy cp_task_defs replacing ==:prefix:== by ==af-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_attach_defs replacing ==:prefix:== by ==ws-==.
copy cp_dep_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.
copy cp_xref_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.

01 history-file-status pic 99.
01 notes-history-file-status pic 99.
01 journal-file-status pic 99.
01 audit-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 today-date pic 9(8).
01 history-file-name pic X(80).
01 notes-history-file-name pic X(80).
01 journal-file-name pic X(80).
01 audit-file-name pic X(80).
01 audit-log-name pic X(80).
01 audit-hold-log-name pic X(80).
01 project-registry-name pic X(80).
01 report-file-name pic X(100).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 task-ext-file-name pic X(80).
01 task-deps-file-name pic X(80).
01 attachments-file-name pic X(80).
01 work-log-file-name pic X(80).
01 expenses-file-name pic X(80).
01 xref-file-name pic X(80).
01 tag-registry-file-name pic X(80).
01 ar-ledger-file-name pic X(80).
01 probe-file-name pic X(80).

01 arg-line pic X(80).
01 arg-task pic X(20).
01 dossier-task-id pic 9(7) value 0.
01 current-project pic X(20).
01 task-found pic X value 'N'.
    88 task-was-found value 'Y'.
01 archived-flag pic X value 'N'.
    88 task-is-archived value 'Y'.
01 live-found pic X.
    88 live-task-found value 'Y'.

01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).

*> the task's notes, live and archived, for threading
01 note-table.
      05 note-entry occurs 200 times.
            10 nt-id pic 9(6).
            10 nt-reply-to pic 9(6).
            10 nt-created pic 9(8).
            10 nt-author pic X(20).
            10 nt-text pic X(100).
            10 nt-printed pic X(1).
01 note-count pic 9(3) value 0.
01 note-idx pic 9(3).
01 note-child-idx pic 9(3).
01 note-print-idx pic 9(3).
01 note-root-id pic 9(6).
01 note-indent pic 9(2).

*> dependency edges either way: W = this task waits on the other,
*> B = this task blocks the other
01 dep-table.
      05 dep-entry occurs 200 times.
            10 dp-kind pic X(1).
            10 dp-other-id pic 9(7).
            10 dp-created pic 9(8).
01 dep-count pic 9(3) value 0.
01 dep-idx pic 9(3).

*> every satellite record of the task by audit entity and id, so
*> their audit lines can be picked out for the timeline
01 sat-table.
      05 sat-entry occurs 2000 times.
            10 st-entity pic X(10).
            10 st-id pic 9(7).
01 sat-count pic 9(4) value 0.
01 sat-idx pic 9(4).
01 sat-entity pic X(10).
01 sat-id pic 9(7).

*> the invoices the bookings went out on
01 invoice-table.
      05 invoice-entry occurs 50 times.
            10 iv-invoice-no pic 9(7).
            10 iv-client pic X(10).
            10 iv-period pic 9(6).
            10 iv-entry-date pic 9(8).
            10 iv-due-date pic 9(8).
            10 iv-amount pic 9(9)v99.
            10 iv-hours pic 9(5)v99.
01 invoice-count pic 9(2) value 0.
01 invoice-idx pic 9(2).
01 billing-client pic X(10).
01 billing-period pic 9(6).
01 ar-open-flag pic X value 'N'.
    88 ar-file-is-open value 'Y'.

*> this task's prior images from task-journal.data, in id order
01 journal-table.
      05 journal-entry occurs 500 times.
            10 jt-id pic 9(6).
            10 jt-action pic X(1).
            10 jt-stamp pic 9(14).
            10 jt-image pic X(202).
            10 jt-paired pic X(1).
01 journal-count pic 9(3) value 0.
01 journal-idx pic 9(3).
01 journal-next-idx pic 9(3).

*> audit lines for the task and its satellites plus any journalled
*> change whose audit line is gone, held in time order
01 timeline-table.
      05 timeline-entry occurs 3000 times.
            10 tl-stamp pic 9(14).
            10 tl-entity pic X(10).
            10 tl-id pic 9(7).
            10 tl-action pic X(10).
            10 tl-user pic X(20).
            10 tl-source pic X(1).
            10 tl-journal pic 9(3).
01 timeline-count pic 9(4) value 0.
01 timeline-idx pic 9(4).
01 timeline-over pic X value 'N'.
    88 timeline-was-capped value 'Y'.
01 new-timeline-entry.
      05 new-stamp pic 9(14).
      05 new-entity pic X(10).
      05 new-id pic 9(7).
      05 new-action pic X(10).
      05 new-user pic X(20).
      05 new-source pic X(1).
      05 new-journal pic 9(3).
01 slot-found pic X.
    88 slot-is-found value 'Y'.
01 audit-source pic X(1).
01 match-flag pic X.
    88 line-matches value 'Y'.
01 image-found pic X.
    88 after-image-found value 'Y'.

01 page-number pic 9(3) value 0.
01 page-lines pic 9(3) value 99.
01 page-body-max pic 9(3) value 54.
01 body-line pic X(132).
01 line-ptr pic 9(3).
01 title-len pic 9(3).
01 section-title pic X(60).
01 field-label pic X(16).
01 field-value pic X(100).
01 field-name pic X(16).
01 before-text pic X(50).
01 after-text pic X(50).
01 first-detail-line pic 9(5).
01 detail-lines pic 9(5) value 0.
01 wrap-pos pic 9(3).
01 wrap-len pic 9(3).

01 date-work pic 9(8).
01 date-parts redefines date-work.
      05 dw-year pic 9(4).
      05 dw-month pic 9(2).
      05 dw-day pic 9(2).
01 date-text pic X(10).
01 stamp-work pic 9(14).
01 stamp-parts redefines stamp-work.
      05 sw-year pic 9(4).
      05 sw-month pic 9(2).
      05 sw-day pic 9(2).
      05 sw-hour pic 9(2).
      05 sw-minute pic 9(2).
      05 sw-second pic 9(2).
01 stamp-text pic X(19).
01 hours-edit pic zz9.99.
01 total-hours pic 9(5)v99 value 0.
01 total-hours-edit pic zzzz9.99.
01 amount-edit pic zzz,zzz,zz9.99.
01 id-edit pic 9(7).
01 count-edit pic zzz9.

*> ------------------------------------------------------------------
*> Standalone report program: writes the complete dossier of one
*> task, for an audit request or a client dispute, to
*> dossier-<task-id>-<yyyymmdd>.txt, paginated with a heading on
*> every page.  In order:
*>   - the task record, every field, with its project;
*>   - the full extended description;
*>   - the note conversation, each note followed by its replies,
*>     with author and date;
*>   - attachments, and the tasks it waits on and blocks;
*>   - the work-log bookings (who, when, hours) and the invoice each
*>     was billed on - the client's invoice for the booking's month
*>     in the accounts-receivable ledger, as billing_run issues them;
*>   - the change timeline: every audit.log and audit-hold.log line
*>     for the task and its notes, attachments, bookings, expenses,
*>     dependencies and external references, oldest first, with the
*>     before and after value of each field a journalled change
*>     moved.  A journalled change whose audit line has since been
*>     rolled away is still listed from task-journal.data.
*> The task is looked for in every project's tasks file and, failing
*> that, in tasks-history.data, so a task purge_tasks has archived
*> gets the same dossier - its notes then come from
*> task-notes-history.data.  A task the user may not see is reported
*> as not found; an admin's look at a restricted one is put on the
*> audit trail.
*> Usage:  task_dossier <task-id>
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform loadProjectTable.
    perform findTask.
    if task-was-found
        move 'check' to ws-vis-action
        move cur-task-id to ws-vis-task-id
        move cur-task-owner to ws-vis-task-owner
        move run-by-user to ws-vis-viewer
        call 'task_visibility' using ws-vis-request
        if not ws-vis-can-see
            move 'N' to task-found
        end-if
    end-if.
    if not task-was-found
        display "Task " dossier-task-id " not found."
        move 'close' to ws-vis-action
        call 'task_visibility' using ws-vis-request
        move 8 to return-code
        stop run
    end-if.

    perform setProjectFilenames.
    string data-dir delimited by spaces
            "/dossier-" delimited by size
            dossier-task-id delimited by size
            "-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.
    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        move 8 to return-code
        stop run
    end-if.

    perform writeTaskSection.
    perform writeDescriptionSection.
    perform writeNotesSection.
    perform writeAttachmentsSection.
    perform writeDependenciesSection.
    perform writeWorkLogSection.
    perform writeTimelineSection.
    close report-file.

    if ws-vis-seen-as-admin
        move 'logView' to ws-vis-action
        call 'task_visibility' using ws-vis-request
    end-if.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    if task-is-archived
        display "Dossier for archived task " dossier-task-id
                ": " page-number " page(s), written to "
                function trim(report-file-name)
    else
        display "Dossier for task " dossier-task-id
                ": " page-number " page(s), written to "
                function trim(report-file-name)
    end-if.
    if timeline-was-capped
        display "WARNING: more than 3000 timeline entries - the"
                " newest were left out."
    end-if.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    accept run-by-user from environment "USER".
    if function trim(run-by-user) = spaces then
        accept run-by-user from environment "LOGNAME"
    end-if.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/tasks-history.data" delimited by size
            into history-file-name.
    string data-dir delimited by spaces
            "/task-notes-history.data" delimited by size
            into notes-history-file-name.
    string data-dir delimited by spaces
            "/task-journal.data" delimited by size
            into journal-file-name.
    string data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-log-name.
    string data-dir delimited by spaces
            "/audit-hold.log" delimited by size
            into audit-hold-log-name.
    string data-dir delimited by spaces
            "/external-refs.data" delimited by size
            into xref-file-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tag-registry-file-name.
    string data-dir delimited by spaces
            "/ar-ledger.data" delimited by size
            into ar-ledger-file-name.
    move function current-date(1:8) to today-date.

parseArguments.
    accept arg-line from command-line.
    move spaces to arg-task.
    unstring arg-line delimited by all space
            into arg-task
    end-unstring.
    if arg-task = spaces or function test-numval(arg-task) not = 0
        display "Usage: task_dossier <task-id>"
        move 8 to return-code
        stop run
    end-if.
    move function numval(arg-task) to dossier-task-id.
    if dossier-task-id = 0
        display "Usage: task_dossier <task-id>"
        move 8 to return-code
        stop run
    end-if.

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

*> cur-task-rec and current-project out: the first project whose
*> tasks file holds the id, else the archive (default project)
findTask.
    move 'N' to task-found.
    perform varying project-idx from 1 by 1
            until project-idx > project-count or task-was-found
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames
        move tasks-file-name to probe-file-name
        move dossier-task-id to ws-task-id
        perform readLiveTask
        if live-task-found
            move ws-task-rec to cur-task-rec
            move 'Y' to task-found
        end-if
    end-perform.
    if task-was-found
        exit paragraph
    end-if.

    move 'default' to current-project.
    open input history-file.
    if history-file-status not = '00'
        exit paragraph
    end-if.
    move dossier-task-id to hist-task-id.
    read history-file key is hist-task-id
        invalid key continue
        not invalid key
            move hist-task-rec to cur-task-rec
            move 'Y' to task-found
            move 'Y' to archived-flag
    end-read.
    close history-file.

setProjectFilenames.
    move spaces to tasks-file-name, task-notes-file-name,
            task-ext-file-name, task-deps-file-name,
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
                "/task-ext.data" delimited by size
                into task-ext-file-name
        string data-dir delimited by spaces
                "/task-deps.data" delimited by size
                into task-deps-file-name
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
                "/task-ext-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-ext-file-name
        string data-dir delimited by spaces
                "/task-deps-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-deps-file-name
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

*> ------------------------------------------------------------------
*> page handling
*> ------------------------------------------------------------------
writePageHeadings.
    add 1 to page-number.
    move 0 to page-lines.
    move spaces to report-line.
    string "TASK DOSSIER - #" delimited by size
           dossier-task-id delimited by size
           "  " delimited by size
           function trim(cur-task-description) delimited by size
           "  (project " delimited by size
           function trim(current-project) delimited by size
           ")  run " delimited by size
           today-date delimited by size
           into report-line.
    move "Page " to report-line(120:5).
    move page-number to report-line(125:3).
    if page-number = 1
        write report-line
    else
        write report-line after advancing page
    end-if.
    move spaces to report-line.
    write report-line.
    move 2 to page-lines.

*> body-line in
writeBodyLine.
    if page-lines = 99 or page-lines >= page-body-max + 2
        perform writePageHeadings
    end-if.
    move body-line to report-line.
    write report-line.
    add 1 to page-lines.

*> section-title in; a heading is not left alone at the foot of a page
writeSectionHeading.
    if page-lines not = 99 and page-lines + 4 >= page-body-max + 2
        move 99 to page-lines
    end-if.
    if page-lines not = 99
        move spaces to body-line
        perform writeBodyLine
    end-if.
    move section-title to body-line.
    perform writeBodyLine.
    move spaces to body-line.
    compute title-len = function length(function trim(section-title)).
    move all "-" to body-line(1:title-len).
    perform writeBodyLine.

*> field-label and field-value in
writeFieldLine.
    move spaces to body-line.
    move field-label to body-line(3:16).
    move field-value to body-line(20:100).
    perform writeBodyLine.

*> date-work in, date-text out ("-" for no date)
formatDate.
    if date-work = 0 or date-work is not numeric
        move "-" to date-text
        exit paragraph
    end-if.
    move spaces to date-text.
    string dw-year delimited by size
           "/" delimited by size
           dw-month delimited by size
           "/" delimited by size
           dw-day delimited by size
           into date-text.

*> stamp-work in, stamp-text out
formatStamp.
    move spaces to stamp-text.
    string sw-year delimited by size
           "/" delimited by size
           sw-month delimited by size
           "/" delimited by size
           sw-day delimited by size
           " " delimited by size
           sw-hour delimited by size
           ":" delimited by size
           sw-minute delimited by size
           ":" delimited by size
           sw-second delimited by size
           into stamp-text.

*> ------------------------------------------------------------------
*> the task record
*> ------------------------------------------------------------------
writeTaskSection.
    move "TASK" to section-title.
    perform writeSectionHeading.

    move "Task id" to field-label.
    move cur-task-id to field-value.
    perform writeFieldLine.
    move "Project" to field-label.
    move current-project to field-value.
    perform writeFieldLine.
    move "Archived" to field-label.
    if task-is-archived
        move "Yes - tasks-history.data" to field-value
    else
        move "No" to field-value
    end-if.
    perform writeFieldLine.
    move "Description" to field-label.
    move cur-task-description to field-value.
    perform writeFieldLine.
    move "Status" to field-label.
    evaluate true
        when cur-task-status-new move "N - New" to field-value
        when cur-task-status-progress
            move "P - In progress" to field-value
        when cur-task-status-complete
            move "C - Complete" to field-value
        when cur-task-status-deleted
            move "D - Deleted" to field-value
        when cur-task-status-waiting
            move "W - Waiting" to field-value
        when cur-task-status-review
            move "R - In review" to field-value
        when other move cur-task-status to field-value
    end-evaluate.
    perform writeFieldLine.
    move "Prior status" to field-label.
    move cur-task-prior-status to field-value.
    perform writeFieldLine.
    move "Priority" to field-label.
    evaluate true
        when cur-task-priority-high move "H - High" to field-value
        when cur-task-priority-medium move "M - Medium" to field-value
        when cur-task-priority-low move "L - Low" to field-value
        when other move cur-task-priority to field-value
    end-evaluate.
    perform writeFieldLine.
    move "Tag" to field-label.
    move cur-task-tag to field-value.
    perform writeFieldLine.
    move "Owner" to field-label.
    move cur-task-owner to field-value.
    perform writeFieldLine.
    move "Parent task" to field-label.
    if cur-task-parent-id = 0
        move "-" to field-value
    else
        move cur-task-parent-id to field-value
    end-if.
    perform writeFieldLine.
    move "Recurrence" to field-label.
    evaluate true
        when cur-task-recurrence-daily move "Daily" to field-value
        when cur-task-recurrence-weekly move "Weekly" to field-value
        when cur-task-recurrence-monthly
            move "Monthly" to field-value
        when other move "None" to field-value
    end-evaluate.
    perform writeFieldLine.
    move "Created" to field-label.
    move cur-task-created-at to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Started" to field-label.
    move cur-task-started-at to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Completed" to field-label.
    move cur-task-completed-at to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Due" to field-label.
    move cur-task-due-date to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Estimate (h)" to field-label.
    move cur-task-estimated-hours to hours-edit.
    move hours-edit to field-value.
    perform writeFieldLine.
    move "Sprint" to field-label.
    if cur-task-sprint-id = 0
        move "-" to field-value
    else
        move cur-task-sprint-id to field-value
    end-if.
    perform writeFieldLine.
    move "Snoozed until" to field-label.
    move cur-task-wake-date to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Rank" to field-label.
    move cur-task-rank to field-value.
    perform writeFieldLine.
    move "Waiting on" to field-label.
    move cur-task-waiting-on to field-value.
    perform writeFieldLine.
    move "Follow up" to field-label.
    move cur-task-followup-date to date-work.
    perform formatDate.
    move date-text to field-value.
    perform writeFieldLine.
    move "Client" to field-label.
    move cur-task-client-code to field-value.
    perform writeFieldLine.

*> ------------------------------------------------------------------
*> the extended description, 100 characters to the line
*> ------------------------------------------------------------------
writeDescriptionSection.
    move "DESCRIPTION" to section-title.
    perform writeSectionHeading.

    move spaces to ws-task-ext-text.
    initialize ws-da-defs.
    move task-ext-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-task-ext-task-id
        move 'getOne' to ws-file-action
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec
        if not DA_SUCCESS
            move spaces to ws-task-ext-text
        end-if
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec
    end-if.
    if ws-task-ext-text = spaces
        move cur-task-description to ws-task-ext-text
    end-if.

    perform varying wrap-pos from 1 by 100 until wrap-pos > 250
        compute wrap-len = 251 - wrap-pos
        if wrap-len > 100
            move 100 to wrap-len
        end-if
        if ws-task-ext-text(wrap-pos:wrap-len) not = spaces
            move spaces to body-line
            move ws-task-ext-text(wrap-pos:wrap-len)
                    to body-line(3:100)
            perform writeBodyLine
        end-if
    end-perform.

*> ------------------------------------------------------------------
*> the note conversation: each top-level note with its replies under
*> it, then any reply whose note is gone
*> ------------------------------------------------------------------
writeNotesSection.
    move "NOTES" to section-title.
    perform writeSectionHeading.
    perform loadNotes.
    if note-count = 0
        move "  (no notes)" to body-line
        perform writeBodyLine
        exit paragraph
    end-if.

    perform varying note-idx from 1 by 1 until note-idx > note-count
        if nt-reply-to(note-idx) = 0
            move note-idx to note-print-idx
            move 3 to note-indent
            perform writeNoteItem
            move nt-id(note-idx) to note-root-id
            perform varying note-child-idx from 1 by 1
                    until note-child-idx > note-count
                if nt-reply-to(note-child-idx) = note-root-id
                        and nt-printed(note-child-idx) = 'N'
                    move note-child-idx to note-print-idx
                    move 9 to note-indent
                    perform writeNoteItem
                end-if
            end-perform
        end-if
    end-perform.
    perform varying note-idx from 1 by 1 until note-idx > note-count
        if nt-printed(note-idx) = 'N'
            move note-idx to note-print-idx
            move 3 to note-indent
            perform writeNoteItem
        end-if
    end-perform.

*> note-print-idx and note-indent in
writeNoteItem.
    move nt-created(note-print-idx) to date-work.
    perform formatDate.
    move spaces to body-line.
    move note-indent to line-ptr.
    string "[" delimited by size
           nt-id(note-print-idx) delimited by size
           "] " delimited by size
           date-text delimited by size
           into body-line with pointer line-ptr.
    if nt-author(note-print-idx) not = spaces
        string "  " delimited by size
               function trim(nt-author(note-print-idx))
                       delimited by size
               " wrote:" delimited by size
               into body-line with pointer line-ptr
    end-if.
    if nt-reply-to(note-print-idx) not = 0
        string "  (reply to " delimited by size
               nt-reply-to(note-print-idx) delimited by size
               ")" delimited by size
               into body-line with pointer line-ptr
    end-if.
    perform writeBodyLine.
    move spaces to body-line.
    move nt-text(note-print-idx) to body-line(note-indent + 4:100).
    perform writeBodyLine.
    move 'Y' to nt-printed(note-print-idx).

loadNotes.
    move 0 to note-count.
    initialize ws-da-defs.
    move task-notes-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-task-note-task-id
        move 'getForTask' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
        perform until not DA_SUCCESS
            perform addNote
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_comments' using ws-da-defs, ws-task-note-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-if.
    if not task-is-archived
        exit paragraph
    end-if.

    *> purge_tasks moved the notes of an archived task with it
    open input notes-history-file.
    if notes-history-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to histn-task-note-id.
    start notes-history-file key is greater than histn-task-note-id
        invalid key move '10' to notes-history-file-status
    end-start.
    perform until notes-history-file-status not = '00'
        read notes-history-file next record
            at end move '10' to notes-history-file-status
            not at end
                if histn-task-note-task-id = dossier-task-id
                    move histn-task-note-rec to ws-task-note-rec
                    perform addNote
                end-if
        end-read
    end-perform.
    close notes-history-file.

*> ws-task-note-rec in
addNote.
    if note-count >= 200
        exit paragraph
    end-if.
    add 1 to note-count.
    move ws-task-note-id to nt-id(note-count).
    move ws-task-note-reply-to to nt-reply-to(note-count).
    move ws-task-note-created-at to nt-created(note-count).
    move ws-task-note-author to nt-author(note-count).
    move ws-task-note-text to nt-text(note-count).
    move 'N' to nt-printed(note-count).
    move 'NOTE' to sat-entity.
    move ws-task-note-id to sat-id.
    perform addSatellite.

*> sat-entity and sat-id in
addSatellite.
    if sat-count >= 2000
        exit paragraph
    end-if.
    add 1 to sat-count.
    move sat-entity to st-entity(sat-count).
    move sat-id to st-id(sat-count).

*> ------------------------------------------------------------------
*> attachments
*> ------------------------------------------------------------------
writeAttachmentsSection.
    move "ATTACHMENTS" to section-title.
    perform writeSectionHeading.
    move 0 to detail-lines.

    initialize ws-da-defs.
    move attachments-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-attach-task-id
        move 'getForTask' to ws-file-action
        call 'da_attach' using ws-da-defs, ws-attach-rec
        perform until not DA_SUCCESS
            add 1 to detail-lines
            perform writeAttachmentItem
            move 'ATTACH' to sat-entity
            move ws-attach-id to sat-id
            perform addSatellite
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_attach' using ws-da-defs, ws-attach-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_attach' using ws-da-defs, ws-attach-rec
    end-if.
    if detail-lines = 0
        move "  (no attachments)" to body-line
        perform writeBodyLine
    end-if.

writeAttachmentItem.
    move ws-attach-added-at to date-work.
    perform formatDate.
    move spaces to body-line.
    move 3 to line-ptr.
    string "[" delimited by size
           ws-attach-id delimited by size
           "] " delimited by size
           date-text delimited by size
           "  " delimited by size
           function trim(ws-attach-added-by) delimited by size
           "  " delimited by size
           function trim(ws-attach-caption) delimited by size
           into body-line with pointer line-ptr.
    perform writeBodyLine.
    move spaces to body-line.
    move ws-attach-path to body-line(7:80).
    perform writeBodyLine.

*> ------------------------------------------------------------------
*> dependencies both ways, with the other task as it now stands
*> ------------------------------------------------------------------
writeDependenciesSection.
    move "DEPENDENCIES" to section-title.
    perform writeSectionHeading.
    move 0 to dep-count.

    initialize ws-da-defs.
    move task-deps-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move 'getAll' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
        perform until not DA_SUCCESS
            if ws-dep-blocked-id = dossier-task-id
                    and dep-count < 200
                add 1 to dep-count
                move 'W' to dp-kind(dep-count)
                move ws-dep-blocker-id to dp-other-id(dep-count)
                move ws-dep-created-at to dp-created(dep-count)
            end-if
            if ws-dep-blocker-id = dossier-task-id
                    and dep-count < 200
                add 1 to dep-count
                move 'B' to dp-kind(dep-count)
                move ws-dep-blocked-id to dp-other-id(dep-count)
                move ws-dep-created-at to dp-created(dep-count)
            end-if
            if ws-dep-blocked-id = dossier-task-id
                    or ws-dep-blocker-id = dossier-task-id
                move 'DEP' to sat-entity
                move ws-dep-id to sat-id
                perform addSatellite
            end-if
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_deps' using ws-da-defs, ws-dep-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
    end-if.

    if dep-count = 0
        move "  (no dependencies)" to body-line
        perform writeBodyLine
        exit paragraph
    end-if.
    move tasks-file-name to probe-file-name.
    perform varying dep-idx from 1 by 1 until dep-idx > dep-count
        move dp-other-id(dep-idx) to ws-task-id
        perform readLiveTask
        move dp-created(dep-idx) to date-work
        perform formatDate
        move spaces to body-line
        if dp-kind(dep-idx) = 'W'
            move "Waits on" to body-line(3:10)
        else
            move "Blocks" to body-line(3:10)
        end-if
        move dp-other-id(dep-idx) to body-line(13:7)
        if live-task-found
            move ws-task-status to body-line(22:1)
            move ws-task-description to body-line(25:50)
        else
            move "(no longer in the tasks file)" to body-line(25:50)
        end-if
        move 77 to line-ptr
        string "since " delimited by size
               date-text delimited by size
               into body-line with pointer line-ptr
        perform writeBodyLine
    end-perform.

*> ------------------------------------------------------------------
*> work-log bookings and the invoices they were billed on
*> ------------------------------------------------------------------
writeWorkLogSection.
    move "WORK LOG" to section-title.
    perform writeSectionHeading.
    move 0 to detail-lines.
    move 0 to total-hours.
    perform findBillingClient.
    if billing-client not = spaces
        initialize ws-da-defs
        move ar-ledger-file-name to ws-file-name
        move 'r' to ws-file-mode
        move 'open' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
        if DA_SUCCESS
            move 'Y' to ar-open-flag
        end-if
    end-if.

    move spaces to body-line.
    move "Date" to body-line(3:10).
    move "Booked by" to body-line(15:20).
    move " Hours" to body-line(37:6).
    move "Remark" to body-line(45:50).
    move "Invoice" to body-line(97:30).
    perform writeBodyLine.

    initialize ws-da-defs.
    move work-log-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-worklog-task-id
        move 'getForTask' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
        perform until not DA_SUCCESS
            add 1 to detail-lines
            add ws-worklog-hours to total-hours
            perform writeBookingLine
            move 'WORKLOG' to sat-entity
            move ws-worklog-id to sat-id
            perform addSatellite
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_worklog' using ws-da-defs, ws-worklog-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-if.
    if ar-file-is-open
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
        move 'N' to ar-open-flag
    end-if.

    if detail-lines = 0
        move "  (no bookings)" to body-line
        perform writeBodyLine
    else
        move spaces to body-line
        move "Total" to body-line(15:20)
        move total-hours to total-hours-edit
        move total-hours-edit to body-line(35:8)
        perform writeBodyLine
    end-if.
    perform writeInvoiceList.
    perform collectOtherSatellites.

*> the client billing_run bills the task's hours to: its own client
*> code, else the default client of its tag.  Only the default
*> project is billed.
findBillingClient.
    move spaces to billing-client.
    if current-project not = 'default'
        exit paragraph
    end-if.
    move cur-task-client-code to billing-client.
    if billing-client not = spaces or cur-task-tag = spaces
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move tag-registry-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move cur-task-tag to ws-tag-name.
    move 'getOne' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    if DA_SUCCESS
        move ws-tag-default-client to billing-client
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

*> ws-worklog-rec in
writeBookingLine.
    move ws-worklog-date to date-work.
    perform formatDate.
    move spaces to body-line.
    move date-text to body-line(3:10).
    move ws-worklog-user to body-line(15:20).
    move ws-worklog-hours to hours-edit.
    move hours-edit to body-line(37:6).
    move ws-worklog-remark to body-line(45:50).
    perform findBookingInvoice.
    if invoice-idx = 0
        move "not invoiced" to body-line(97:30)
    else
        move iv-entry-date(invoice-idx) to date-work
        perform formatDate
        move 97 to line-ptr
        string "#" delimited by size
               iv-invoice-no(invoice-idx) delimited by size
               " of " delimited by size
               date-text delimited by size
               into body-line with pointer line-ptr
        add ws-worklog-hours to iv-hours(invoice-idx)
    end-if.
    perform writeBodyLine.

*> invoice-idx out: the client's invoice for the booking's month,
*> 0 when none has been issued
findBookingInvoice.
    move 0 to invoice-idx.
    if not ar-file-is-open
        exit paragraph
    end-if.
    move ws-worklog-date(1:6) to billing-period.
    perform varying invoice-idx from 1 by 1
            until invoice-idx > invoice-count
        if iv-period(invoice-idx) = billing-period
            exit paragraph
        end-if
    end-perform.
    move 0 to invoice-idx.

    initialize ws-da-defs.
    initialize ws-ar-rec.
    move billing-client to ws-ar-client-code.
    move 'getForClient' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        if ws-ar-is-invoice and ws-ar-period = billing-period
            exit perform
        end-if
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.
    if not DA_SUCCESS or invoice-count >= 50
        exit paragraph
    end-if.
    add 1 to invoice-count.
    move invoice-count to invoice-idx.
    move ws-ar-invoice-no to iv-invoice-no(invoice-idx).
    move ws-ar-client-code to iv-client(invoice-idx).
    move ws-ar-period to iv-period(invoice-idx).
    move ws-ar-entry-date to iv-entry-date(invoice-idx).
    move ws-ar-due-date to iv-due-date(invoice-idx).
    move ws-ar-amount to iv-amount(invoice-idx).
    move 0 to iv-hours(invoice-idx).

writeInvoiceList.
    if invoice-count = 0
        exit paragraph
    end-if.
    move spaces to body-line.
    perform writeBodyLine.
    move spaces to body-line.
    move "Billed on" to body-line(3:12).
    move "Client" to body-line(15:10).
    move "Month" to body-line(27:7).
    move "Issued" to body-line(35:10).
    move "Due" to body-line(47:10).
    move "   Invoice total" to body-line(59:16).
    move "  Task hours" to body-line(77:12).
    perform writeBodyLine.
    perform varying invoice-idx from 1 by 1
            until invoice-idx > invoice-count
        move spaces to body-line
        move iv-invoice-no(invoice-idx) to body-line(3:7)
        move iv-client(invoice-idx) to body-line(15:10)
        move iv-period(invoice-idx) to body-line(27:6)
        move iv-entry-date(invoice-idx) to date-work
        perform formatDate
        move date-text to body-line(35:10)
        move iv-due-date(invoice-idx) to date-work
        perform formatDate
        move date-text to body-line(47:10)
        move iv-amount(invoice-idx) to amount-edit
        move amount-edit to body-line(61:14)
        move iv-hours(invoice-idx) to total-hours-edit
        move total-hours-edit to body-line(81:8)
        perform writeBodyLine
    end-perform.

*> expenses and external references are not listed, but their audit
*> lines belong in the timeline
collectOtherSatellites.
    initialize ws-da-defs.
    move expenses-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-expense-task-id
        move 'getForTask' to ws-file-action
        call 'da_expenses' using ws-da-defs, ws-expense-rec
        perform until not DA_SUCCESS
            move 'EXPENSE' to sat-entity
            move ws-expense-id to sat-id
            perform addSatellite
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_expenses' using ws-da-defs, ws-expense-rec
    end-if.

    initialize ws-da-defs.
    move xref-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_xref' using ws-da-defs, ws-xref-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move dossier-task-id to ws-xref-task-id
        move 'getForTask' to ws-file-action
        call 'da_xref' using ws-da-defs, ws-xref-rec
        perform until not DA_SUCCESS
            move 'XREF' to sat-entity
            move ws-xref-id to sat-id
            perform addSatellite
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_xref' using ws-da-defs, ws-xref-rec
    end-if.

*> ------------------------------------------------------------------
*> the change timeline
*> ------------------------------------------------------------------
writeTimelineSection.
    perform loadJournal.
    move audit-log-name to audit-file-name.
    move 'A' to audit-source.
    perform loadAuditLines.
    move audit-hold-log-name to audit-file-name.
    move 'H' to audit-source.
    perform loadAuditLines.
    perform pairJournalImages.

    move "CHANGE TIMELINE" to section-title.
    perform writeSectionHeading.
    if timeline-count = 0
        move "  (no changes on record)" to body-line
        perform writeBodyLine
        exit paragraph
    end-if.
    perform varying timeline-idx from 1 by 1
            until timeline-idx > timeline-count
        perform writeTimelineEntry
    end-perform.
    move spaces to body-line.
    move timeline-count to count-edit.
    move 3 to line-ptr.
    string function trim(count-edit) delimited by size
           " change(s)" delimited by size
           into body-line with pointer line-ptr.
    perform writeBodyLine.

*> this task's images journalled against the file it lives in
loadJournal.
    move 0 to journal-count.
    open input journal-file.
    if journal-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to journal-id.
    start journal-file key is greater than journal-id
        invalid key move '10' to journal-file-status
    end-start.
    perform until journal-file-status not = '00'
        read journal-file next record
            at end move '10' to journal-file-status
            not at end
                if journal-task-id = dossier-task-id
                        and journal-source = tasks-file-name
                        and journal-count < 500
                    add 1 to journal-count
                    move journal-id to jt-id(journal-count)
                    move journal-action to jt-action(journal-count)
                    move journal-at to jt-stamp(journal-count)
                    move journal-prior-image to jt-image(journal-count)
                    move 'N' to jt-paired(journal-count)
                end-if
        end-read
    end-perform.
    close journal-file.

*> audit-file-name and audit-source in
loadAuditLines.
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
    if audit-at is not numeric or audit-entity-id is not numeric
        exit paragraph
    end-if.
    move 'N' to match-flag.
    evaluate audit-entity
        when 'TASK' when 'TASKEXT' when 'FIELD' when 'ACCESS'
                when 'REVIEW'
            if audit-entity-id = dossier-task-id
                move 'Y' to match-flag
            end-if
        when other
            perform varying sat-idx from 1 by 1
                    until sat-idx > sat-count
                if st-entity(sat-idx) = audit-entity
                        and st-id(sat-idx) = audit-entity-id
                    move 'Y' to match-flag
                    exit perform
                end-if
            end-perform
    end-evaluate.
    if not line-matches
        exit paragraph
    end-if.
    move audit-at to new-stamp.
    move audit-entity to new-entity.
    move audit-entity-id to new-id.
    move audit-action to new-action.
    move audit-user to new-user.
    move audit-source to new-source.
    move 0 to new-journal.
    perform addTimelineEntry.

*> new-timeline-entry in, slotted in by time; an entry at the same
*> time goes after those already there, so log order holds
addTimelineEntry.
    if timeline-count >= 3000
        move 'Y' to timeline-over
        exit paragraph
    end-if.
    move timeline-count to timeline-idx.
    move 'N' to slot-found.
    perform until slot-is-found
        if timeline-idx = 0
            move 'Y' to slot-found
        else
            if tl-stamp(timeline-idx) <= new-stamp
                move 'Y' to slot-found
            else
                move timeline-entry(timeline-idx)
                        to timeline-entry(timeline-idx + 1)
                subtract 1 from timeline-idx
            end-if
        end-if
    end-perform.
    add 1 to timeline-idx.
    move new-timeline-entry to timeline-entry(timeline-idx).
    add 1 to timeline-count.

*> each TASK change takes the oldest unpaired image journalled no
*> later than it (da_tasks journals first, then audits); an image
*> left over lost its audit line and goes in on its own
pairJournalImages.
    perform varying timeline-idx from 1 by 1
            until timeline-idx > timeline-count
        if tl-entity(timeline-idx) = 'TASK'
                and tl-action(timeline-idx) not = 'CREATE'
                and tl-action(timeline-idx) not = 'RESTORE'
            perform varying journal-idx from 1 by 1
                    until journal-idx > journal-count
                if jt-paired(journal-idx) = 'N'
                        and jt-stamp(journal-idx)
                            <= tl-stamp(timeline-idx)
                    move 'Y' to jt-paired(journal-idx)
                    move journal-idx to tl-journal(timeline-idx)
                    exit perform
                end-if
            end-perform
        end-if
    end-perform.
    perform varying journal-idx from 1 by 1
            until journal-idx > journal-count
        if jt-paired(journal-idx) = 'N'
            move jt-stamp(journal-idx) to new-stamp
            move 'TASK' to new-entity
            move dossier-task-id to new-id
            if jt-action(journal-idx) = 'D'
                move 'DELETE' to new-action
            else
                move 'UPDATE' to new-action
            end-if
            move spaces to new-user
            move 'J' to new-source
            move journal-idx to new-journal
            perform addTimelineEntry
        end-if
    end-perform.

writeTimelineEntry.
    move tl-stamp(timeline-idx) to stamp-work.
    perform formatStamp.
    move spaces to body-line.
    move stamp-text to body-line(3:19).
    move tl-entity(timeline-idx) to body-line(24:10).
    if tl-entity(timeline-idx) not = 'TASK'
        move tl-id(timeline-idx) to body-line(35:7)
    end-if.
    move tl-action(timeline-idx) to body-line(44:10).
    move tl-user(timeline-idx) to body-line(56:20).
    evaluate tl-source(timeline-idx)
        when 'H'
            move "(audit-hold.log)" to body-line(78:30)
        when 'J'
            move "(journal only - audit line gone)" to body-line(78:40)
    end-evaluate.
    perform writeBodyLine.

    if tl-entity(timeline-idx) not = 'TASK'
            or tl-action(timeline-idx) = 'CREATE'
            or tl-action(timeline-idx) = 'RESTORE'
        exit paragraph
    end-if.
    move tl-journal(timeline-idx) to journal-idx.
    if journal-idx = 0
        move spaces to body-line
        move "(no prior image kept)" to body-line(11:40)
        perform writeBodyLine
        exit paragraph
    end-if.
    move jt-image(journal-idx) to bf-task-rec.
    if tl-action(timeline-idx) = 'DELETE'
        move 'RECORD' to field-name
        move bf-task-description to before-text
        move "(deleted)" to after-text
        perform writeChangeLine
        exit paragraph
    end-if.
    perform findAfterImage.
    if not after-image-found
        move 'RECORD' to field-name
        move bf-task-description to before-text
        move "(no longer on file)" to after-text
        perform writeChangeLine
        exit paragraph
    end-if.
    perform compareImages.

*> af-task-rec: the task's next journalled image, else the record as
*> it stands now (live or archived)
findAfterImage.
    move 'Y' to image-found.
    if journal-idx < journal-count
        compute journal-next-idx = journal-idx + 1
        move jt-image(journal-next-idx) to af-task-rec
    else
        move cur-task-rec to af-task-rec
    end-if.

*> bf-task-rec against af-task-rec, one line per field that moved
compareImages.
    move detail-lines to first-detail-line.
    if bf-task-status not = af-task-status
        move 'STATUS' to field-name
        move bf-task-status to before-text
        move af-task-status to after-text
        perform writeChangeLine
    end-if.
    if bf-task-priority not = af-task-priority
        move 'PRIORITY' to field-name
        move bf-task-priority to before-text
        move af-task-priority to after-text
        perform writeChangeLine
    end-if.
    if bf-task-description not = af-task-description
        move 'DESCRIPTION' to field-name
        move bf-task-description to before-text
        move af-task-description to after-text
        perform writeChangeLine
    end-if.
    if bf-task-tag not = af-task-tag
        move 'TAG' to field-name
        move bf-task-tag to before-text
        move af-task-tag to after-text
        perform writeChangeLine
    end-if.
    if bf-task-owner not = af-task-owner
        move 'OWNER' to field-name
        move bf-task-owner to before-text
        move af-task-owner to after-text
        perform writeChangeLine
    end-if.
    if bf-task-parent-id not = af-task-parent-id
        move 'PARENT-ID' to field-name
        move bf-task-parent-id to before-text
        move af-task-parent-id to after-text
        perform writeChangeLine
    end-if.
    if bf-task-recurrence not = af-task-recurrence
        move 'RECURRENCE' to field-name
        move bf-task-recurrence to before-text
        move af-task-recurrence to after-text
        perform writeChangeLine
    end-if.
    if bf-task-started-at not = af-task-started-at
        move 'STARTED-AT' to field-name
        move bf-task-started-at to before-text
        move af-task-started-at to after-text
        perform writeChangeLine
    end-if.
    if bf-task-completed-at not = af-task-completed-at
        move 'COMPLETED-AT' to field-name
        move bf-task-completed-at to before-text
        move af-task-completed-at to after-text
        perform writeChangeLine
    end-if.
    if bf-task-due-date not = af-task-due-date
        move 'DUE-DATE' to field-name
        move bf-task-due-date to before-text
        move af-task-due-date to after-text
        perform writeChangeLine
    end-if.
    if bf-task-estimated-hours not = af-task-estimated-hours
        move 'ESTIMATE' to field-name
        move bf-task-estimated-hours to hours-edit
        move hours-edit to before-text
        move af-task-estimated-hours to hours-edit
        move hours-edit to after-text
        perform writeChangeLine
    end-if.
    if bf-task-sprint-id not = af-task-sprint-id
        move 'SPRINT-ID' to field-name
        move bf-task-sprint-id to before-text
        move af-task-sprint-id to after-text
        perform writeChangeLine
    end-if.
    if bf-task-wake-date not = af-task-wake-date
        move 'WAKE-DATE' to field-name
        move bf-task-wake-date to before-text
        move af-task-wake-date to after-text
        perform writeChangeLine
    end-if.
    if bf-task-rank not = af-task-rank
        move 'RANK' to field-name
        move bf-task-rank to before-text
        move af-task-rank to after-text
        perform writeChangeLine
    end-if.
    if bf-task-waiting-on not = af-task-waiting-on
        move 'WAITING-ON' to field-name
        move bf-task-waiting-on to before-text
        move af-task-waiting-on to after-text
        perform writeChangeLine
    end-if.
    if bf-task-followup-date not = af-task-followup-date
        move 'FOLLOWUP-DATE' to field-name
        move bf-task-followup-date to before-text
        move af-task-followup-date to after-text
        perform writeChangeLine
    end-if.
    if bf-task-client-code not = af-task-client-code
        move 'CLIENT-CODE' to field-name
        move bf-task-client-code to before-text
        move af-task-client-code to after-text
        perform writeChangeLine
    end-if.
    if detail-lines = first-detail-line
        move spaces to body-line
        move "(rewritten unchanged)" to body-line(11:40)
        perform writeBodyLine
    end-if.

*> field-name, before-text and after-text in
writeChangeLine.
    move spaces to body-line.
    move field-name to body-line(11:16).
    move before-text to body-line(28:50).
    move "->" to body-line(79:2).
    move after-text to body-line(82:50).
    perform writeBodyLine.
    add 1 to detail-lines.
