        >> SOURCE FORMAT IS FREE

identification division.
program-id. hold_report.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select journal-file assign to journal-file-name
       organization is indexed
          access mode is dynamic
          record key is journal-id
          file status is journal-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd project-registry-file.
01 project-registry-line pic X(20).

fd journal-file.
copy cp_journal_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd report-file.
01 report-line pic X(120).


working-storage section.

copy da_defs.
copy cp_hold_defs replacing ==:prefix:== by ==ws-==.
copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_attach_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.

01 project-registry-status pic 99.
01 journal-file-status pic 99.
01 audit-file-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 project-registry-name pic X(60).
01 journal-file-name pic X(60).
01 audit-file-name pic X(60).
01 audit-log-name pic X(60).
01 audit-hold-log-name pic X(60).
01 report-file-name pic X(80).
01 holds-file-name pic X(80).
01 today-date pic 9(8).

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

*> the active holds, in hold id order
01 hold-table.
      05 hold-entry occurs 200 times.
            10 hd-id pic 9(5).
            10 hd-scope pic X.
            10 hd-scope-value pic X(20).
            10 hd-task-count pic 9(2).
            10 hd-task-id pic 9(7) occurs 10 times.
            10 hd-task-found pic X occurs 10 times.
            10 hd-reason pic X(60).
            10 hd-placed-by pic X(20).
            10 hd-placed-at pic 9(8).
            10 hd-row-count pic 9(4).
01 hold-count pic 9(3) value 0.
01 hold-idx pic 9(3).
01 hold-task-idx pic 9(2).
01 released-count pic 9(5) value 0.

*> one row per held task per hold that reaches it, with what is
*> recorded against the task
01 held-row-table.
      05 held-row occurs 3000 times.
            10 hr-hold-id pic 9(5).
            10 hr-task-id pic 9(7).
            10 hr-project pic X(20).
            10 hr-status pic X.
            10 hr-description pic X(50).
            10 hr-notes pic 9(5).
            10 hr-attach pic 9(5).
            10 hr-worklog pic 9(5).
            10 hr-expense pic 9(5).
            10 hr-journal pic 9(5).
            10 hr-audit pic 9(6).
01 held-row-count pic 9(4) value 0.
01 held-row-idx pic 9(4).

*> the notes, attachments, bookings and expenses of the held tasks,
*> so their audit lines can be traced back to the task
01 held-sat-table.
      05 held-sat-entry occurs 5000 times.
            10 hs-entity pic X(10).
            10 hs-id pic 9(7).
            10 hs-task-id pic 9(7).
01 held-sat-count pic 9(4) value 0.
01 held-sat-idx pic 9(4).
01 held-sat-entity pic X(10).
01 held-sat-id pic 9(7).
01 table-full-flag pic X value 'N'.
    88 tables-overflowed value 'Y'.

01 match-task-id pic 9(7).
01 task-notes-count pic 9(5).
01 task-attach-count pic 9(5).
01 task-worklog-count pic 9(5).
01 task-expense-count pic 9(5).
01 audit-source-name pic X(20).
01 audit-held-log-lines pic 9(7) value 0.

01 total-tasks pic 9(5) value 0.
01 total-notes pic 9(6) value 0.
01 total-attach pic 9(6) value 0.
01 total-worklog pic 9(6) value 0.
01 total-expense pic 9(6) value 0.
01 total-journal pic 9(6) value 0.
01 total-audit pic 9(7) value 0.

01 scope-print pic X(40).
01 audit-print pic ZZZZZ9.
01 notes-print pic ZZZZ9.
01 attach-print pic ZZZZ9.
01 worklog-print pic ZZZZ9.
01 expense-print pic ZZZZ9.
01 journal-print pic ZZZZ9.
01 description-print pic X(50).


*> ------------------------------------------------------------------
*> Standalone batch program: the legal hold report.  Lists every
*> active hold in legal-holds.data - who placed it, when, why and
*> what it reaches - and under each hold every task it preserves,
*> in any project, with the count of notes, attachments, work-log
*> bookings, expenses, journal images and audit lines (audit.log
*> and audit-hold.log, where compact_logs moves old held lines)
*> recorded against the task.  A task two holds reach is listed
*> under both.  Task ids a hold names that are no longer on file
*> are listed as such.  Descriptions of tasks the user running the
*> report may not see print as "(restricted)".
*>
*> Usage:  hold_report
*> Output: ~/.todo_cobol/hold-report-<yyyymmdd>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadHolds.
    if hold-count > 0
        perform loadProjectTable
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            move project-name-entry(project-idx) to current-project
            perform setProjectFilenames
            perform collectProjectTasks
        end-perform
        perform countJournalImages
        move audit-log-name to audit-file-name
        move 'audit.log' to audit-source-name
        perform countAuditLines
        move audit-hold-log-name to audit-file-name
        move 'audit-hold.log' to audit-source-name
        perform countAuditLines
    end-if.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        stop run
    end-if.
    perform writeReport.
    close report-file.

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.
    move 'close' to ws-hchk-action.
    call 'hold_check' using ws-hchk-request.

    display "Hold report: " hold-count " active hold(s) preserving "
            total-tasks " task(s), written to "
            function trim(report-file-name).

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
            "/task-journal.data" delimited by size
            into journal-file-name.
    string data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-log-name.
    string data-dir delimited by spaces
            "/audit-hold.log" delimited by size
            into audit-hold-log-name.
    string data-dir delimited by spaces
            "/legal-holds.data" delimited by size
            into holds-file-name.
    move function current-date(1:8) to today-date.
    string data-dir delimited by spaces
            "/hold-report-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.

loadHolds.
    initialize ws-da-defs.
    move holds-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.
    perform until not DA_SUCCESS
        if ws-hold-is-active
            if hold-count < 200
                perform loadOneHold
            end-if
        else
            add 1 to released-count
        end-if
        move 'getNext' to ws-file-action
        call 'da_holds' using ws-da-defs, ws-hold-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.

loadOneHold.
    add 1 to hold-count.
    initialize hold-entry(hold-count).
    move ws-hold-id to hd-id(hold-count).
    move ws-hold-scope to hd-scope(hold-count).
    move ws-hold-scope-value to hd-scope-value(hold-count).
    move ws-hold-task-count to hd-task-count(hold-count).
    perform varying hold-task-idx from 1 by 1
            until hold-task-idx > 10
        move ws-hold-task-id(hold-task-idx)
                to hd-task-id(hold-count, hold-task-idx)
        move 'N' to hd-task-found(hold-count, hold-task-idx)
    end-perform.
    move ws-hold-reason to hd-reason(hold-count).
    move ws-hold-placed-by to hd-placed-by(hold-count).
    move ws-hold-placed-at to hd-placed-at(hold-count).

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

collectProjectTasks.
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
        perform checkOneTask
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

*> every hold that reaches the task gets a row; the satellites are
*> counted (and their ids kept) once per task and shown on each row
checkOneTask.
    move 'check' to ws-hchk-action.
    move ws-task-id to ws-hchk-task-id.
    move ws-task-tag to ws-hchk-task-tag.
    move ws-task-owner to ws-hchk-task-owner.
    move ws-task-client-code to ws-hchk-task-client.
    call 'hold_check' using ws-hchk-request.
    if not ws-hchk-is-held
        exit paragraph
    end-if.
    add 1 to total-tasks.
    perform countTaskSatellites.
    perform until not ws-hchk-is-held
        perform addHeldRow
        move 'checkAfter' to ws-hchk-action
        call 'hold_check' using ws-hchk-request
    end-perform.

addHeldRow.
    perform markNamedTaskFound.
    if held-row-count >= 3000
        move 'Y' to table-full-flag
        exit paragraph
    end-if.
    add 1 to held-row-count.
    initialize held-row(held-row-count).
    move ws-hchk-hold-id to hr-hold-id(held-row-count).
    move ws-task-id to hr-task-id(held-row-count).
    move current-project to hr-project(held-row-count).
    move ws-task-status to hr-status(held-row-count).
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
    if ws-vis-can-see
        move ws-task-description to hr-description(held-row-count)
    else
        move '(restricted)' to hr-description(held-row-count)
    end-if.
    move task-notes-count to hr-notes(held-row-count).
    move task-attach-count to hr-attach(held-row-count).
    move task-worklog-count to hr-worklog(held-row-count).
    move task-expense-count to hr-expense(held-row-count).

markNamedTaskFound.
    perform varying hold-idx from 1 by 1 until hold-idx > hold-count
        if hd-id(hold-idx) = ws-hchk-hold-id
            add 1 to hd-row-count(hold-idx)
            perform varying hold-task-idx from 1 by 1
                    until hold-task-idx > hd-task-count(hold-idx)
                if hd-task-id(hold-idx, hold-task-idx) = ws-task-id
                    move 'Y' to hd-task-found(hold-idx, hold-task-idx)
                end-if
            end-perform
        end-if
    end-perform.

countTaskSatellites.
    move 0 to task-notes-count, task-attach-count,
            task-worklog-count, task-expense-count.

    initialize ws-da-defs.
    move ws-task-id to ws-task-note-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    perform until not DA_SUCCESS
        add 1 to task-notes-count
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
        add 1 to task-attach-count
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
        add 1 to task-worklog-count
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
        add 1 to task-expense-count
        move 'EXPENSE' to held-sat-entity
        move ws-expense-id to held-sat-id
        perform addHeldSatellite
        move 'getNext' to ws-file-action
        call 'da_expenses' using ws-da-defs, ws-expense-rec
    end-perform.

    add task-notes-count to total-notes.
    add task-attach-count to total-attach.
    add task-worklog-count to total-worklog.
    add task-expense-count to total-expense.

addHeldSatellite.
    if held-sat-count >= 5000
        move 'Y' to table-full-flag
        exit paragraph
    end-if.
    add 1 to held-sat-count.
    move held-sat-entity to hs-entity(held-sat-count).
    move held-sat-id to hs-id(held-sat-count).
    move ws-task-id to hs-task-id(held-sat-count).

countJournalImages.
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
                move journal-task-id to match-task-id
                perform varying held-row-idx from 1 by 1
                        until held-row-idx > held-row-count
                    if hr-task-id(held-row-idx) = match-task-id
                        add 1 to hr-journal(held-row-idx)
                    end-if
                end-perform
        end-read
    end-perform.
    close journal-file.

countAuditLines.
    open input audit-file.
    if audit-file-status not = '00'
        exit paragraph
    end-if.
    perform until audit-file-status not = '00'
        read audit-file next record
            at end move '10' to audit-file-status
            not at end perform countOneAuditLine
        end-read
    end-perform.
    close audit-file.

countOneAuditLine.
    if audit-source-name = 'audit-hold.log'
        add 1 to audit-held-log-lines
    end-if.
    move 0 to match-task-id.
    evaluate audit-entity
        when 'TASK' when 'TASKEXT' when 'FIELD' when 'ACCESS'
                when 'REVIEW'
            move audit-entity-id to match-task-id
        when 'NOTE' when 'ATTACH' when 'WORKLOG' when 'EXPENSE'
            perform varying held-sat-idx from 1 by 1
                    until held-sat-idx > held-sat-count
                if hs-entity(held-sat-idx) = audit-entity
                        and hs-id(held-sat-idx) = audit-entity-id
                    move hs-task-id(held-sat-idx) to match-task-id
                    exit perform
                end-if
            end-perform
        when other
            exit paragraph
    end-evaluate.
    if match-task-id = 0
        exit paragraph
    end-if.
    perform varying held-row-idx from 1 by 1
            until held-row-idx > held-row-count
        if hr-task-id(held-row-idx) = match-task-id
            add 1 to hr-audit(held-row-idx)
        end-if
    end-perform.

writeReport.
    move spaces to report-line.
    string "-- Legal Hold Report -- " delimited by size
           today-date delimited by size
           " (run by " delimited by size
           function trim(run-by-user) delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    if hold-count = 0
        move "  No active legal holds - nothing is preserved."
                to report-line
        write report-line
    end-if.
    perform varying hold-idx from 1 by 1 until hold-idx > hold-count
        perform writeHoldSection
    end-perform.

    move "-- Preserved in Total --" to report-line.
    write report-line.
    move spaces to report-line.
    string "  Tasks " delimited by size
           total-tasks delimited by size
           ", notes " delimited by size
           total-notes delimited by size
           ", attachments " delimited by size
           total-attach delimited by size
           ", bookings " delimited by size
           total-worklog delimited by size
           ", expenses " delimited by size
           total-expense delimited by size
           into report-line.
    write report-line.
    perform varying held-row-idx from 1 by 1
            until held-row-idx > held-row-count
        add hr-journal(held-row-idx) to total-journal
        add hr-audit(held-row-idx) to total-audit
    end-perform.
    move spaces to report-line.
    string "  Journal images " delimited by size
           total-journal delimited by size
           ", audit lines " delimited by size
           total-audit delimited by size
           " (counted once per hold); audit-hold.log holds "
                delimited by size
           audit-held-log-lines delimited by size
           " line(s)" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Released holds on file: " delimited by size
           released-count delimited by size
           into report-line.
    write report-line.
    if tables-overflowed
        move "  WARNING: more than 3000 held task rows or 5000 related"
                to report-line
        write report-line
        move "  records - the list above is incomplete."
                to report-line
        write report-line
    end-if.

writeHoldSection.
    move spaces to scope-print.
    evaluate hd-scope(hold-idx)
        when 'T'
            move "named task ids" to scope-print
        when 'G'
            string "tag " delimited by size
                   hd-scope-value(hold-idx) delimited by space
                   into scope-print
        when 'O'
            string "owner " delimited by size
                   hd-scope-value(hold-idx) delimited by space
                   into scope-print
        when 'C'
            string "client " delimited by size
                   hd-scope-value(hold-idx) delimited by space
                   into scope-print
    end-evaluate.
    move spaces to report-line.
    string "Hold " delimited by size
           hd-id(hold-idx) delimited by size
           "  " delimited by size
           scope-print delimited by "  "
           "  placed " delimited by size
           hd-placed-at(hold-idx) delimited by size
           " by " delimited by size
           function trim(hd-placed-by(hold-idx)) delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Reason: " delimited by size
           hd-reason(hold-idx) delimited by size
           into report-line.
    write report-line.
    move "  Task     Project              St  Notes Attch Bookg Expns Jrnl  Audit  Description"
            to report-line.
    write report-line.
    perform varying held-row-idx from 1 by 1
            until held-row-idx > held-row-count
        if hr-hold-id(held-row-idx) = hd-id(hold-idx)
            perform writeHeldRowLine
        end-if
    end-perform.
    perform varying hold-task-idx from 1 by 1
            until hold-task-idx > hd-task-count(hold-idx)
        if hd-task-found(hold-idx, hold-task-idx) not = 'Y'
            move spaces to report-line
            string "  " delimited by size
                   hd-task-id(hold-idx, hold-task-idx) delimited by size
                   "  (not on file in any project)" delimited by size
                   into report-line
            write report-line
        end-if
    end-perform.
    if hd-row-count(hold-idx) = 0 and hd-task-count(hold-idx) = 0
        move "  (reaches no task at present)" to report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.

writeHeldRowLine.
    move hr-notes(held-row-idx) to notes-print.
    move hr-attach(held-row-idx) to attach-print.
    move hr-worklog(held-row-idx) to worklog-print.
    move hr-expense(held-row-idx) to expense-print.
    move hr-journal(held-row-idx) to journal-print.
    move hr-audit(held-row-idx) to audit-print.
    move hr-description(held-row-idx) to description-print.
    move spaces to report-line.
    string "  " delimited by size
           hr-task-id(held-row-idx) delimited by size
           "  " delimited by size
           hr-project(held-row-idx) delimited by size
           " " delimited by size
           hr-status(held-row-idx) delimited by size
           "  " delimited by size
           notes-print delimited by size
           " " delimited by size
           attach-print delimited by size
           " " delimited by size
           worklog-print delimited by size
           " " delimited by size
           expense-print delimited by size
           " " delimited by size
           journal-print delimited by size
           " " delimited by size
           audit-print delimited by size
           "  " delimited by size
           description-print delimited by size
           into report-line.
    write report-line.
