
copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 ics-file-status pic 99.
01 data-dir pic X(50).
01 ics-priority pic X(1).
01 ics-status pic X(12).
01 export-count pic 9(5) value 0.
01 run-by-user pic X(20).

*> ------------------------------------------------------------------
*> Standalone batch program, modeled on export_tasks: walks open
*> one VTODO per task that carries a due date, so the team's desktop
*> calendars can subscribe to the file instead of copying due dates
*> over by hand.  Output defaults to ~/.todo_cobol/tasks.ics; an
*> alternative path may be given on the command line.  Only tasks
*> the user running it may see are written (task_visibility).  A
*> user listed in users.data signs on first (PIN or nightly_run's
*> ticket), and each restricted task written for an admin goes on
*> the audit trail.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform signOnRunUser.
    if not ws-signon-ok
        display "export_calendar needs your PIN - nothing exported."
        move 8 to return-code
        stop run
    end-if.
    perform openFiles.
    perform writeCalendarHeader.
    perform exportDueTasks.
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    accept run-by-user from environment "USER".
    if function trim(run-by-user) = spaces then
        accept run-by-user from environment "LOGNAME"
    end-if.
    string data-dir delimited by spaces
            "/tasks.data"
            into tasks-file-name.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    close ics-file.

writeCalendarHeader.
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        perform checkTaskVisible
        if (ws-task-status = 'N' or ws-task-status = 'P'
                or ws-task-status = 'R')
                and ws-task-due-date > 0
                and ws-vis-can-see
            perform writeVtodo
            perform logAdminView
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec
    end-perform.

checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.

*> the USER/LOGNAME name is only a claim, and it decides which
*> restricted tasks go into the calendar
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-by-user to ws-signon-user.
    move 'export_calendar' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

logAdminView.
    if ws-vis-seen-as-admin
        move 'logView' to ws-vis-action
        call 'task_visibility' using ws-vis-request
    end-if.

writeVtodo.
    move "BEGIN:VTODO" to ics-line.
    write ics-line.
           into ics-line.
    write ics-line.

    if ws-task-status = 'P' or ws-task-status = 'R' then
        move 'IN-PROCESS' to ics-status
    else
        move 'NEEDS-ACTION' to ics-status
