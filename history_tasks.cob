
copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_access_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 history-file-status pic 99.
01 notes-history-file-status pic 99.
01 notes-history-file-name pic X(50).
01 hist-note-count pic 9(3).
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(50).
01 history-file-name pic X(50).
01 cmd-data.
01 match-flag pic X.
    88 row-matches value 'Y'.
01 listed-count pic 9(5) value 0.
01 withheld-count pic 9(5) value 0.
01 access-file-name pic X(80).
01 restore-old-id pic 9(7).

*> ------------------------------------------------------------------
*>   history_tasks from <yyyymmdd> [to <yyyymmdd>]
*>                                   - list by created-date range
*>   history_tasks restore <task-id> - copy a task back to tasks-file
*>
*> An archived private or group task is listed, and restored, only
*> for users task_visibility lets see it; a restore carries the
*> visibility class over to the new id.  A user listed in users.data
*> signs on first (PIN or nightly_run's ticket), and each restricted
*> task shown to, or restored by, an admin goes on the audit trail.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform signOnRunUser.
    if not ws-signon-ok
        display "history_tasks needs your PIN - nothing shown."
        move 8 to return-code
        stop run
    end-if.
    perform parseArguments.
    perform openHistoryFile.

        perform restoreTask
    else
        perform listHistory
        if query-kind = 'id' and listed-count > 0
            perform showArchivedNotes
        end-if
    end-if.

    close history-file.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    stop run.

setFilenames.
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
    string data-dir delimited by spaces
            "/task-notes-history.data" delimited by size
            into notes-history-file-name.
    string data-dir delimited by spaces
            "/task-access.data" delimited by size
            into access-file-name.

parseArguments.
    move spaces to query-kind, query-owner, query-tag.
    end-perform.

    display listed-count " archived task(s) listed.".
    if withheld-count > 0
        display withheld-count " restricted task(s) withheld."
    end-if.

listHistoryRow.
    perform checkHistoryMatch.
    if row-matches then
        move hist-task-id to ws-task-id
        move hist-task-owner to ws-task-owner
        perform checkTaskVisible
        if not ws-vis-can-see
            add 1 to withheld-count
            move 'N' to match-flag
        end-if
    end-if.
    if row-matches then
        display "  " hist-task-id
                " |    " hist-task-status
                "  | " hist-task-created-at
                " |  " function trim(hist-task-description)
        add 1 to listed-count
        perform logAdminView
    end-if.

checkHistoryMatch.

    move hist-task-id to restore-old-id.
    move hist-task-rec to ws-task-rec.
    perform checkTaskVisible.
    if not ws-vis-can-see
        display "Task " query-id " is not in the archive."
        close history-file
        stop run
    end-if.
    perform logAdminView.

    *> the point of a restore is to reopen the work, so the copy
    *> comes back as an open task whatever state it was swept in
    if DA_SUCCESS then
        display "Archived task " restore-old-id
                " restored to tasks-file as task " ws-task-id "."
        perform carryAccessClass
    else
        display "Restore failed - status " ws-result "."
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.

logAdminView.
    if ws-vis-seen-as-admin
        move 'logView' to ws-vis-action
        call 'task_visibility' using ws-vis-request
    end-if.

*> the USER/LOGNAME name is only a claim, and it decides which
*> restricted archived tasks are shown or restored
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-by-user to ws-signon-user.
    move 'history_tasks' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

*> the restored copy has a fresh id; a private or group class on
*> the archived one goes with it so the restore does not publish it
carryAccessClass.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.
    initialize ws-da-defs.
    move access-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    initialize ws-access-rec.
    move restore-old-id to ws-access-task-id.
    move 'getOne' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.
    if DA_SUCCESS
        move ws-task-id to ws-access-task-id
        initialize ws-da-defs
        move 'save' to ws-file-action
        call 'da_access' using ws-da-defs, ws-access-rec
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.
