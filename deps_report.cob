
copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_dep_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(50).
01 task-deps-file-name pic X(50).
01 open-task-table.
    perform reportFeasibility.
    perform showSummary.

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

    perform until DA_END_OF_FILE
        if ws-task-status = 'N' or ws-task-status = 'P'
                or ws-task-status = 'W' or ws-task-status = 'R'
            if open-task-count < open-task-max
                add 1 to open-task-count
                move ws-task-id to ot-task-id(open-task-count)
                move ws-task-due-date
                        to ot-due-date(open-task-count)
                perform checkTaskVisible
                if ws-vis-can-see
                    move ws-task-description
                            to ot-description(open-task-count)
                else
                    move '(restricted)'
                            to ot-description(open-task-count)
                end-if
                move 0 to ot-blocker-count(open-task-count)
                move 'N' to ot-resolved(open-task-count)
            else
        display "WARNING: more than " edge-max
                " edges - some were not checked."
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
