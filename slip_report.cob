
copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==jrn-==.

01 journal-file-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 journal-file-name pic X(50).
01 tasks-file-name pic X(50).
01 slip-task-table.
    perform aggregateSlips.
    perform showReport.

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
            "/task-journal.data" delimited by size
            into journal-file-name.
    move 'getOne' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        move sl-task-id(slip-task-idx) to ws-task-id
        move sl-owner(slip-task-idx) to ws-task-owner
        perform redactSlipEntry
        exit paragraph
    end-if.
    if sl-last-due(slip-task-idx) > 0
    move ws-task-owner to sl-owner(slip-task-idx).
    move ws-task-tag to sl-tag(slip-task-idx).
    move ws-task-description to sl-description(slip-task-idx).
    perform redactSlipEntry.

*> a private or group task still counts in the totals, but only a
*> user let see it gets its description in the listing
redactSlipEntry.
    perform checkTaskVisible.
    if not ws-vis-can-see
        move '(restricted)' to sl-description(slip-task-idx)
    end-if.

aggregateSlips.
    perform varying slip-task-idx from 1 by 1
    display " ".
    display "Total: " total-slips " slip(s), " total-slip-days
            " day(s) pushed out.".

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
