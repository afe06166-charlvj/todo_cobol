        >> SOURCE FORMAT IS FREE

identification division.
program-id. wbs_rollup.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.

file section.
fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.

01 project-registry-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 work-log-file-name pic X(80).
01 project-registry-name pic X(60).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).

*> every live task of one project, in task-id order (the order
*> getAll returns them), with the sums of everything beneath it
01 wbs-table.
      05 wbs-entry occurs 5000 times.
            10 wb-task-id pic 9(7).
            10 wb-parent-id pic 9(7).
            10 wb-parent-idx pic 9(4).
            10 wb-status pic X(1).
            10 wb-estimate pic 9(3)v99.
            10 wb-due-date pic 9(8).
            10 wb-description pic X(50).
            10 wb-logged pic 9(5)v99.
            10 wb-sub-count pic 9(4).
            10 wb-sub-open pic 9(4).
            10 wb-sub-complete pic 9(4).
            10 wb-sub-estimate pic 9(6)v99.
            10 wb-sub-est-complete pic 9(6)v99.
            10 wb-sub-logged pic 9(6)v99.
            10 wb-sub-latest-due pic 9(8).
01 wbs-count pic 9(4) value 0.
01 wbs-idx pic 9(4).
01 ancestor-idx pic 9(4).
01 walk-depth pic 9(3).
01 lookup-task-id pic 9(7).
01 lookup-result-idx pic 9(4).
01 search-low pic 9(4).
01 search-high pic 9(4).
01 search-mid pic 9(4).
01 parent-total pic 9(5) value 0.
01 exception-total pic 9(5) value 0.
01 project-parents pic 9(4).
01 indent-text pic X(20).
01 indent-len pic 9(2).
01 pct-count pic 9(3).
01 pct-estimate pic 9(3).
01 pct-count-print pic zz9.
01 pct-estimate-print pic X(4).
01 hours-print pic zzzzz9.99.
01 logged-print pic zzzzz9.99.
01 due-print pic X(8).
01 latest-print pic X(8).

*> ------------------------------------------------------------------
*> Standalone report: work-breakdown rollup.  Parent tasks made by
*> addsub or from a template show only their own fields; this walks
*> every task-parent-id tree, to any depth, and for every parent
*> totals what lies beneath it:
*>   - subtask count, open and complete
*>   - estimated hours, and hours logged in the work log
*>   - percent complete by count and by estimate (the estimate of
*>     the completed subtasks against the estimate of them all)
*>   - the latest subtask due date against the parent's own
*> Parents whose subtasks run past the parent's due date, and
*> parents marked complete while subtasks are still open, are
*> flagged as exceptions.  Deleted tasks are left out.  Every
*> project in projects.data is reported in turn.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform rollupProject
    end-perform.

    display " ".
    display parent-total " parent task(s) rolled up in "
            project-count " project(s), " exception-total
            " exception(s).".

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

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
    move spaces to tasks-file-name, work-log-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/work-log.data" delimited by size
                into work-log-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/work-log-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into work-log-file-name
    end-if.

rollupProject.
    move 0 to wbs-count.
    move 0 to project-parents.
    perform setProjectFilenames.
    perform loadProjectTasks.
    if wbs-count = 0
        exit paragraph
    end-if.
    perform loadProjectWorklog.
    perform linkParents.
    perform rollUpTasks.

    display " ".
    display "=== Project " function trim(current-project) " ===".
    perform varying wbs-idx from 1 by 1 until wbs-idx > wbs-count
        if wb-sub-count(wbs-idx) > 0
            perform showParent
        end-if
    end-perform.
    if project-parents = 0
        display "  No parent tasks."
    end-if.

loadProjectTasks.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        if not ws-task-status-deleted
            if wbs-count < 5000
                add 1 to wbs-count
                initialize wbs-entry(wbs-count)
                move ws-task-id to wb-task-id(wbs-count)
                move ws-task-parent-id to wb-parent-id(wbs-count)
                move ws-task-status to wb-status(wbs-count)
                move ws-task-estimated-hours to wb-estimate(wbs-count)
                move ws-task-due-date to wb-due-date(wbs-count)
                perform checkTaskVisible
                if ws-vis-can-see
                    move ws-task-description to wb-description(wbs-count)
                else
                    move '(restricted)' to wb-description(wbs-count)
                end-if
            else
                display "WARNING: more than 5000 tasks in project '"
                        function trim(current-project)
                        "' - rollup is incomplete."
            end-if
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

loadProjectWorklog.
    initialize ws-da-defs.
    move work-log-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    perform until not DA_SUCCESS
        move ws-worklog-task-id to lookup-task-id
        perform findTaskIdx
        if lookup-result-idx > 0
            add ws-worklog-hours to wb-logged(lookup-result-idx)
        end-if
        move 'getNext' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

*> lookup-task-id in; lookup-result-idx out (0 when absent).  The
*> table is in task-id order, so a binary search will do.
findTaskIdx.
    move 0 to lookup-result-idx.
    move 1 to search-low.
    move wbs-count to search-high.
    perform until search-low > search-high
            or lookup-result-idx > 0
        compute search-mid = (search-low + search-high) / 2
        evaluate true
            when wb-task-id(search-mid) = lookup-task-id
                move search-mid to lookup-result-idx
            when wb-task-id(search-mid) < lookup-task-id
                compute search-low = search-mid + 1
            when other
                if search-mid = 1
                    move 0 to search-high
                else
                    compute search-high = search-mid - 1
                end-if
        end-evaluate
    end-perform.

linkParents.
    perform varying wbs-idx from 1 by 1 until wbs-idx > wbs-count
        move 0 to wb-parent-idx(wbs-idx)
        if wb-parent-id(wbs-idx) > 0
                and wb-parent-id(wbs-idx) not = wb-task-id(wbs-idx)
            move wb-parent-id(wbs-idx) to lookup-task-id
            perform findTaskIdx
            move lookup-result-idx to wb-parent-idx(wbs-idx)
        end-if
    end-perform.

*> each task adds itself into every ancestor up its chain, which
*> rolls the whole tree up to any depth in one pass.  A chain that
*> loops back on itself (a bad parent id) is cut off at 100 levels.
rollUpTasks.
    perform varying wbs-idx from 1 by 1 until wbs-idx > wbs-count
        move wb-parent-idx(wbs-idx) to ancestor-idx
        move 0 to walk-depth
        perform until ancestor-idx = 0 or ancestor-idx = wbs-idx
                or walk-depth >= 100
            perform addToAncestor
            move wb-parent-idx(ancestor-idx) to ancestor-idx
            add 1 to walk-depth
        end-perform
    end-perform.

addToAncestor.
    add 1 to wb-sub-count(ancestor-idx).
    if wb-status(wbs-idx) = 'C'
        add 1 to wb-sub-complete(ancestor-idx)
        add wb-estimate(wbs-idx) to wb-sub-est-complete(ancestor-idx)
    else
        add 1 to wb-sub-open(ancestor-idx)
    end-if.
    add wb-estimate(wbs-idx) to wb-sub-estimate(ancestor-idx).
    add wb-logged(wbs-idx) to wb-sub-logged(ancestor-idx).
    if wb-due-date(wbs-idx) > wb-sub-latest-due(ancestor-idx)
        move wb-due-date(wbs-idx) to wb-sub-latest-due(ancestor-idx)
    end-if.

showParent.
    add 1 to project-parents.
    add 1 to parent-total.

    *> indent by depth so the tree reads top-down
    move spaces to indent-text.
    move wb-parent-idx(wbs-idx) to ancestor-idx.
    move 0 to walk-depth.
    perform until ancestor-idx = 0 or ancestor-idx = wbs-idx
            or walk-depth >= 9
        add 1 to walk-depth
        move wb-parent-idx(ancestor-idx) to ancestor-idx
    end-perform.
    compute indent-len = walk-depth * 2 + 2.

    compute pct-count = wb-sub-complete(wbs-idx) * 100
            / wb-sub-count(wbs-idx).
    move pct-count to pct-count-print.
    if wb-sub-estimate(wbs-idx) > 0
        compute pct-estimate = wb-sub-est-complete(wbs-idx) * 100
                / wb-sub-estimate(wbs-idx)
        move spaces to pct-estimate-print
        string pct-estimate delimited by size
               "%" delimited by size
               into pct-estimate-print
    else
        move "  - " to pct-estimate-print
    end-if.
    move wb-sub-estimate(wbs-idx) to hours-print.
    move wb-sub-logged(wbs-idx) to logged-print.
    if wb-due-date(wbs-idx) > 0
        move wb-due-date(wbs-idx) to due-print
    else
        move "none" to due-print
    end-if.
    if wb-sub-latest-due(wbs-idx) > 0
        move wb-sub-latest-due(wbs-idx) to latest-print
    else
        move "none" to latest-print
    end-if.

    display indent-text(1:indent-len) wb-task-id(wbs-idx)
            " [" wb-status(wbs-idx) "] "
            function trim(wb-description(wbs-idx)).
    display indent-text(1:indent-len)
            "        " wb-sub-count(wbs-idx) " subtask(s): "
            wb-sub-open(wbs-idx) " open, " wb-sub-complete(wbs-idx)
            " complete; " function trim(pct-count-print)
            "% by count, " function trim(pct-estimate-print)
            " by estimate".
    display indent-text(1:indent-len)
            "        estimate " function trim(hours-print)
            " h, logged " function trim(logged-print)
            " h; due " due-print ", latest subtask due "
            latest-print.

    if wb-due-date(wbs-idx) > 0
            and wb-sub-latest-due(wbs-idx) > wb-due-date(wbs-idx)
        add 1 to exception-total
        display indent-text(1:indent-len)
                "        ** EXCEPTION: subtasks due after the parent"
    end-if.
    if wb-status(wbs-idx) = 'C' and wb-sub-open(wbs-idx) > 0
        add 1 to exception-total
        display indent-text(1:indent-len)
                "        ** EXCEPTION: parent complete with "
                wb-sub-open(wbs-idx) " subtask(s) still open"
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
