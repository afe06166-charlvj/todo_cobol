        >> SOURCE FORMAT IS FREE

identification division.
program-id. gantt_chart.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select holiday-file assign to holiday-file-name
       organization is line sequential
          file status is holiday-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd holiday-file.
01 holiday-line pic X(8).

fd project-registry-file.
01 project-registry-line pic X(20).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_dep_defs replacing ==:prefix:== by ==ws-==.
copy cp_sprint_defs replacing ==:prefix:== by ==ws-==.

01 holiday-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 task-deps-file-name pic X(80).
01 sprints-file-name pic X(80).
01 holiday-file-name pic X(60).
01 project-registry-name pic X(60).
01 report-file-name pic X(100).
01 arg-line pic X(80).
01 arg-kind pic X(10).
01 arg-name pic X(20).
01 arg-scale pic X(10).
01 chart-kind pic X value 'P'.
    88 chart-for-project value 'P'.
    88 chart-for-sprint value 'S'.
01 chart-scale pic X value space.
    88 scale-days value 'D'.
    88 scale-weeks value 'W'.
01 chart-title pic X(40).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 project-in-registry pic X value 'N'.
    88 project-was-found value 'Y'.
01 holiday-table.
      05 holiday-entry occurs 100 times pic 9(8).
01 holiday-count pic 9(3) value 0.
01 holiday-idx pic 9(3).
01 today-date pic 9(8).
01 today-julian pic 9(9).
01 recent-julian pic 9(9).
01 sprint-start-julian pic 9(9) value 0.
01 sprint-end-julian pic 9(9) value 0.

*> one row per task on the chart
01 gantt-table.
      05 gantt-entry occurs 1000 times.
            10 gt-task-id pic 9(7).
            10 gt-description pic X(50).
            10 gt-status pic X(1).
            10 gt-start-julian pic 9(9).
            10 gt-end-julian pic 9(9).
            10 gt-done-julian pic 9(9).
            10 gt-blocker-idx pic 9(4).
            10 gt-placed pic X(1).
            10 gt-depth pic 9(2).
01 gantt-count pic 9(4) value 0.
01 gantt-over pic 9(5) value 0.
01 gantt-idx pic 9(4).
01 blocked-idx pic 9(4).
01 blocker-idx pic 9(4).
01 lookup-task-id pic 9(7).
01 lookup-result-idx pic 9(4).

*> the printing order: by start date, each waiting task directly
*> beneath its blocker
01 start-order-table.
      05 start-order occurs 1000 times pic 9(4).
01 print-order-table.
      05 print-order occurs 1000 times pic 9(4).
01 print-count pic 9(4) value 0.
01 print-idx pic 9(4).
01 stack-table.
      05 stack-entry occurs 1000 times.
            10 sk-row pic 9(4).
            10 sk-depth pic 9(2).
01 stack-count pic 9(4) value 0.
01 order-idx pic 9(4).
01 order-scan pic 9(4).
01 order-hold pic 9(4).
01 current-row pic 9(4).
01 current-depth pic 9(2).

01 chart-start-julian pic 9(9).
01 chart-end-julian pic 9(9).
01 range-start-julian pic 9(9).
01 range-end-julian pic 9(9).
01 col-idx pic 9(3).
01 col-from-julian pic 9(9).
01 col-to-julian pic 9(9).
01 col-date pic 9(8).
01 col-date-x redefines col-date.
      05 col-date-year pic 9(4).
      05 col-date-month pic 9(2).
      05 col-date-day pic 9(2).
01 col-char pic X.
01 col-holiday pic X.
    88 col-has-holiday value 'Y'.
01 check-julian pic 9(9).
01 check-date pic 9(8).
01 overdue-from-julian pic 9(9).
01 timeline-text pic X(90).
01 label-text pic X(40).
01 marker-text pic X(12).
01 page-number pic 9(3) value 0.
01 page-lines pic 9(3) value 99.
01 page-body-max pic 9(3) value 54.
01 scale-name pic X(5).
01 date-label pic X(5).

*> ------------------------------------------------------------------
*> Standalone report: a 132-column text Gantt chart for one project
*> or one sprint.  Each task is a row, its bar running from the
*> started date (the created date when never started) to the due
*> date; a task with no due date is a single mark.  In a project
*> chart the open tasks appear, with those completed in the last
*> fortnight; in a sprint chart every task in the sprint, from
*> whichever project.
*>     =  planned               #  open past its due date
*>     -  completed work        <  >  bar runs off the chart
*>     :  today                 .  holiday (day scale)
*> The marker line under the dates shows T for today, H for a
*> holiday and [---] for the sprint window.  A task waiting on a
*> blocker in task-deps.data sits directly beneath that blocker,
*> marked +-.  The day scale shows 90 days, the week scale 90
*> weeks; without a choice the day scale is used when the work
*> fits in it.  Pages are 60 lines with the headings repeated, for
*> printing.
*> Usage:  gantt_chart project <name>|sprint <name> [day|week]
*> Output: ~/.todo_cobol/gantt-<project|sprint>-<name>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform loadHolidays.
    perform loadProjectTable.

    if chart-for-sprint
        perform findSprint
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            move project-name-entry(project-idx) to current-project
            perform loadProjectRows
        end-perform
    else
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            if project-name-entry(project-idx) = arg-name
                move 'Y' to project-in-registry
            end-if
        end-perform
        if not project-was-found
            display "No project named '" function trim(arg-name) "'."
            stop run
        end-if
        move arg-name to current-project
        perform loadProjectRows
    end-if.

    if gantt-count = 0
        display "Nothing to chart for " function trim(chart-title) "."
        stop run
    end-if.

    perform orderRows.
    perform setChartRange.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        stop run
    end-if.
    perform varying print-idx from 1 by 1
            until print-idx > print-count
        perform writeTaskRow
    end-perform.
    perform writeLegend.
    close report-file.

    display "Gantt chart for " function trim(chart-title) ": "
            gantt-count " task(s) on " page-number " page(s), written to "
            function trim(report-file-name).

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
            "/holidays.data" delimited by size
            into holiday-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/sprints.data" delimited by size
            into sprints-file-name.

    move function current-date(1:8) to today-date.
    compute today-julian = function integer-of-date(today-date).
    compute recent-julian = today-julian - 14.

parseArguments.
    accept arg-line from command-line.
    move spaces to arg-kind, arg-name, arg-scale.
    unstring arg-line delimited by all space
            into arg-kind, arg-name, arg-scale
    end-unstring.
    evaluate function lower-case(arg-kind)
        when 'project'
            move 'P' to chart-kind
        when 'sprint'
            move 'S' to chart-kind
        when other
            move spaces to arg-name
    end-evaluate.
    evaluate function lower-case(arg-scale)
        when spaces
            continue
        when 'day'
            move 'D' to chart-scale
        when 'week'
            move 'W' to chart-scale
        when other
            move spaces to arg-name
    end-evaluate.
    if arg-name = spaces
        display "Usage: gantt_chart project <name>|sprint <name>"
                " [day|week]"
        stop run
    end-if.

    move spaces to chart-title.
    if chart-for-sprint
        string "sprint " delimited by size
               function trim(arg-name) delimited by size
               into chart-title
    else
        string "project " delimited by size
               function trim(arg-name) delimited by size
               into chart-title
    end-if.
    string data-dir delimited by spaces
            "/gantt-" delimited by size
            function lower-case(arg-kind) delimited by space
            "-" delimited by size
            function trim(arg-name) delimited by size
            ".txt" delimited by size
            into report-file-name.

loadHolidays.
    move 0 to holiday-count.
    open input holiday-file.
    if holiday-file-status not = '00'
        exit paragraph
    end-if.
    perform until holiday-file-status not = '00'
        read holiday-file next record
            at end move '10' to holiday-file-status
            not at end
                if holiday-line is numeric
                        and holiday-count < 100
                    add 1 to holiday-count
                    move holiday-line to holiday-entry(holiday-count)
                end-if
        end-read
    end-perform.
    close holiday-file.

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
    move spaces to tasks-file-name, task-deps-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-deps.data" delimited by size
                into task-deps-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-deps-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-deps-file-name
    end-if.

findSprint.
    initialize ws-da-defs.
    move sprints-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_sprints' using ws-da-defs, ws-sprint-rec.
    initialize ws-da-defs.
    initialize ws-sprint-rec.
    move arg-name to ws-sprint-name.
    move 'getByName' to ws-file-action.
    call 'da_sprints' using ws-da-defs, ws-sprint-rec.
    if not DA_SUCCESS
        display "No sprint named '" function trim(arg-name) "'."
        stop run
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_sprints' using ws-da-defs, ws-sprint-rec.
    if ws-sprint-start-date > 0
        compute sprint-start-julian
                = function integer-of-date(ws-sprint-start-date)
    end-if.
    if ws-sprint-end-date > 0
        compute sprint-end-julian
                = function integer-of-date(ws-sprint-end-date)
    end-if.

*> current-project in: its chart rows, then the waiting-on edges
*> between them
loadProjectRows.
    perform setProjectFilenames.
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
        perform noteChartTask
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

    initialize ws-da-defs.
    move task-deps-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    perform until not DA_SUCCESS
        perform noteChartEdge
        move 'getNext' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.

noteChartTask.
    if ws-task-status-deleted
        exit paragraph
    end-if.
    if chart-for-sprint
        if ws-task-sprint-id not = ws-sprint-id
            exit paragraph
        end-if
    else
        if ws-task-status-complete
            if ws-task-completed-at = 0
                exit paragraph
            end-if
            if function integer-of-date(ws-task-completed-at)
                    < recent-julian
                exit paragraph
            end-if
        end-if
    end-if.
    if gantt-count >= 1000
        add 1 to gantt-over
        exit paragraph
    end-if.

    add 1 to gantt-count.
    initialize gantt-entry(gantt-count).
    move ws-task-id to gt-task-id(gantt-count).
    perform checkTaskVisible.
    if ws-vis-can-see
        move ws-task-description to gt-description(gantt-count)
    else
        move '(restricted)' to gt-description(gantt-count)
    end-if.
    move ws-task-status to gt-status(gantt-count).
    if ws-task-started-at > 0
        compute gt-start-julian(gantt-count)
                = function integer-of-date(ws-task-started-at)
    else
        compute gt-start-julian(gantt-count)
                = function integer-of-date(ws-task-created-at)
    end-if.
    if ws-task-due-date > 0
        compute gt-end-julian(gantt-count)
                = function integer-of-date(ws-task-due-date)
    else
        move gt-start-julian(gantt-count) to gt-end-julian(gantt-count)
    end-if.
    if ws-task-status-complete and ws-task-completed-at > 0
        compute gt-done-julian(gantt-count)
                = function integer-of-date(ws-task-completed-at)
    end-if.
    move 'N' to gt-placed(gantt-count).

*> only an edge with both ends on the chart moves a row; a task with
*> several blockers sits under the first one found
noteChartEdge.
    move ws-dep-blocked-id to lookup-task-id.
    perform findRow.
    move lookup-result-idx to blocked-idx.
    move ws-dep-blocker-id to lookup-task-id.
    perform findRow.
    move lookup-result-idx to blocker-idx.
    if blocked-idx > 0 and blocker-idx > 0
            and blocked-idx not = blocker-idx
            and gt-blocker-idx(blocked-idx) = 0
        move blocker-idx to gt-blocker-idx(blocked-idx)
    end-if.

findRow.
    move 0 to lookup-result-idx.
    perform varying gantt-idx from 1 by 1
            until gantt-idx > gantt-count
        if gt-task-id(gantt-idx) = lookup-task-id
            move gantt-idx to lookup-result-idx
            exit perform
        end-if
    end-perform.

*> rows by start date, then a depth-first walk from every task that
*> waits on nothing on the chart, so waiting tasks follow their
*> blocker.  Anything left (a waiting loop) goes at the end.
orderRows.
    perform varying gantt-idx from 1 by 1
            until gantt-idx > gantt-count
        move gantt-idx to start-order(gantt-idx)
    end-perform.
    perform varying order-idx from 2 by 1
            until order-idx > gantt-count
        move start-order(order-idx) to order-hold
        move order-idx to order-scan
        perform until order-scan < 2
                or gt-start-julian(start-order(order-scan - 1))
                    <= gt-start-julian(order-hold)
            move start-order(order-scan - 1) to start-order(order-scan)
            subtract 1 from order-scan
        end-perform
        move order-hold to start-order(order-scan)
    end-perform.

    move 0 to print-count.
    perform varying order-idx from 1 by 1
            until order-idx > gantt-count
        move start-order(order-idx) to current-row
        if gt-blocker-idx(current-row) = 0
            move 1 to stack-count
            move current-row to sk-row(1)
            move 0 to sk-depth(1)
            perform placeFromStack
        end-if
    end-perform.
    perform varying order-idx from 1 by 1
            until order-idx > gantt-count
        move start-order(order-idx) to current-row
        if gt-placed(current-row) = 'N'
            move 1 to stack-count
            move current-row to sk-row(1)
            move 0 to sk-depth(1)
            perform placeFromStack
        end-if
    end-perform.

placeFromStack.
    perform until stack-count = 0
        move sk-row(stack-count) to current-row
        move sk-depth(stack-count) to current-depth
        subtract 1 from stack-count
        if gt-placed(current-row) = 'N'
            move 'Y' to gt-placed(current-row)
            move current-depth to gt-depth(current-row)
            add 1 to print-count
            move current-row to print-order(print-count)
            *> dependants pushed latest-start first, so the earliest
            *> comes off the stack next
            perform varying order-scan from gantt-count by -1
                    until order-scan < 1
                move start-order(order-scan) to order-hold
                if gt-blocker-idx(order-hold) = current-row
                        and gt-placed(order-hold) = 'N'
                        and stack-count < 1000
                    add 1 to stack-count
                    move order-hold to sk-row(stack-count)
                    if current-depth < 5
                        compute sk-depth(stack-count)
                                = current-depth + 1
                    else
                        move current-depth to sk-depth(stack-count)
                    end-if
                end-if
            end-perform
        end-if
    end-perform.

*> the span the chart covers, from the Monday on or before the
*> earliest bar; the scale is the day scale unless the span needs
*> more than 90 days (or the week scale was asked for)
setChartRange.
    move today-julian to range-start-julian, range-end-julian.
    perform varying gantt-idx from 1 by 1
            until gantt-idx > gantt-count
        if gt-start-julian(gantt-idx) < range-start-julian
            move gt-start-julian(gantt-idx) to range-start-julian
        end-if
        if gt-end-julian(gantt-idx) > range-end-julian
            move gt-end-julian(gantt-idx) to range-end-julian
        end-if
    end-perform.
    if sprint-start-julian > 0
            and sprint-start-julian < range-start-julian
        move sprint-start-julian to range-start-julian
    end-if.
    if sprint-end-julian > range-end-julian
        move sprint-end-julian to range-end-julian
    end-if.
    compute chart-start-julian = range-start-julian
            - function mod(range-start-julian - 1, 7).
    if chart-scale = space
        if range-end-julian - chart-start-julian < 90
            move 'D' to chart-scale
        else
            move 'W' to chart-scale
        end-if
    end-if.
    if scale-days
        compute chart-end-julian = chart-start-julian + 89
        move 'day' to scale-name
    else
        compute chart-end-julian = chart-start-julian + 90 * 7 - 1
        move 'week' to scale-name
    end-if.

*> col-idx in; the days the column covers out
setColumnDays.
    if scale-days
        compute col-from-julian = chart-start-julian + col-idx - 1
        move col-from-julian to col-to-julian
    else
        compute col-from-julian
                = chart-start-julian + (col-idx - 1) * 7
        compute col-to-julian = col-from-julian + 6
    end-if.

*> col-from-julian / col-to-julian in; col-holiday out
checkColumnHoliday.
    move 'N' to col-holiday.
    perform varying check-julian from col-from-julian by 1
            until check-julian > col-to-julian or col-has-holiday
        move function date-of-integer(check-julian) to check-date
        perform varying holiday-idx from 1 by 1
                until holiday-idx > holiday-count
            if holiday-entry(holiday-idx) = check-date
                move 'Y' to col-holiday
                exit perform
            end-if
        end-perform
    end-perform.

writePageHeadings.
    add 1 to page-number.
    move 0 to page-lines.
    move spaces to report-line.
    string "GANTT CHART - " delimited by size
           function trim(chart-title) delimited by size
           "  (" delimited by size
           function trim(scale-name) delimited by size
           " scale, from " delimited by size
           function date-of-integer(chart-start-julian)
                   delimited by size
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

    *> date ruler: the date of every Monday (day scale) or of every
    *> fourth week (week scale), where there is room for it
    move spaces to report-line.
    move "Task    Description" to report-line(1:40).
    move spaces to timeline-text.
    perform varying col-idx from 1 by 1 until col-idx > 86
        perform setColumnDays
        if (scale-days and function mod(col-from-julian, 7) = 1)
                or (scale-weeks and function mod(col-idx - 1, 6) = 0)
            move function date-of-integer(col-from-julian) to col-date
            move spaces to date-label
            string col-date-month delimited by size
                   "/" delimited by size
                   col-date-day delimited by size
                   into date-label
            move date-label to timeline-text(col-idx:5)
        end-if
    end-perform.
    move "|" to report-line(41:1).
    move timeline-text to report-line(42:90).
    move "|" to report-line(132:1).
    write report-line.

    move spaces to report-line.
    move "T today  H holiday  [-] sprint" to report-line(1:40).
    move spaces to timeline-text.
    perform varying col-idx from 1 by 1 until col-idx > 90
        perform setColumnDays
        if sprint-start-julian > 0
                and col-to-julian >= sprint-start-julian
                and col-from-julian <= sprint-end-julian
            move '-' to timeline-text(col-idx:1)
            if sprint-start-julian >= col-from-julian
                    and sprint-start-julian <= col-to-julian
                move '[' to timeline-text(col-idx:1)
            end-if
            if sprint-end-julian >= col-from-julian
                    and sprint-end-julian <= col-to-julian
                move ']' to timeline-text(col-idx:1)
            end-if
        end-if
        perform checkColumnHoliday
        if col-has-holiday
            move 'H' to timeline-text(col-idx:1)
        end-if
        if today-julian >= col-from-julian
                and today-julian <= col-to-julian
            move 'T' to timeline-text(col-idx:1)
        end-if
    end-perform.
    move "|" to report-line(41:1).
    move timeline-text to report-line(42:90).
    move "|" to report-line(132:1).
    write report-line.

    move all "-" to report-line.
    move "+" to report-line(41:1).
    move "+" to report-line(132:1).
    write report-line.
    move 4 to page-lines.

writeTaskRow.
    if page-lines = 99 or page-lines >= page-body-max + 4
        perform writePageHeadings
    end-if.
    move print-order(print-idx) to gantt-idx.

    move spaces to label-text, marker-text.
    if gt-depth(gantt-idx) > 0
        move "+-" to marker-text(gt-depth(gantt-idx) * 2 - 1:2)
    end-if.
    string marker-text(1:gt-depth(gantt-idx) * 2 + 1)
                   delimited by size
           gt-task-id(gantt-idx) delimited by size
           " " delimited by size
           gt-description(gantt-idx) delimited by size
           into label-text.
    if gt-depth(gantt-idx) = 0
        move spaces to label-text
        string gt-task-id(gantt-idx) delimited by size
               " " delimited by size
               gt-description(gantt-idx) delimited by size
               into label-text
    end-if.

    if gt-end-julian(gantt-idx) < today-julian
            and gt-status(gantt-idx) not = 'C'
        compute overdue-from-julian = gt-end-julian(gantt-idx) + 1
    else
        move 0 to overdue-from-julian
    end-if.

    move spaces to timeline-text.
    perform varying col-idx from 1 by 1 until col-idx > 90
        perform setColumnDays
        perform chooseCellChar
        move col-char to timeline-text(col-idx:1)
    end-perform.
    if gt-start-julian(gantt-idx) < chart-start-julian
        move '<' to timeline-text(1:1)
    end-if.
    if gt-end-julian(gantt-idx) > chart-end-julian
            or (overdue-from-julian > 0
                and today-julian > chart-end-julian)
        move '>' to timeline-text(90:1)
    end-if.

    move spaces to report-line.
    move label-text to report-line(1:40).
    move "|" to report-line(41:1).
    move timeline-text to report-line(42:90).
    move "|" to report-line(132:1).
    write report-line.
    add 1 to page-lines.

*> gantt-idx and the column's days in; col-char out
chooseCellChar.
    move space to col-char.
    evaluate true
        when overdue-from-julian > 0
                and col-to-julian >= overdue-from-julian
                and col-from-julian <= today-julian
            move '#' to col-char
        when gt-status(gantt-idx) = 'C'
                and gt-done-julian(gantt-idx) > 0
                and col-to-julian >= gt-start-julian(gantt-idx)
                and col-from-julian <= gt-done-julian(gantt-idx)
            move '-' to col-char
        when gt-status(gantt-idx) not = 'C'
                and col-to-julian >= gt-start-julian(gantt-idx)
                and col-from-julian <= gt-end-julian(gantt-idx)
            move '=' to col-char
        when today-julian >= col-from-julian
                and today-julian <= col-to-julian
            move ':' to col-char
        when scale-days
            perform checkColumnHoliday
            if col-has-holiday
                move '.' to col-char
            end-if
    end-evaluate.

writeLegend.
    if page-lines >= page-body-max + 1
        perform writePageHeadings
    end-if.
    move spaces to report-line.
    write report-line.
    move "  = planned   # open past due   - completed   < > runs off the chart   : today   . holiday   +- waits on the task above"
            to report-line.
    write report-line.
    if gantt-over > 0
        move spaces to report-line
        string "  " delimited by size
               gantt-over delimited by size
               " task(s) beyond the first 1000 are not charted."
                       delimited by size
               into report-line
        write report-line
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
