        >> SOURCE FORMAT IS FREE

identification division.
program-id. cycle_report.

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
fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.

fd holiday-file.
01 holiday-line pic X(8).

fd project-registry-file.
01 project-registry-line pic X(20).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.

01 history-file-status pic 99.
01 holiday-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 history-file-name pic X(80).
01 holiday-file-name pic X(60).
01 project-registry-name pic X(60).
01 report-file-name pic X(80).
01 arg-line pic X(20).
01 report-month pic 9(6).
01 today-date pic 9(8).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 holiday-table.
      05 holiday-entry occurs 100 times pic 9(8).
01 holiday-count pic 9(3) value 0.
01 holiday-idx pic 9(3).
01 bd-check-julian pic 9(9).
01 bd-check-date pic 9(8).
01 bd-dow pic 9.
01 bd-day-flag pic X.
      88 bd-is-business-day value 'Y'.
01 bd-from-date pic 9(8).
01 bd-to-date pic 9(8).
01 bd-from-julian pic 9(9).
01 bd-to-julian pic 9(9).
01 bd-count pic S9(5).

*> one row per task completed in the month; the three measures are
*> business days: waiting (created to started), working (started
*> to completed) and lead (created to completed).  A task never
*> marked started is taken as started when it was completed.
01 cycle-table.
      05 cycle-entry occurs 5000 times.
            10 cy-tag pic X(20).
            10 cy-owner pic X(20).
            10 cy-priority pic X(1).
            10 cy-recurring pic X(1).
            10 cy-completed-at pic 9(8).
            10 cy-measure occurs 3 times pic 9(5).
01 cycle-count pic 9(4) value 0.
01 cycle-idx pic 9(4).
01 cycle-over pic 9(5) value 0.
01 recurring-count pic 9(4) value 0.
01 started-date pic 9(8).

*> the group a set of figures is worked out for
01 group-kind pic X(1).
    88 group-all value 'A'.
    88 group-by-tag value 'T'.
    88 group-by-owner value 'O'.
    88 group-by-priority value 'P'.
01 group-key pic X(20).
01 group-recurring pic X(1).
01 group-label pic X(20).
01 group-size pic 9(4).
01 row-in-group pic X.
    88 row-is-in-group value 'Y'.
01 key-table.
      05 key-entry occurs 300 times pic X(20).
01 key-count pic 9(3).
01 key-idx pic 9(3).
01 key-found pic X.
    88 key-in-table value 'Y'.
01 measure-idx pic 9.
01 stat-table.
      05 stat-entry occurs 3 times.
            10 st-median pic 9(5)v9.
            10 st-p85 pic 9(5).
            10 st-max pic 9(5).
01 sort-table.
      05 sort-value occurs 5000 times pic 9(5).
01 sort-count pic 9(4).
01 sort-idx pic 9(4).
01 sort-scan pic 9(4).
01 sort-hold pic 9(5).
01 rank-idx pic 9(4).
01 median-print pic zzz9.9.
01 p85-print pic zzz9.
01 max-print pic zzz9.
01 size-print pic zzzz9.
01 stat-text pic X(24).
01 week-start-julian pic 9(9).
01 month-start-julian pic 9(9).
01 month-end-julian pic 9(9).
01 week-end-julian pic 9(9).
01 week-date pic 9(8).
01 week-main-count pic 9(5).
01 week-recurring-count pic 9(5).
01 completed-julian pic 9(9).
01 month-first-date pic 9(8).
01 next-month-date.
      05 next-month-year pic 9(4).
      05 next-month-month pic 9(2).
      05 next-month-day pic 9(2).

*> ------------------------------------------------------------------
*> Standalone batch program: cycle-time and throughput analytics
*> for one month.  Every task completed in the month - in every
*> project in projects.data and in the archived rows of
*> tasks-history.data - is measured three ways, in business days
*> (weekends and the dates in holidays.data do not count, exactly
*> as in todo.cob):
*>     waiting  created to started
*>     working  started to completed
*>     lead     created to completed
*> and each measure is reported as the median, the 85th percentile
*> (nearest rank) and the maximum - overall, by tag, by owner and
*> by priority - followed by the tasks completed in each week.
*> Recurring tasks (recurrence daily, weekly or monthly) come round
*> again by themselves and finish quickly, so they are kept out of
*> those figures and reported on their own.
*>
*> Usage:  cycle_report [yyyymm]     (default: the current month)
*> Output: ~/.todo_cobol/cycle-report-<yyyymm>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadHolidays.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform measureProject
    end-perform.
    perform measureHistory.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        stop run
    end-if.
    perform writeHeader.
    move 'N' to group-recurring.
    perform writeCycleSections.
    perform writeRecurringSection.
    perform writeThroughputSection.
    close report-file.

    compute cycle-idx = cycle-count - recurring-count.
    display "Cycle report for " report-month ": " cycle-idx
            " task(s) measured, " recurring-count
            " recurring, written to " function trim(report-file-name).

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/tasks-history.data" delimited by size
            into history-file-name.
    string data-dir delimited by spaces
            "/holidays.data" delimited by size
            into holiday-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.

    move function current-date(1:8) to today-date.
    accept arg-line from command-line.
    if function trim(arg-line) = spaces
        move today-date(1:6) to report-month
    else
        if function trim(arg-line) is not numeric
                or function length(function trim(arg-line)) not = 6
            display "Usage: cycle_report [yyyymm]"
            stop run
        end-if
        move function trim(arg-line) to report-month
    end-if.

    string data-dir delimited by spaces
            "/cycle-report-" delimited by size
            report-month delimited by size
            ".txt" delimited by size
            into report-file-name.

    *> first and last day of the month: the day before the first of
    *> the next month
    compute month-first-date = report-month * 100 + 1.
    move month-first-date to next-month-date.
    add 1 to next-month-month.
    if next-month-month > 12
        move 1 to next-month-month
        add 1 to next-month-year
    end-if.
    compute month-start-julian
            = function integer-of-date(month-first-date).
    compute month-end-julian
            = function integer-of-date(function numval(next-month-date))
            - 1.

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
    move spaces to tasks-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
    end-if.

measureProject.
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
        perform measureOneTask
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

*> purge_tasks moves finished work to the history file, so a month
*> already swept is still measured in full
measureHistory.
    open input history-file.
    if history-file-status not = '00'
        exit paragraph
    end-if.
    perform until history-file-status not = '00'
        read history-file next record
            at end move '10' to history-file-status
            not at end
                move hist-task-rec to ws-task-rec
                perform measureOneTask
        end-read
    end-perform.
    close history-file.

measureOneTask.
    if not ws-task-status-complete
            or ws-task-completed-at(1:6) not = report-month
            or ws-task-created-at = 0
        exit paragraph
    end-if.
    if cycle-count >= 5000
        add 1 to cycle-over
        exit paragraph
    end-if.
    add 1 to cycle-count.
    move ws-task-tag to cy-tag(cycle-count).
    move ws-task-owner to cy-owner(cycle-count).
    move ws-task-priority to cy-priority(cycle-count).
    move ws-task-completed-at to cy-completed-at(cycle-count).
    if ws-task-recurrence-daily or ws-task-recurrence-weekly
            or ws-task-recurrence-monthly
        move 'Y' to cy-recurring(cycle-count)
        add 1 to recurring-count
    else
        move 'N' to cy-recurring(cycle-count)
    end-if.

    if ws-task-started-at > 0
        move ws-task-started-at to started-date
    else
        move ws-task-completed-at to started-date
    end-if.
    move ws-task-created-at to bd-from-date.
    move started-date to bd-to-date.
    perform countBusinessDays.
    move bd-count to cy-measure(cycle-count, 1).
    move started-date to bd-from-date.
    move ws-task-completed-at to bd-to-date.
    perform countBusinessDays.
    move bd-count to cy-measure(cycle-count, 2).
    move ws-task-created-at to bd-from-date.
    move ws-task-completed-at to bd-to-date.
    perform countBusinessDays.
    move bd-count to cy-measure(cycle-count, 3).

*> bd-from-date / bd-to-date in; bd-count out: working days in
*> the interval (from, to]
countBusinessDays.
    move 0 to bd-count.
    if bd-from-date = 0 or bd-to-date = 0
            or bd-to-date <= bd-from-date
        exit paragraph
    end-if.
    compute bd-from-julian
            = function integer-of-date(bd-from-date) + 1.
    compute bd-to-julian = function integer-of-date(bd-to-date).
    perform varying bd-check-julian from bd-from-julian by 1
            until bd-check-julian > bd-to-julian
        perform checkBusinessDay
        if bd-is-business-day
            add 1 to bd-count
        end-if
    end-perform.

*> bd-check-julian in; bd-day-flag out.  Saturdays, Sundays and
*> listed holidays are non-working days.
checkBusinessDay.
    move 'Y' to bd-day-flag.
    compute bd-dow = function mod(bd-check-julian, 7).
    if bd-dow = 6 or bd-dow = 0
        move 'N' to bd-day-flag
        exit paragraph
    end-if.
    move function date-of-integer(bd-check-julian) to bd-check-date.
    perform varying holiday-idx from 1 by 1
            until holiday-idx > holiday-count
        if holiday-entry(holiday-idx) = bd-check-date
            move 'N' to bd-day-flag
            exit perform
        end-if
    end-perform.

*> cycle-idx, group-kind, group-key and group-recurring in;
*> row-in-group out
checkRowInGroup.
    move 'N' to row-in-group.
    if cy-recurring(cycle-idx) not = group-recurring
        exit paragraph
    end-if.
    evaluate true
        when group-all
            move 'Y' to row-in-group
        when group-by-tag
            if cy-tag(cycle-idx) = group-key
                move 'Y' to row-in-group
            end-if
        when group-by-owner
            if cy-owner(cycle-idx) = group-key
                move 'Y' to row-in-group
            end-if
        when group-by-priority
            if cy-priority(cycle-idx) = group-key(1:1)
                move 'Y' to row-in-group
            end-if
    end-evaluate.

*> the group in; group-size and stat-table out
computeGroupStats.
    move 0 to group-size.
    perform varying measure-idx from 1 by 1 until measure-idx > 3
        move 0 to sort-count
        perform varying cycle-idx from 1 by 1
                until cycle-idx > cycle-count
            perform checkRowInGroup
            if row-is-in-group
                add 1 to sort-count
                move cy-measure(cycle-idx, measure-idx)
                        to sort-value(sort-count)
            end-if
        end-perform
        move sort-count to group-size
        initialize stat-entry(measure-idx)
        if sort-count > 0
            perform sortValues
            perform takeStatistics
        end-if
    end-perform.

*> sort-value(1 .. sort-count) into ascending order - an insertion
*> sort, the groups being small
sortValues.
    perform varying sort-idx from 2 by 1 until sort-idx > sort-count
        move sort-value(sort-idx) to sort-hold
        move sort-idx to sort-scan
        perform until sort-scan < 2
                or sort-value(sort-scan - 1) <= sort-hold
            move sort-value(sort-scan - 1) to sort-value(sort-scan)
            subtract 1 from sort-scan
        end-perform
        move sort-hold to sort-value(sort-scan)
    end-perform.

*> the sorted values in; the median (the mean of the middle pair
*> when the count is even), the 85th percentile by nearest rank and
*> the maximum out, for measure-idx
takeStatistics.
    if function mod(sort-count, 2) = 1
        compute rank-idx = (sort-count + 1) / 2
        move sort-value(rank-idx) to st-median(measure-idx)
    else
        compute rank-idx = sort-count / 2
        compute st-median(measure-idx) rounded =
                (sort-value(rank-idx) + sort-value(rank-idx + 1)) / 2
    end-if.
    compute rank-idx = (sort-count * 85 + 99) / 100.
    move sort-value(rank-idx) to st-p85(measure-idx).
    move sort-value(sort-count) to st-max(measure-idx).

writeHeader.
    move spaces to report-line.
    string "-- Cycle Time and Throughput -- month " delimited by size
           report-month delimited by size
           " (run " delimited by size
           today-date delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move "  Business days; median / 85th percentile / maximum."
            to report-line.
    write report-line.
    if cycle-over > 0
        move spaces to report-line
        string "  WARNING: " delimited by size
               cycle-over delimited by size
               " completion(s) beyond the first 5000 not measured."
                       delimited by size
               into report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.

writeCycleSections.
    perform writeColumnHeadings.
    move 'A' to group-kind.
    move spaces to group-key.
    move "All tasks" to group-label.
    perform writeGroupLine.

    move spaces to report-line.
    write report-line.
    move "-- By Tag --" to report-line.
    write report-line.
    perform writeColumnHeadings.
    move 'T' to group-kind.
    perform collectGroupKeys.
    perform writeKeyedGroups.

    move spaces to report-line.
    write report-line.
    move "-- By Owner --" to report-line.
    write report-line.
    perform writeColumnHeadings.
    move 'O' to group-kind.
    perform collectGroupKeys.
    perform writeKeyedGroups.

    move spaces to report-line.
    write report-line.
    move "-- By Priority --" to report-line.
    write report-line.
    perform writeColumnHeadings.
    move 'P' to group-kind.
    move 3 to key-count.
    move 'H' to key-entry(1).
    move 'M' to key-entry(2).
    move 'L' to key-entry(3).
    perform writeKeyedGroups.

writeRecurringSection.
    move spaces to report-line.
    write report-line.
    move "-- Recurring Tasks (kept out of the figures above) --"
            to report-line.
    write report-line.
    perform writeColumnHeadings.
    move 'Y' to group-recurring.
    move 'A' to group-kind.
    move spaces to group-key.
    move "Recurring" to group-label.
    perform writeGroupLine.
    move 'N' to group-recurring.

writeColumnHeadings.
    move "  Group                    Tasks | Waiting              | Working              | Lead"
            to report-line.
    write report-line.
    move "  -------------------------------+----------------------+----------------------+---------------------"
            to report-line.
    write report-line.

*> every distinct tag or owner among the month's non-recurring rows
collectGroupKeys.
    move 0 to key-count.
    perform varying cycle-idx from 1 by 1
            until cycle-idx > cycle-count
        if cy-recurring(cycle-idx) = group-recurring
            if group-by-tag
                move cy-tag(cycle-idx) to group-key
            else
                move cy-owner(cycle-idx) to group-key
            end-if
            move 'N' to key-found
            perform varying key-idx from 1 by 1
                    until key-idx > key-count
                if key-entry(key-idx) = group-key
                    move 'Y' to key-found
                    exit perform
                end-if
            end-perform
            if not key-in-table and key-count < 300
                add 1 to key-count
                move group-key to key-entry(key-count)
            end-if
        end-if
    end-perform.
    if key-count = 0
        move "  (nothing completed this month)" to report-line
        write report-line
    end-if.

writeKeyedGroups.
    perform varying key-idx from 1 by 1 until key-idx > key-count
        move key-entry(key-idx) to group-key
        evaluate true
            when group-by-priority
                evaluate group-key(1:1)
                    when 'H' move "High" to group-label
                    when 'M' move "Medium" to group-label
                    when other move "Low" to group-label
                end-evaluate
            when group-key = spaces and group-by-tag
                move "(no tag)" to group-label
            when group-key = spaces
                move "(unassigned)" to group-label
            when other
                move group-key to group-label
        end-evaluate
        perform writeGroupLine
    end-perform.

writeGroupLine.
    perform computeGroupStats.
    if group-size = 0 and not group-all
        exit paragraph
    end-if.
    move group-size to size-print.
    move spaces to report-line.
    string "  " delimited by size
           group-label delimited by size
           "     " delimited by size
           size-print delimited by size
           " |" delimited by size
           into report-line.
    move 1 to measure-idx.
    perform formatStatText.
    move stat-text to report-line(36:21).
    move "|" to report-line(57:1).
    move 2 to measure-idx.
    perform formatStatText.
    move stat-text to report-line(59:21).
    move "|" to report-line(80:1).
    move 3 to measure-idx.
    perform formatStatText.
    move stat-text to report-line(82:21).
    write report-line.

formatStatText.
    move st-median(measure-idx) to median-print.
    move st-p85(measure-idx) to p85-print.
    move st-max(measure-idx) to max-print.
    move spaces to stat-text.
    string median-print delimited by size
           " /" delimited by size
           p85-print delimited by size
           " /" delimited by size
           max-print delimited by size
           into stat-text.

*> tasks completed in each Monday-to-Sunday week that touches the
*> month, counting only the days inside the month
writeThroughputSection.
    move spaces to report-line.
    write report-line.
    move "-- Completed per Week --" to report-line.
    write report-line.
    move "  Week of    Tasks  Recurring" to report-line.
    write report-line.
    compute week-start-julian = month-start-julian
            - function mod(month-start-julian - 1, 7).
    perform until week-start-julian > month-end-julian
        compute week-end-julian = week-start-julian + 6
        move 0 to week-main-count, week-recurring-count
        perform varying cycle-idx from 1 by 1
                until cycle-idx > cycle-count
            compute completed-julian = function integer-of-date(
                    cy-completed-at(cycle-idx))
            if completed-julian >= week-start-julian
                    and completed-julian <= week-end-julian
                if cy-recurring(cycle-idx) = 'Y'
                    add 1 to week-recurring-count
                else
                    add 1 to week-main-count
                end-if
            end-if
        end-perform
        move function date-of-integer(week-start-julian) to week-date
        move spaces to report-line
        string "  " delimited by size
               week-date delimited by size
               "  " delimited by size
               week-main-count delimited by size
               "  " delimited by size
               week-recurring-count delimited by size
               into report-line
        write report-line
        add 7 to week-start-julian
    end-perform.
