        >> SOURCE FORMAT IS FREE

identification division.
program-id. capacity_forecast.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select availability-file assign to availability-file-name
       organization is line sequential
          file status is availability-file-status.
      select holiday-file assign to holiday-file-name
       organization is line sequential
          file status is holiday-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.

file section.
fd availability-file.
01 availability-line pic X(80).

fd holiday-file.
01 holiday-line pic X(8).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.

01 availability-file-status pic 99.
01 holiday-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 work-log-file-name pic X(80).
01 availability-file-name pic X(60).
01 holiday-file-name pic X(60).
01 project-registry-name pic X(60).
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
01 avail-line-user pic X(20).
01 avail-line-kind pic X(10).
01 avail-line-value pic X(20).
01 avail-line-to pic X(20).
01 default-weekly-hours pic 9(3)v99 value 40.
01 leave-table.
      05 leave-entry occurs 500 times.
            10 lv-member pic 9(3).
            10 lv-from pic 9(8).
            10 lv-to pic 9(8).
01 leave-count pic 9(3) value 0.
01 leave-idx pic 9(3).
01 staff-table.
      05 staff-entry occurs 200 times.
            10 sf-user pic X(20).
            10 sf-weekly-hours pic 9(3)v99.
            10 sf-weekly-set pic X.
                88 sf-has-own-hours value 'Y'.
            10 sf-week occurs 8 times.
                  15 sf-committed pic 9(5)v99.
                  15 sf-available pic 9(5)v99.
            10 sf-beyond pic 9(6)v99.
01 staff-count pic 9(3) value 0.
01 staff-idx pic 9(3).
01 lookup-user pic X(20).
01 today-date pic 9(8).
01 today-julian pic 9(9).
01 horizon-start-julian pic 9(9).
01 horizon-end-julian pic 9(9).
01 week-idx pic 9.
01 week-start-date pic 9(8).
01 bd-check-julian pic 9(9).
01 bd-check-date pic 9(8).
01 bd-dow pic 9.
01 bd-day-flag pic X.
      88 bd-is-business-day value 'Y'.
01 work-day-flag pic X.
      88 is-work-day value 'Y'.
01 task-table.
      05 task-entry occurs 1000 times.
            10 tk-task-id pic 9(7).
            10 tk-owner pic X(20).
            10 tk-estimate pic 9(3)v99.
            10 tk-due-date pic 9(8).
            10 tk-logged pic 9(5)v99.
01 task-count pic 9(4) value 0.
01 task-idx pic 9(4).
01 incomplete-table.
      05 incomplete-entry occurs 500 times.
            10 ic-project pic X(20).
            10 ic-task-id pic 9(7).
            10 ic-owner pic X(20).
            10 ic-missing pic X(20).
            10 ic-description pic X(50).
01 incomplete-count pic 9(4) value 0.
01 incomplete-over pic 9(4) value 0.
01 incomplete-idx pic 9(4).
01 missing-text pic X(20).
01 remaining-hours pic S9(5)v99.
01 spread-days pic 9(5).
01 spread-end-julian pic 9(9).
01 day-share pic 9(5)v9999.
01 daily-hours pic 9(3)v9999.
01 forecast-task-count pic 9(5) value 0.
01 overbooked-count pic 9(4) value 0.
01 hours-display pic ZZZZ9.99.
01 avail-display pic ZZZZ9.99.
01 weekly-display pic ZZ9.99.
01 over-flag-text pic X(12).

*> ------------------------------------------------------------------
*> Standalone batch program: the weekly capacity forecast.  Every
*> open task (new, in progress, waiting or in review) in every
*> project with an owner, an estimate and a due date has its
*> remaining hours - task-estimated-hours less the hours booked
*> against it in the work log - spread evenly over its owner's
*> working days from today up to the due date.  Work already
*> overdue lands on the next working day.  Per user, per week for
*> the next eight weeks (starting with this week), the committed
*> hours are set against the hours the user is available, and
*> weeks booked beyond that are flagged.  Tasks with no estimate, no due date or no owner
*> cannot be placed, so they are listed separately - the forecast
*> is short by whatever they hold.
*> Working days are Monday to Friday less the holidays in
*> holidays.data, exactly as in todo.cob.  Availability lives in
*> ~/.todo_cobol/availability.data:
*>     ALL WEEKLY <hours>             standard week for everyone
*>     <user> WEEKLY <hours>          a user's own standard week
*>     <user> LEAVE <from> [<to>]     leave/absence, whole days,
*>                                    yyyymmdd inclusive
*> A user's week is spread evenly over the five weekdays; a day on
*> leave or a holiday is worth nothing.  Lines starting with '*'
*> are comments.  A missing file is created with ALL WEEKLY 40.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadHolidays.
    perform loadAvailability.
    perform loadProjectTable.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform forecastProject
    end-perform.

    perform computeAvailableHours.
    perform showForecast.
    perform showIncompleteTasks.

    display " ".
    display forecast-task-count " task(s) forecast for " staff-count
            " user(s); " overbooked-count " overbooked week(s); "
            incomplete-count " task(s) could not be placed.".

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
    string data-dir delimited by spaces
            "/availability.data" delimited by size
            into availability-file-name.
    string data-dir delimited by spaces
            "/holidays.data" delimited by size
            into holiday-file-name.

    *> the horizon is eight whole Monday-to-Sunday weeks, the first
    *> being this one; integer-of-date day 1 was a Monday
    move function current-date(1:8) to today-date.
    compute today-julian = function integer-of-date(today-date).
    compute horizon-start-julian = today-julian
            - function mod(today-julian - 1, 7).
    compute horizon-end-julian = horizon-start-julian + 55.

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

loadAvailability.
    open input availability-file.
    if availability-file-status = '35'
        perform writeDefaultAvailability
        open input availability-file
    end-if.
    if availability-file-status not = '00'
        display "Could not read " function trim(availability-file-name)
                " - everyone is taken at " default-weekly-hours
                " hours a week."
        exit paragraph
    end-if.

    perform until availability-file-status not = '00'
        read availability-file next record
            at end move '10' to availability-file-status
            not at end perform applyAvailabilityLine
        end-read
    end-perform.
    close availability-file.

    *> users with no WEEKLY line of their own take the standard week,
    *> whichever order the lines came in
    perform varying staff-idx from 1 by 1
            until staff-idx > staff-count
        if not sf-has-own-hours(staff-idx)
            move default-weekly-hours to sf-weekly-hours(staff-idx)
        end-if
    end-perform.

applyAvailabilityLine.
    if availability-line(1:1) = '*'
            or function trim(availability-line) = spaces
        exit paragraph
    end-if.
    move spaces to avail-line-user, avail-line-kind, avail-line-value,
            avail-line-to.
    unstring availability-line delimited by all space
            into avail-line-user, avail-line-kind, avail-line-value,
                 avail-line-to
    end-unstring.

    evaluate function upper-case(avail-line-kind)
        when 'WEEKLY'
            if function test-numval(avail-line-value) not = 0
                display "Weekly hours '" function trim(avail-line-value)
                        "' for " function trim(avail-line-user)
                        " is not a number - ignored."
                exit paragraph
            end-if
            if function upper-case(avail-line-user) = 'ALL'
                move function numval(avail-line-value)
                        to default-weekly-hours
            else
                move avail-line-user to lookup-user
                perform findStaff
                if staff-idx > 0
                    move function numval(avail-line-value)
                            to sf-weekly-hours(staff-idx)
                    move 'Y' to sf-weekly-set(staff-idx)
                end-if
            end-if
        when 'LEAVE'
            if avail-line-to = spaces
                move avail-line-value to avail-line-to
            end-if
            if function trim(avail-line-value) is not numeric
                    or function trim(avail-line-to) is not numeric
                    or function test-date-yyyymmdd(
                        function numval(avail-line-value)) not = 0
                    or function test-date-yyyymmdd(
                        function numval(avail-line-to)) not = 0
                display "Leave line '" function trim(availability-line)
                        "' needs yyyymmdd dates - ignored."
                exit paragraph
            end-if
            move avail-line-user to lookup-user
            perform findStaff
            if staff-idx > 0 and leave-count < 500
                add 1 to leave-count
                move staff-idx to lv-member(leave-count)
                move function numval(avail-line-value)
                        to lv-from(leave-count)
                move function numval(avail-line-to)
                        to lv-to(leave-count)
            end-if
        when other
            display "Unknown availability line kind '"
                    function trim(avail-line-kind) "' ignored."
    end-evaluate.

writeDefaultAvailability.
    open output availability-file.
    move "* staff availability - edit freely" to availability-line.
    write availability-line.
    move "* ALL WEEKLY <hours>: the standard week for everyone"
            to availability-line.
    write availability-line.
    move "* <user> WEEKLY <hours>: a user's own standard week"
            to availability-line.
    write availability-line.
    move "* <user> LEAVE <from> [<to>]: leave, yyyymmdd inclusive"
            to availability-line.
    write availability-line.
    move "ALL WEEKLY 40" to availability-line.
    write availability-line.
    close availability-file.

*> lookup-user in; staff-idx out (a new entry when the user has
*> not been seen before, 0 when the table is full)
findStaff.
    perform varying staff-idx from 1 by 1
            until staff-idx > staff-count
        if sf-user(staff-idx) = lookup-user
            exit paragraph
        end-if
    end-perform.
    if staff-count >= 200
        display "WARNING: more than 200 users - '"
                function trim(lookup-user) "' left out."
        move 0 to staff-idx
        exit paragraph
    end-if.
    add 1 to staff-count.
    move staff-count to staff-idx.
    initialize staff-entry(staff-idx).
    move lookup-user to sf-user(staff-idx).
    move default-weekly-hours to sf-weekly-hours(staff-idx).

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

*> one project at a time: its open tasks are tabled, the work log
*> is run against the table to find what is already booked, and
*> then each task's remainder is spread
forecastProject.
    move 0 to task-count.
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
        if ws-task-status-new or ws-task-status-progress
                or ws-task-status-waiting or ws-task-status-review
            perform noteOpenTask
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

    if task-count = 0
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move work-log-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move 'getAll' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
        perform until not DA_SUCCESS
            perform tallyOneBooking
            move 'getNext' to ws-file-action
            call 'da_worklog' using ws-da-defs, ws-worklog-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-if.

    perform varying task-idx from 1 by 1 until task-idx > task-count
        perform spreadOneTask
    end-perform.

noteOpenTask.
    move spaces to missing-text.
    evaluate true
        when ws-task-estimated-hours = 0 and ws-task-due-date = 0
            move 'estimate, due date' to missing-text
        when ws-task-estimated-hours = 0
            move 'estimate' to missing-text
        when ws-task-due-date = 0
            move 'due date' to missing-text
        when ws-task-owner = spaces
            move 'owner' to missing-text
    end-evaluate.
    if missing-text not = spaces
        if incomplete-count < 500
            add 1 to incomplete-count
            move current-project to ic-project(incomplete-count)
            move ws-task-id to ic-task-id(incomplete-count)
            move ws-task-owner to ic-owner(incomplete-count)
            move missing-text to ic-missing(incomplete-count)
            perform checkTaskVisible
            if ws-vis-can-see
                move ws-task-description
                        to ic-description(incomplete-count)
            else
                move '(restricted)' to ic-description(incomplete-count)
            end-if
        else
            add 1 to incomplete-over
        end-if
        exit paragraph
    end-if.

    if task-count >= 1000
        display "WARNING: more than 1000 open tasks in project '"
                function trim(current-project) "' - the rest are"
                " left out of the forecast."
        exit paragraph
    end-if.
    add 1 to task-count.
    move ws-task-id to tk-task-id(task-count).
    move ws-task-owner to tk-owner(task-count).
    move ws-task-estimated-hours to tk-estimate(task-count).
    move ws-task-due-date to tk-due-date(task-count).
    move 0 to tk-logged(task-count).

tallyOneBooking.
    perform varying task-idx from 1 by 1 until task-idx > task-count
        if tk-task-id(task-idx) = ws-worklog-task-id
            add ws-worklog-hours to tk-logged(task-idx)
            exit paragraph
        end-if
    end-perform.

*> task-idx in.  The remainder is split evenly over the owner's
*> working days from today to the due date; only the days that
*> fall inside the eight weeks are added to the grid.
spreadOneTask.
    compute remaining-hours = tk-estimate(task-idx)
            - tk-logged(task-idx).
    if remaining-hours <= 0
        exit paragraph
    end-if.
    move tk-owner(task-idx) to lookup-user.
    perform findStaff.
    if staff-idx = 0
        exit paragraph
    end-if.
    add 1 to forecast-task-count.

    compute spread-end-julian =
            function integer-of-date(tk-due-date(task-idx)).
    move 0 to spread-days.
    if spread-end-julian >= today-julian
        perform varying bd-check-julian from today-julian by 1
                until bd-check-julian > spread-end-julian
            perform checkWorkDay
            if is-work-day
                add 1 to spread-days
            end-if
        end-perform
    end-if.

    *> overdue, or no working day left before the due date: the lot
    *> is owed on the next working day
    if spread-days = 0
        move today-julian to bd-check-julian
        perform checkWorkDay
        perform until is-work-day
                or bd-check-julian > horizon-end-julian
            add 1 to bd-check-julian
            perform checkWorkDay
        end-perform
        if not is-work-day
            add remaining-hours to sf-beyond(staff-idx)
            exit paragraph
        end-if
        move bd-check-julian to spread-end-julian
        move 1 to spread-days
    end-if.

    compute day-share = remaining-hours / spread-days.
    perform varying bd-check-julian from today-julian by 1
            until bd-check-julian > spread-end-julian
        perform checkWorkDay
        if is-work-day
            if bd-check-julian > horizon-end-julian
                add day-share to sf-beyond(staff-idx)
            else
                compute week-idx = (bd-check-julian
                        - horizon-start-julian) / 7 + 1
                add day-share to sf-committed(staff-idx, week-idx)
            end-if
        end-if
    end-perform.

*> bd-check-julian and staff-idx in; work-day-flag out: a business
*> day the user is not on leave
checkWorkDay.
    move 'N' to work-day-flag.
    perform checkBusinessDay.
    if not bd-is-business-day
        exit paragraph
    end-if.
    perform varying leave-idx from 1 by 1
            until leave-idx > leave-count
        if lv-member(leave-idx) = staff-idx
                and lv-from(leave-idx) <= bd-check-date
                and lv-to(leave-idx) >= bd-check-date
            exit paragraph
        end-if
    end-perform.
    move 'Y' to work-day-flag.

*> bd-check-julian in; bd-day-flag and bd-check-date out.
*> Saturdays, Sundays and listed holidays are non-working days.
checkBusinessDay.
    move 'Y' to bd-day-flag.
    move function date-of-integer(bd-check-julian) to bd-check-date.
    compute bd-dow = function mod(bd-check-julian, 7).
    if bd-dow = 6 or bd-dow = 0
        move 'N' to bd-day-flag
        exit paragraph
    end-if.
    perform varying holiday-idx from 1 by 1
            until holiday-idx > holiday-count
        if holiday-entry(holiday-idx) = bd-check-date
            move 'N' to bd-day-flag
            exit perform
        end-if
    end-perform.

*> what each user can give, day by day from today to the end of the
*> horizon - days already past this week count for nothing
computeAvailableHours.
    perform varying staff-idx from 1 by 1
            until staff-idx > staff-count
        compute daily-hours = sf-weekly-hours(staff-idx) / 5
        perform varying bd-check-julian from today-julian by 1
                until bd-check-julian > horizon-end-julian
            perform checkWorkDay
            if is-work-day
                compute week-idx = (bd-check-julian
                        - horizon-start-julian) / 7 + 1
                add daily-hours to sf-available(staff-idx, week-idx)
            end-if
        end-perform
    end-perform.

showForecast.
    display "Capacity forecast from " today-date
            " - eight weeks, committed against available hours".
    perform varying staff-idx from 1 by 1
            until staff-idx > staff-count
        perform showOneUser
    end-perform.

showOneUser.
    move sf-weekly-hours(staff-idx) to weekly-display.
    display " ".
    display "=== " function trim(sf-user(staff-idx)) " ("
            function trim(weekly-display) " h/week) ===".
    display "  Week of  | Committed | Available |".
    display "  ---------+-----------+-----------+".
    perform varying week-idx from 1 by 1 until week-idx > 8
        compute week-start-date = function date-of-integer(
                horizon-start-julian + (week-idx - 1) * 7)
        move sf-committed(staff-idx, week-idx) to hours-display
        move sf-available(staff-idx, week-idx) to avail-display
        move spaces to over-flag-text
        if sf-committed(staff-idx, week-idx)
                > sf-available(staff-idx, week-idx)
            move 'OVERBOOKED' to over-flag-text
            add 1 to overbooked-count
        end-if
        display "  " week-start-date " |  " hours-display " |  "
                avail-display " | " over-flag-text
    end-perform.
    if sf-beyond(staff-idx) > 0
        move sf-beyond(staff-idx) to hours-display
        display "  Later     |  " hours-display " |"
    end-if.

showIncompleteTasks.
    display " ".
    display "-- Not in the forecast: no estimate, due date or owner --".
    if incomplete-count = 0
        display "  None - every open task could be placed."
        exit paragraph
    end-if.
    display "  Project              | Task    | Owner                "
            "| Missing              | Description".
    perform varying incomplete-idx from 1 by 1
            until incomplete-idx > incomplete-count
        display "  " ic-project(incomplete-idx) " | "
                ic-task-id(incomplete-idx) " | "
                ic-owner(incomplete-idx) " | "
                ic-missing(incomplete-idx) " | "
                function trim(ic-description(incomplete-idx))
    end-perform.
    if incomplete-over > 0
        display "  ... and " incomplete-over " more not listed."
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
