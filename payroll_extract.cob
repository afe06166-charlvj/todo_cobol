        >> SOURCE FORMAT IS FREE

identification division.
program-id. payroll_extract.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select rules-file assign to rules-file-name
       organization is line sequential
          file status is rules-file-status.
      select holiday-file assign to holiday-file-name
       organization is line sequential
          file status is holiday-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select history-file assign to history-file-name
       organization is line sequential
          file status is history-file-status.
      select interface-file assign to interface-file-name
       organization is line sequential
          file status is interface-file-status.
      select control-file assign to control-file-name
       organization is line sequential
          file status is control-file-status.


data division.

file section.
fd rules-file.
01 rules-line pic X(80).

fd holiday-file.
01 holiday-line pic X(8).

fd project-registry-file.
01 project-registry-line pic X(20).

fd history-file.
copy cp_payroll_hist_defs replacing ==:prefix:== by == ==.

fd interface-file.
copy cp_payroll_defs replacing ==:prefix:== by == ==.

fd control-file.
01 control-line pic X(132).


working-storage section.

copy da_defs.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_approval_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 rules-file-status pic 99.
01 holiday-file-status pic 99.
01 project-registry-status pic 99.
01 history-file-status pic 99.
01 interface-file-status pic 99.
01 control-file-status pic 99.
01 data-dir pic X(50).
01 payroll-dir pic X(60).
01 rules-file-name pic X(60).
01 holiday-file-name pic X(60).
01 project-registry-name pic X(60).
01 history-file-name pic X(60).
01 approvals-file-name pic X(60).
01 work-log-file-name pic X(80).
01 interface-file-name pic X(90).
01 control-file-name pic X(90).
01 arg-line pic X(80).
01 month-arg pic X(10).
01 rerun-arg pic X(10).
01 rerun-user pic X(20).
01 rerun-flag pic X value 'N'.
    88 rerun-requested value 'Y'.
01 report-month pic 9(6).
01 run-stamp pic 9(14).
01 run-user pic X(20).

01 rule-kind pic X(10).
01 rule-name pic X(20).
01 rule-value pic X(20).
01 default-threshold pic 9(3)v9(2) value 40.
01 user-rule-table.
      05 user-rule-entry occurs 100 times.
            10 ur-user pic X(20).
            10 ur-threshold pic 9(3)v9(2).
01 user-rule-count pic 9(3) value 0.
01 user-rule-idx pic 9(3).

01 holiday-table.
      05 holiday-entry occurs 100 times pic 9(8).
01 holiday-count pic 9(3) value 0.
01 holiday-idx pic 9(3).
01 holiday-flag pic X.
    88 day-is-holiday value 'Y'.

01 project-table.
      05 project-name-entry occurs 50 times pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).

*> bookings are gathered from six days before the month so the
*> week the month opens in is split on its full hours
01 window-start-julian pic 9(7).
01 window-end-julian pic 9(7).
01 window-days pic 9(2).
01 month-start-date pic 9(8).
01 month-end-date pic 9(8).
01 day-julian pic 9(7).
01 day-date pic 9(8).
01 day-idx pic 9(2).
01 day-dow pic 9.

01 user-table.
      05 user-entry occurs 100 times.
            10 pu-user pic X(20).
            10 pu-approved pic X.
                88 pu-is-approved value 'Y'.
            10 pu-last-extracted pic 9(14).
            10 pu-threshold pic 9(3)v9(2).
            10 pu-action pic X.
                88 pu-extract value 'E'.
                88 pu-reextract value 'R'.
                88 pu-held value 'H'.
                88 pu-already-sent value 'S'.
                88 pu-not-selected value 'N'.
            10 pu-regular pic 9(5)v9(2).
            10 pu-overtime pic 9(5)v9(2).
            10 pu-premium pic 9(5)v9(2).
            10 pu-month-hours pic 9(5)v9(2).
            10 pu-day-hours occurs 37 times pic 9(3)v9(2).
01 user-count pic 9(3) value 0.
01 user-max pic 9(3) value 100.
01 user-idx pic 9(3).
01 user-found pic X.
    88 user-in-table value 'Y'.
01 find-user pic X(20).
01 user-add-flag pic X value 'Y'.
    88 user-add-allowed value 'Y'.

01 week-running pic 9(4)v9(2).
01 week-regular pic 9(3)v9(2).
01 week-overtime pic 9(3)v9(2).
01 week-premium pic 9(3)v9(2).
01 week-ending-julian pic 9(7).
01 day-hours pic 9(3)v9(2).
01 day-regular pic 9(3)v9(2).
01 day-overtime pic 9(3)v9(2).

01 extract-user-count pic 9(3) value 0.
01 held-user-count pic 9(3) value 0.
01 skipped-user-count pic 9(3) value 0.
01 detail-count pic 9(7) value 0.
01 total-regular pic 9(7)v9(2) value 0.
01 total-overtime pic 9(7)v9(2) value 0.
01 total-premium pic 9(7)v9(2) value 0.
01 user-total-hours pic 9(6)v9(2).
01 hours-print pic zzzzz9.99.
01 threshold-print pic zz9.99.
01 action-name pic X(30).

*> run-control ledger: payroll-extracts.data and the interface file,
*> counted either side of the run
01 ledger-file-path pic X(80).
01 opening-history pic 9(7).
01 bookings-read pic 9(7) value 0.
01 extracts-recorded pic 9(7) value 0.
01 interface-written pic 9(7) value 0.

*> ------------------------------------------------------------------
*> Standalone month-end batch for payroll.  For one month it takes
*> every user the timesheet approvals file (worklog-approvals.data,
*> via da_approvals) has signed off, gathers their bookings from
*> the work log of every project in projects.data (plus the default
*> project), and splits each Monday-Sunday week into regular and
*> overtime hours at the weekly threshold in payroll-rules.data.
*> Hours booked on a date in the holiday calendar (holidays.data)
*> are premium time and do not count toward the threshold.  The
*> split runs in date order through the whole week, so a week that
*> straddles two months is divided the same way whichever month is
*> being extracted.
*>
*> The interface file goes to ~/.todo_cobol/payroll/ with a control
*> report of per-user totals beside it.  A user whose month is not
*> approved is held back and listed on the control report; it never
*> reaches the interface file.  Every user/month sent is recorded
*> in payroll-extracts.data and skipped by later runs, so the same
*> hours cannot go to payroll twice - unless the month is named
*> again with 'rerun', for everyone or for one user.  Each run
*> appends its counts for payroll-extracts.data and the interface
*> file to the run-control ledger (run_ledger) for the nightly
*> balancing.
*>
*> Usage:  payroll_extract [yyyymm [rerun [user]]]
*>         (month defaults to the current month)
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform setMonthWindow.
    perform loadPayrollRules.
    perform loadHolidays.
    perform loadProjectTable.
    perform loadApprovals.
    perform loadExtractHistory.
    perform takeOpeningCounts.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform collectProjectBookings
    end-perform.
    perform selectUsers.
    if extract-user-count > 0
        perform writeInterfaceFile
    end-if.
    perform writeRunLedger.
    perform writeControlReport.

    display "Payroll extract for " report-month ": "
            extract-user-count " user(s) extracted, "
            held-user-count " held (not approved), "
            skipped-user-count " already sent.".
    if extract-user-count > 0
        display "Interface file: " function trim(interface-file-name)
    end-if.
    display "Control report: " function trim(control-file-name).

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/payroll-rules.data" delimited by size
            into rules-file-name.
    string data-dir delimited by spaces
            "/holidays.data" delimited by size
            into holiday-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/payroll-extracts.data" delimited by size
            into history-file-name.
    string data-dir delimited by spaces
            "/worklog-approvals.data" delimited by size
            into approvals-file-name.
    string data-dir delimited by spaces
            "/payroll" delimited by size
            into payroll-dir.
    call 'CBL_CREATE_DIR' using payroll-dir.
    move function current-date(1:14) to run-stamp.
    accept run-user from environment "USER".
    if function trim(run-user) = spaces then
        accept run-user from environment "LOGNAME"
    end-if.

parseArguments.
    accept arg-line from command-line.
    move spaces to month-arg, rerun-arg, rerun-user.
    unstring arg-line delimited by all space
            into month-arg, rerun-arg, rerun-user
    end-unstring.
    if function trim(month-arg) = spaces then
        move function current-date(1:6) to report-month
    else
        if function trim(month-arg) is not numeric
                or function length(function trim(month-arg)) not = 6
            perform showUsage
        end-if
        move function numval(month-arg) to report-month
    end-if.
    if report-month(5:2) < '01' or report-month(5:2) > '12'
        perform showUsage
    end-if.
    evaluate function lower-case(rerun-arg)
        when spaces
            continue
        when 'rerun'
            move 'Y' to rerun-flag
        when other
            perform showUsage
    end-evaluate.

showUsage.
    display "Usage: payroll_extract [yyyymm [rerun [user]]]".
    stop run.

setMonthWindow.
    compute month-start-date = report-month * 100 + 1.
    if report-month(5:2) = '12'
        compute day-date = (report-month + 89) * 100 + 1
    else
        compute day-date = (report-month + 1) * 100 + 1
    end-if.
    compute month-end-date = function date-of-integer(
            function integer-of-date(day-date) - 1).
    compute window-start-julian
            = function integer-of-date(month-start-date) - 6.
    compute window-end-julian = function integer-of-date(month-end-date).
    compute window-days = window-end-julian - window-start-julian + 1.

    string payroll-dir delimited by spaces
            "/payroll-" delimited by size
            report-month delimited by size
            "-" delimited by size
            run-stamp delimited by size
            ".dat" delimited by size
            into interface-file-name.
    string payroll-dir delimited by spaces
            "/control-" delimited by size
            report-month delimited by size
            "-" delimited by size
            run-stamp delimited by size
            ".txt" delimited by size
            into control-file-name.

loadPayrollRules.
    open input rules-file.
    if rules-file-status = '35'
        perform writeDefaultPayrollRules
        open input rules-file
    end-if.
    if rules-file-status not = '00'
        display "Could not read " function trim(rules-file-name)
                " - status " rules-file-status "."
        stop run
    end-if.

    perform until rules-file-status not = '00'
        read rules-file next record
            at end move '10' to rules-file-status
            not at end perform applyPayrollRuleLine
        end-read
    end-perform.
    close rules-file.

    move default-threshold to threshold-print.
    display "Payroll rules: weekly threshold " threshold-print
            " hour(s), " user-rule-count " user threshold(s).".

applyPayrollRuleLine.
    if rules-line(1:1) = '*'
            or function trim(rules-line) = spaces
        exit paragraph
    end-if.
    move spaces to rule-kind, rule-name, rule-value.
    unstring rules-line delimited by all space
            into rule-kind, rule-name, rule-value
    end-unstring.
    evaluate function upper-case(rule-kind)
        when 'USER'
            if user-rule-count < 100
                add 1 to user-rule-count
                move rule-name to ur-user(user-rule-count)
                move function numval(rule-value)
                        to ur-threshold(user-rule-count)
            end-if
        when 'WEEKLY'
            *> WEEKLY takes no name, so the hours are the second token
            move function numval(rule-name) to default-threshold
        when other
            display "Unknown payroll rule '" function trim(rule-kind)
                    "' ignored."
    end-evaluate.

writeDefaultPayrollRules.
    open output rules-file.
    move "* payroll rules - edit freely" to rules-line.
    write rules-line.
    move "* WEEKLY <hours>: regular hours in a Monday-Sunday week"
            to rules-line.
    write rules-line.
    move "*   before the rest of the week counts as overtime"
            to rules-line.
    write rules-line.
    move "* USER <name> <hours>: weekly threshold for one user"
            to rules-line.
    write rules-line.
    move "WEEKLY 40" to rules-line.
    write rules-line.
    close rules-file.

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

*> every user signed off for the month goes into the table first;
*> users who turn up later with bookings only are the held ones
loadApprovals.
    initialize ws-da-defs.
    move approvals-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_approvals' using ws-da-defs, ws-approval-rec.
    if not DA_SUCCESS
        stop run
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_approvals' using ws-da-defs, ws-approval-rec.
    perform until not DA_SUCCESS
        if ws-approval-month = report-month
            move ws-approval-user to find-user
            perform findUserEntry
            if user-in-table
                move 'Y' to pu-approved(user-idx)
            end-if
        end-if
        move 'getNext' to ws-file-action
        call 'da_approvals' using ws-da-defs, ws-approval-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_approvals' using ws-da-defs, ws-approval-rec.

*> only users already in the table are looked up here - a history
*> row on its own does not make anyone part of this month
loadExtractHistory.
    open input history-file.
    if history-file-status not = '00'
        exit paragraph
    end-if.
    move 'N' to user-add-flag.
    perform until history-file-status not = '00'
        read history-file next record
            at end move '10' to history-file-status
            not at end
                if payhist-month = report-month
                    move payhist-user to find-user
                    perform findUserEntry
                    if user-in-table and payhist-extracted-at
                            > pu-last-extracted(user-idx)
                        move payhist-extracted-at
                                to pu-last-extracted(user-idx)
                    end-if
                end-if
        end-read
    end-perform.
    close history-file.
    move 'Y' to user-add-flag.

takeOpeningCounts.
    move 'lines' to ws-count-kind.
    move history-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-history.

*> one ledger line per file; the interface file is new to this run,
*> so it opens at nothing
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move bookings-read to ws-ledger-read.
    move extracts-recorded to ws-ledger-added.
    move opening-history to ws-ledger-before.
    move history-file-name to ws-count-file-name.
    perform writeLedgerLine.

    if extract-user-count = 0
        exit paragraph
    end-if.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move interface-written to ws-ledger-added.
    move interface-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'payroll_extract' to ws-ledger-program.
    move run-stamp to ws-ledger-run-at.
    move 'lines' to ws-count-kind.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

collectProjectBookings.
    move spaces to work-log-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/work-log.data" delimited by size
                into work-log-file-name
    else
        string data-dir delimited by spaces
                "/work-log-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into work-log-file-name
    end-if.

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
        add 1 to bookings-read
        perform collectOneBooking
        move 'getNext' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

collectOneBooking.
    if ws-worklog-date < 19000101 or ws-worklog-date > month-end-date
        exit paragraph
    end-if.
    compute day-julian = function integer-of-date(ws-worklog-date).
    if day-julian < window-start-julian
        exit paragraph
    end-if.
    move ws-worklog-user to find-user.
    perform findUserEntry.
    if not user-in-table
        display "WARNING: more than " user-max " user(s) booked in "
                report-month " - " function trim(ws-worklog-user)
                " left out."
        exit paragraph
    end-if.
    compute day-idx = day-julian - window-start-julian + 1.
    add ws-worklog-hours to pu-day-hours(user-idx, day-idx).
    if ws-worklog-date >= month-start-date
        add ws-worklog-hours to pu-month-hours(user-idx)
    end-if.

*> leaves user-idx on find-user's entry, adding one if needed
findUserEntry.
    move 'N' to user-found.
    perform varying user-idx from 1 by 1 until user-idx > user-count
        if pu-user(user-idx) = find-user
            move 'Y' to user-found
            exit perform
        end-if
    end-perform.
    if not user-in-table and user-add-allowed
            and user-count < user-max
        add 1 to user-count
        move user-count to user-idx
        initialize user-entry(user-idx)
        move find-user to pu-user(user-idx)
        move 'N' to pu-approved(user-idx)
        move default-threshold to pu-threshold(user-idx)
        perform varying user-rule-idx from 1 by 1
                until user-rule-idx > user-rule-count
            if ur-user(user-rule-idx) = find-user
                move ur-threshold(user-rule-idx)
                        to pu-threshold(user-idx)
            end-if
        end-perform
        move 'Y' to user-found
    end-if.

selectUsers.
    perform varying user-idx from 1 by 1 until user-idx > user-count
        evaluate true
            when not pu-is-approved(user-idx)
                    and pu-month-hours(user-idx) = 0
                *> only booked in the days before the month
                move 'N' to pu-action(user-idx)
            when not pu-is-approved(user-idx)
                move 'H' to pu-action(user-idx)
                add 1 to held-user-count
            when rerun-requested and rerun-user not = spaces
                    and pu-user(user-idx) not = rerun-user
                move 'N' to pu-action(user-idx)
            when rerun-requested
                move 'R' to pu-action(user-idx)
                add 1 to extract-user-count
            when pu-last-extracted(user-idx) not = 0
                move 'S' to pu-action(user-idx)
                add 1 to skipped-user-count
            when other
                move 'E' to pu-action(user-idx)
                add 1 to extract-user-count
        end-evaluate
    end-perform.
    if rerun-requested and rerun-user not = spaces
            and extract-user-count = 0
        display "No approved month " report-month " for "
                function trim(rerun-user) " - nothing rerun."
    end-if.

writeInterfaceFile.
    open output interface-file.
    if interface-file-status not = '00'
        display "Could not write " function trim(interface-file-name)
                " - status " interface-file-status "."
        stop run
    end-if.
    open extend history-file.
    if history-file-status = '35'
        open output history-file
    end-if.

    initialize pay-rec.
    move 'H' to pay-record-type.
    move report-month to pay-hdr-period.
    move run-stamp to pay-hdr-created-at.
    move run-user to pay-hdr-created-by.
    write pay-rec.

    perform varying user-idx from 1 by 1 until user-idx > user-count
        if pu-extract(user-idx) or pu-reextract(user-idx)
            perform splitUserWeeks
            perform recordExtract
        end-if
    end-perform.

    initialize pay-rec.
    move 'T' to pay-record-type.
    move detail-count to pay-trl-count.
    move total-regular to pay-trl-regular.
    move total-overtime to pay-trl-overtime.
    move total-premium to pay-trl-premium.
    write pay-rec.
    compute interface-written = detail-count + 2.

    close interface-file.
    close history-file.

*> one pass through the window in date order: the threshold is
*> reached in the order the hours were worked, and only the days
*> inside the month are paid out here
splitUserWeeks.
    move 0 to week-running, week-regular, week-overtime, week-premium.
    perform varying day-idx from 1 by 1 until day-idx > window-days
        compute day-julian = window-start-julian + day-idx - 1
        compute day-dow = function mod(day-julian, 7)
        if day-dow = 1 and day-idx > 1
            compute week-ending-julian = day-julian - 1
            perform writeWeekDetail
            move 0 to week-running, week-regular, week-overtime,
                    week-premium
        end-if
        move pu-day-hours(user-idx, day-idx) to day-hours
        if day-hours > 0
            perform splitOneDay
        end-if
    end-perform.
    compute week-ending-julian = window-end-julian
            + function mod(7 - day-dow, 7).
    perform writeWeekDetail.

splitOneDay.
    move function date-of-integer(day-julian) to day-date.
    move 'N' to holiday-flag.
    perform varying holiday-idx from 1 by 1
            until holiday-idx > holiday-count
        if holiday-entry(holiday-idx) = day-date
            move 'Y' to holiday-flag
            exit perform
        end-if
    end-perform.
    if day-is-holiday
        if day-date >= month-start-date
            add day-hours to week-premium
        end-if
        exit paragraph
    end-if.

    evaluate true
        when week-running >= pu-threshold(user-idx)
            move 0 to day-regular
            move day-hours to day-overtime
        when week-running + day-hours > pu-threshold(user-idx)
            compute day-regular = pu-threshold(user-idx) - week-running
            compute day-overtime = day-hours - day-regular
        when other
            move day-hours to day-regular
            move 0 to day-overtime
    end-evaluate.
    add day-hours to week-running.
    if day-date >= month-start-date
        add day-regular to week-regular
        add day-overtime to week-overtime
    end-if.

writeWeekDetail.
    if week-regular = 0 and week-overtime = 0 and week-premium = 0
        exit paragraph
    end-if.
    initialize pay-rec.
    move 'D' to pay-record-type.
    move pu-user(user-idx) to pay-user.
    move report-month to pay-period.
    move function date-of-integer(week-ending-julian)
            to pay-week-ending.
    move week-regular to pay-regular-hours.
    move week-overtime to pay-overtime-hours.
    move week-premium to pay-premium-hours.
    if pu-reextract(user-idx)
        move 'R' to pay-run-kind
    else
        move 'E' to pay-run-kind
    end-if.
    write pay-rec.
    add 1 to detail-count.
    add week-regular to pu-regular(user-idx), total-regular.
    add week-overtime to pu-overtime(user-idx), total-overtime.
    add week-premium to pu-premium(user-idx), total-premium.

recordExtract.
    initialize payhist-rec.
    move pu-user(user-idx) to payhist-user.
    move report-month to payhist-month.
    move run-stamp to payhist-extracted-at.
    move run-user to payhist-extracted-by.
    move pu-action(user-idx) to payhist-run-kind.
    move pu-regular(user-idx) to payhist-regular.
    move pu-overtime(user-idx) to payhist-overtime.
    move pu-premium(user-idx) to payhist-premium.
    write payhist-rec.
    add 1 to extracts-recorded.

writeControlReport.
    open output control-file.
    if control-file-status not = '00'
        display "Could not write " function trim(control-file-name)
                " - status " control-file-status "."
        exit paragraph
    end-if.

    move spaces to control-line.
    string "PAYROLL EXTRACT CONTROL REPORT - period " delimited by size
           report-month delimited by size
           " - run " delimited by size
           run-stamp delimited by size
           " by " delimited by size
           function trim(run-user) delimited by size
           into control-line.
    write control-line.
    if rerun-requested
        move spaces to control-line
        if rerun-user = spaces
            move "  RERUN of the whole month" to control-line
        else
            string "  RERUN for " delimited by size
                   function trim(rerun-user) delimited by size
                   into control-line
        end-if
        write control-line
    end-if.
    move spaces to control-line.
    write control-line.
    move "   User                 | Weekly |   Regular |  Overtime |   Premium |     Total | Action"
            to control-line.
    write control-line.
    move "  ----------------------+--------+-----------+-----------+-----------+-----------+------------------------------"
            to control-line.
    write control-line.

    perform varying user-idx from 1 by 1 until user-idx > user-count
        if not pu-not-selected(user-idx)
            perform writeControlUserLine
        end-if
    end-perform.

    move spaces to control-line.
    write control-line.
    move spaces to control-line.
    string "  Detail records: " delimited by size
           detail-count delimited by size
           into control-line.
    write control-line.
    move total-regular to hours-print.
    move spaces to control-line.
    string "  Regular hours:  " delimited by size
           hours-print delimited by size
           into control-line.
    write control-line.
    move total-overtime to hours-print.
    move spaces to control-line.
    string "  Overtime hours: " delimited by size
           hours-print delimited by size
           into control-line.
    write control-line.
    move total-premium to hours-print.
    move spaces to control-line.
    string "  Premium hours:  " delimited by size
           hours-print delimited by size
           into control-line.
    write control-line.
    move spaces to control-line.
    write control-line.
    move spaces to control-line.
    string "  Users extracted: " delimited by size
           extract-user-count delimited by size
           "   held (not approved): " delimited by size
           held-user-count delimited by size
           "   already sent: " delimited by size
           skipped-user-count delimited by size
           into control-line.
    write control-line.
    close control-file.

*> held and already-sent users show the month's hours as a plain
*> total, since they were not split this time
writeControlUserLine.
    evaluate true
        when pu-extract(user-idx)
            move "extracted" to action-name
        when pu-reextract(user-idx)
            move "RE-extracted" to action-name
        when pu-held(user-idx)
            move "HELD - month not approved" to action-name
        when other
            move spaces to action-name
            string "already sent " delimited by size
                   pu-last-extracted(user-idx)(1:8) delimited by size
                   into action-name
    end-evaluate.

    move pu-month-hours(user-idx) to user-total-hours.

    move pu-threshold(user-idx) to threshold-print.
    move spaces to control-line.
    string "  " delimited by size
           pu-user(user-idx) delimited by size
           " | " delimited by size
           threshold-print delimited by size
           " | " delimited by size
           into control-line.
    if pu-extract(user-idx) or pu-reextract(user-idx)
        move pu-regular(user-idx) to hours-print
        move hours-print to control-line(35:9)
        move " | " to control-line(44:3)
        move pu-overtime(user-idx) to hours-print
        move hours-print to control-line(47:9)
        move " | " to control-line(56:3)
        move pu-premium(user-idx) to hours-print
        move hours-print to control-line(59:9)
    else
        move " | " to control-line(44:3)
        move " | " to control-line(56:3)
    end-if.
    move " | " to control-line(68:3).
    move user-total-hours to hours-print.
    move hours-print to control-line(71:9).
    move " | " to control-line(80:3).
    move action-name to control-line(83:30).
    write control-line.
