        >> SOURCE FORMAT IS FREE

identification division.
program-id. intake_report.

environment division.
configuration section.
      repository.
            function all intrinsic.

data division.

working-storage section.

copy da_defs.
copy cp_intake_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 intake-file-name pic X(80).
01 date-arg pic X(20).
01 week-date pic 9(8).
01 week-julian pic 9(9).
01 week-start-julian pic 9(9).
01 week-end-julian pic 9(9).
01 week-start-date pic 9(8).
01 week-end-date pic 9(8).
01 event-julian pic 9(9).
01 event-stamp.
      05 event-date pic 9(8).
      05 event-hour pic 9(2).
      05 event-minute pic 9(2).
      05 event-second pic 9(2).
01 received-count pic 9(5) value 0.
01 accepted-count pic 9(5) value 0.
01 rejected-count pic 9(5) value 0.
01 duplicate-count pic 9(5) value 0.
01 waiting-count pic 9(5) value 0.
01 triaged-count pic 9(5) value 0.
01 received-minutes pic 9(11).
01 triaged-minutes pic 9(11).
01 triage-minutes-total pic 9(11) value 0.
01 triage-hours-avg pic 9(5)v9.
01 triage-hours-display pic ZZZZ9.9.
01 oldest-waiting-id pic 9(6) value 0.
01 oldest-waiting-at pic 9(14) value 0.

*> ------------------------------------------------------------------
*> Standalone batch program: the weekly intake report.  Counts the
*> requests from other teams received in a Monday-to-Sunday week,
*> how many were accepted, rejected or marked duplicates in that
*> week, and the average wait from receipt to triage (in hours,
*> over the requests triaged that week).  Requests still waiting
*> at the end of the week are counted too.  With no argument the
*> report covers last week; a yyyymmdd argument picks the week
*> containing that date.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform setReportWeek.

    initialize ws-da-defs.
    move intake-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_intake' using ws-da-defs, ws-intake-rec.
    if DA_SUCCESS
        perform tallyIntake
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_intake' using ws-da-defs, ws-intake-rec
    end-if.

    perform showReport.

    stop run.

setFilename.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/intake.data" delimited by size
            into intake-file-name.

*> the report week runs Monday to Sunday; integer-of-date day 1 was
*> a Monday, so mod 7 of (julian - 1) is the offset into the week
setReportWeek.
    accept date-arg from command-line.
    if function trim(date-arg) = spaces
        compute week-julian = function integer-of-date(
                function numval(function current-date(1:8))) - 7
    else
        if function trim(date-arg) is not numeric
                or function test-date-yyyymmdd(
                    function numval(date-arg)) not = 0
            display "Usage: intake_report [yyyymmdd]"
            stop run
        end-if
        move function numval(date-arg) to week-date
        compute week-julian = function integer-of-date(week-date)
    end-if.
    compute week-start-julian = week-julian
            - function mod(week-julian - 1, 7).
    compute week-end-julian = week-start-julian + 6.
    compute week-start-date = function date-of-integer(week-start-julian).
    compute week-end-date = function date-of-integer(week-end-julian).

tallyIntake.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_intake' using ws-da-defs, ws-intake-rec.
    perform until not DA_SUCCESS
        perform tallyOneRequest
        move 'getNext' to ws-file-action
        call 'da_intake' using ws-da-defs, ws-intake-rec
    end-perform.

tallyOneRequest.
    move ws-intake-received-at to event-stamp.
    compute event-julian = function integer-of-date(event-date).
    if event-julian > week-end-julian
        exit paragraph
    end-if.
    if event-julian >= week-start-julian
        add 1 to received-count
    end-if.

    *> a request still waiting when the week closed - still pending
    *> now, or triaged only after the week was out
    if ws-intake-pending
        move week-end-julian to event-julian
        add 1 to event-julian
    else
        move ws-intake-triaged-at to event-stamp
        compute event-julian = function integer-of-date(event-date)
    end-if.
    if event-julian > week-end-julian
        add 1 to waiting-count
        if oldest-waiting-id = 0
                or ws-intake-received-at < oldest-waiting-at
            move ws-intake-id to oldest-waiting-id
            move ws-intake-received-at to oldest-waiting-at
        end-if
        exit paragraph
    end-if.
    if event-julian < week-start-julian
        exit paragraph
    end-if.

    evaluate true
        when ws-intake-accepted
            add 1 to accepted-count
        when ws-intake-rejected
            add 1 to rejected-count
        when ws-intake-duplicate
            add 1 to duplicate-count
    end-evaluate.
    add 1 to triaged-count.
    move ws-intake-received-at to event-stamp.
    compute received-minutes = function integer-of-date(event-date)
            * 1440 + event-hour * 60 + event-minute.
    move ws-intake-triaged-at to event-stamp.
    compute triaged-minutes = function integer-of-date(event-date)
            * 1440 + event-hour * 60 + event-minute.
    if triaged-minutes > received-minutes
        add triaged-minutes to triage-minutes-total
        subtract received-minutes from triage-minutes-total
    end-if.

showReport.
    display "Intake report for the week " week-start-date
            " to " week-end-date.
    display "-------------------------------------------".
    display "  Received:            " received-count.
    display "  Accepted:            " accepted-count.
    display "  Rejected:            " rejected-count.
    display "  Duplicates:          " duplicate-count.
    if triaged-count > 0
        compute triage-hours-avg rounded =
                triage-minutes-total / triaged-count / 60
        move triage-hours-avg to triage-hours-display
        display "  Average to triage:   "
                function trim(triage-hours-display) " hour(s) over "
                triaged-count " request(s)"
    else
        display "  Average to triage:   nothing triaged this week"
    end-if.
    display "  Waiting at week end: " waiting-count.
    if oldest-waiting-id > 0
        display "  Oldest waiting:      #" oldest-waiting-id
                ", received " oldest-waiting-at(1:8)
    end-if.
