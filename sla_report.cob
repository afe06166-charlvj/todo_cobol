        >> SOURCE FORMAT IS FREE

identification division.
program-id. sla_report.

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
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd rules-file.
01 rules-line pic X(80).

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

01 rules-file-status pic 99.
01 holiday-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 rules-file-name pic X(60).
01 holiday-file-name pic X(60).
01 project-registry-name pic X(60).
01 report-file-name pic X(80).
01 arg-line pic X(40).
01 report-month pic 9(6).
01 today-date pic 9(8).
01 project-table.
      05 project-name-entry occurs 50 times pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).

*> tag "ANY" matches every tag; an exact tag rule wins over it
01 sla-rule-table.
      05 sla-rule-entry occurs 100 times.
            10 sr-tag pic X(20).
            10 sr-priority pic X(1).
            10 sr-response-days pic 9(3).
            10 sr-resolution-days pic 9(3).
01 sla-rule-count pic 9(3) value 0.
01 sla-rule-idx pic 9(3).
01 rule-tag pic X(20).
01 rule-priority pic X(1).
01 rule-response pic X(10).
01 rule-resolution pic X(10).
01 rule-found pic X.
    88 task-has-rule value 'Y'.
01 rule-response-days pic 9(3).
01 rule-resolution-days pic 9(3).

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
01 bd-add-days pic 9(3).
01 bd-target-date pic 9(8).

*> one target measured against one task: kind R (response, created
*> to started) or C (resolution, created to completed)
01 target-kind pic X(1).
    88 target-is-response value 'R'.
01 target-days pic 9(3).
01 target-deadline pic 9(8).
01 target-event-date pic 9(8).
01 target-measure-date pic 9(8).
01 target-met pic X.
    88 target-was-met value 'Y'.

01 compliance-table.
      05 compliance-entry occurs 300 times.
            10 cp-tag pic X(20).
            10 cp-priority pic X(1).
            10 cp-response-measured pic 9(5).
            10 cp-response-met pic 9(5).
            10 cp-resolution-measured pic 9(5).
            10 cp-resolution-met pic 9(5).
01 compliance-count pic 9(3) value 0.
01 compliance-idx pic 9(3).
01 compliance-found pic X.
    88 compliance-in-table value 'Y'.

01 breach-table.
      05 breach-entry occurs 1000 times.
            10 br-project pic X(20).
            10 br-task-id pic 9(7).
            10 br-owner pic X(20).
            10 br-tag pic X(20).
            10 br-priority pic X(1).
            10 br-kind pic X(1).
            10 br-target-days pic 9(3).
            10 br-actual-days pic S9(5).
            10 br-open pic X(1).
            10 br-description pic X(50).
01 breach-count pic 9(4) value 0.
01 breach-max pic 9(4) value 1000.
01 breach-idx pic 9(4).

01 risk-table.
      05 risk-entry occurs 500 times.
            10 rk-project pic X(20).
            10 rk-task-id pic 9(7).
            10 rk-owner pic X(20).
            10 rk-tag pic X(20).
            10 rk-priority pic X(1).
            10 rk-kind pic X(1).
            10 rk-description pic X(50).
01 risk-count pic 9(3) value 0.
01 risk-max pic 9(3) value 500.
01 risk-idx pic 9(3).

01 measured-total pic 9(6) value 0.
01 met-total pic 9(6) value 0.
01 pct-value pic 9(3).
01 pct-print pic zz9.
01 kind-name pic X(10).
01 open-marker pic X(7).
01 owner-print pic X(20).
01 tag-print pic X(20).
01 response-met-print pic zzzz9.
01 response-measured-print pic zzzz9.
01 response-pct-print pic X(3).
01 resolution-met-print pic zzzz9.
01 resolution-measured-print pic zzzz9.
01 resolution-pct-print pic X(3).
01 days-print pic ---9.
01 target-print pic zz9.

*> ------------------------------------------------------------------
*> Standalone batch program: service-level compliance.  The agreed
*> targets live in ~/.todo_cobol/sla.rules, one line per tag and
*> priority:
*>     <tag> <priority> <response-days> <resolution-days>
*> where response is created to started and resolution is created
*> to completed, both in business days - weekends and the dates in
*> holidays.data do not count, exactly as in todo.cob.  Tag ANY is
*> the fallback for tags without a rule of their own; a task with
*> no matching rule is not measured.  A missing rules file is
*> created with a default set so there is something to edit.
*>
*> A target counts in the month it was met (the month the task was
*> started or completed) or, if missed, the month its deadline fell
*> in - so an open task past its deadline shows as an open breach.
*> Every project in projects.data is read.  The report lists the
*> percent within target per tag and priority for the month, every
*> breach with its owner, and the open tasks whose deadline is
*> today, so they can be worked before the nightly escalation run.
*>
*> Usage:  sla_report [yyyymm]     (default: the current month)
*> Output: ~/.todo_cobol/sla-report-<yyyymm>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadRules.
    perform loadHolidays.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform measureProject
    end-perform.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        stop run
    end-if.
    perform writeComplianceSection.
    perform writeBreachSection.
    perform writeRiskSection.
    close report-file.

    display "SLA report for " report-month ": " breach-count
            " breach(es), " risk-count " task(s) due to breach today,"
            " written to " function trim(report-file-name).

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
            "/sla.rules" delimited by size
            into rules-file-name.
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
            display "Usage: sla_report [yyyymm]"
            stop run
        end-if
        move function trim(arg-line) to report-month
    end-if.

    string data-dir delimited by spaces
            "/sla-report-" delimited by size
            report-month delimited by size
            ".txt" delimited by size
            into report-file-name.

loadRules.
    open input rules-file.
    if rules-file-status = '35'
        perform writeDefaultRules
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
            not at end perform applyRuleLine
        end-read
    end-perform.
    close rules-file.

    if sla-rule-count = 0
        display "The SLA rules file holds no targets - nothing to"
                " measure."
        stop run
    end-if.

applyRuleLine.
    if rules-line(1:1) = '*' or function trim(rules-line) = spaces
        exit paragraph
    end-if.
    move spaces to rule-tag, rule-priority, rule-response,
            rule-resolution.
    unstring rules-line delimited by all space
            into rule-tag, rule-priority, rule-response,
                    rule-resolution
    end-unstring.
    move function upper-case(rule-priority) to rule-priority.
    if (rule-priority not = 'H' and rule-priority not = 'M'
                and rule-priority not = 'L')
            or function trim(rule-response) is not numeric
            or function trim(rule-resolution) is not numeric
        display "Rule line ignored: " function trim(rules-line)
        exit paragraph
    end-if.
    if sla-rule-count >= 100
        display "WARNING: more than 100 SLA rules - the rest are"
                " ignored."
        exit paragraph
    end-if.
    add 1 to sla-rule-count.
    if function upper-case(rule-tag) = 'ANY'
        move 'ANY' to sr-tag(sla-rule-count)
    else
        move rule-tag to sr-tag(sla-rule-count)
    end-if.
    move rule-priority to sr-priority(sla-rule-count).
    move function numval(rule-response)
            to sr-response-days(sla-rule-count).
    move function numval(rule-resolution)
            to sr-resolution-days(sla-rule-count).

writeDefaultRules.
    open output rules-file.
    move "* SLA targets in business days - edit freely" to rules-line.
    write rules-line.
    move "* <tag> <priority> <response-days> <resolution-days>"
            to rules-line.
    write rules-line.
    move "* tag ANY applies to every tag without a rule of its own"
            to rules-line.
    write rules-line.
    move "ANY H 1 5" to rules-line.
    write rules-line.
    move "ANY M 3 10" to rules-line.
    write rules-line.
    move "ANY L 5 20" to rules-line.
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
        display "Project '" function trim(current-project)
                "' skipped - tasks file not available."
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-file-action, ws-task-rec.
    perform until DA_END_OF_FILE
        if not ws-task-status-deleted and ws-task-created-at > 0
            perform measureOneTask
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

measureOneTask.
    perform findTaskRule.
    if not task-has-rule
        exit paragraph
    end-if.

    *> a task completed without ever being started answered and
    *> resolved in one go - the completion is its response too
    move 'R' to target-kind.
    move rule-response-days to target-days.
    if ws-task-started-at > 0
        move ws-task-started-at to target-event-date
    else
        move ws-task-completed-at to target-event-date
    end-if.
    perform measureTarget.

    move 'C' to target-kind.
    move rule-resolution-days to target-days.
    move ws-task-completed-at to target-event-date.
    perform measureTarget.

findTaskRule.
    move 'N' to rule-found.
    perform varying sla-rule-idx from 1 by 1
            until sla-rule-idx > sla-rule-count
        if sr-priority(sla-rule-idx) = ws-task-priority
                and function trim(sr-tag(sla-rule-idx))
                        = function trim(ws-task-tag)
            move 'Y' to rule-found
            exit perform
        end-if
    end-perform.
    if not task-has-rule
        perform varying sla-rule-idx from 1 by 1
                until sla-rule-idx > sla-rule-count
            if sr-priority(sla-rule-idx) = ws-task-priority
                    and sr-tag(sla-rule-idx) = 'ANY'
                move 'Y' to rule-found
                exit perform
            end-if
        end-perform
    end-if.
    if task-has-rule
        move sr-response-days(sla-rule-idx) to rule-response-days
        move sr-resolution-days(sla-rule-idx)
                to rule-resolution-days
    end-if.

*> target-kind, target-days and target-event-date (0 while the
*> task is still waiting for it) in.  Works out the deadline, then
*> decides which month the target belongs to and whether it held.
measureTarget.
    move ws-task-created-at to bd-from-date.
    move target-days to bd-add-days.
    perform addBusinessDays.
    move bd-target-date to target-deadline.

    if target-event-date > 0
        if target-event-date <= target-deadline
            move 'Y' to target-met
            move target-event-date to target-measure-date
        else
            move 'N' to target-met
            move target-deadline to target-measure-date
        end-if
    else
        if today-date > target-deadline
            move 'N' to target-met
            move target-deadline to target-measure-date
        else
            if today-date = target-deadline
                perform recordRisk
            end-if
            exit paragraph
        end-if
    end-if.

    if target-measure-date(1:6) not = report-month
        exit paragraph
    end-if.
    perform findComplianceEntry.
    if compliance-in-table
        if target-is-response
            add 1 to cp-response-measured(compliance-idx)
            if target-was-met
                add 1 to cp-response-met(compliance-idx)
            end-if
        else
            add 1 to cp-resolution-measured(compliance-idx)
            if target-was-met
                add 1 to cp-resolution-met(compliance-idx)
            end-if
        end-if
    end-if.
    if not target-was-met
        perform recordBreach
    end-if.

*> bd-from-date and bd-add-days in; bd-target-date out: the date
*> that many business days after bd-from-date (0 days is the same
*> day)
addBusinessDays.
    compute bd-check-julian = function integer-of-date(bd-from-date).
    move 0 to bd-count.
    perform until bd-count >= bd-add-days
        add 1 to bd-check-julian
        perform checkBusinessDay
        if bd-is-business-day
            add 1 to bd-count
        end-if
    end-perform.
    move function date-of-integer(bd-check-julian) to bd-target-date.

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

findComplianceEntry.
    move 'N' to compliance-found.
    perform varying compliance-idx from 1 by 1
            until compliance-idx > compliance-count
        if cp-priority(compliance-idx) = ws-task-priority
                and function trim(cp-tag(compliance-idx))
                        = function trim(ws-task-tag)
            move 'Y' to compliance-found
            exit perform
        end-if
    end-perform.
    if not compliance-in-table
        if compliance-count < 300
            add 1 to compliance-count
            move compliance-count to compliance-idx
            initialize compliance-entry(compliance-idx)
            move ws-task-tag to cp-tag(compliance-idx)
            move ws-task-priority to cp-priority(compliance-idx)
            move 'Y' to compliance-found
        else
            display "WARNING: more than 300 tag/priority pairs -"
                    " some targets not counted."
        end-if
    end-if.

recordBreach.
    if breach-count >= breach-max
        exit paragraph
    end-if.
    move ws-task-created-at to bd-from-date.
    if target-event-date > 0
        move target-event-date to bd-to-date
    else
        move today-date to bd-to-date
    end-if.
    perform countBusinessDays.

    add 1 to breach-count.
    move current-project to br-project(breach-count).
    move ws-task-id to br-task-id(breach-count).
    move ws-task-owner to br-owner(breach-count).
    move ws-task-tag to br-tag(breach-count).
    move ws-task-priority to br-priority(breach-count).
    move target-kind to br-kind(breach-count).
    move target-days to br-target-days(breach-count).
    move bd-count to br-actual-days(breach-count).
    if target-event-date = 0
        move 'Y' to br-open(breach-count)
    else
        move 'N' to br-open(breach-count)
    end-if.
    perform checkTaskVisible.
    if ws-vis-can-see
        move ws-task-description to br-description(breach-count)
    else
        move '(restricted)' to br-description(breach-count)
    end-if.

recordRisk.
    if risk-count >= risk-max
        exit paragraph
    end-if.
    add 1 to risk-count.
    move current-project to rk-project(risk-count).
    move ws-task-id to rk-task-id(risk-count).
    move ws-task-owner to rk-owner(risk-count).
    move ws-task-tag to rk-tag(risk-count).
    move ws-task-priority to rk-priority(risk-count).
    move target-kind to rk-kind(risk-count).
    perform checkTaskVisible.
    if ws-vis-can-see
        move ws-task-description to rk-description(risk-count)
    else
        move '(restricted)' to rk-description(risk-count)
    end-if.

writeComplianceSection.
    move spaces to report-line.
    string "-- SLA Compliance Report -- month " delimited by size
           report-month delimited by size
           " (run " delimited by size
           today-date delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.

    move "-- Percent Within Target by Tag and Priority --"
            to report-line.
    write report-line.
    move "                           | Response            | Resolution"
            to report-line.
    write report-line.
    move "  Tag                  Pri |   met /total  pct   |   met /total  pct"
            to report-line.
    write report-line.
    move "  -------------------------+---------------------+------------------"
            to report-line.
    write report-line.
    if compliance-count = 0
        move "  (no targets fell due this month)" to report-line
        write report-line
    end-if.
    perform varying compliance-idx from 1 by 1
            until compliance-idx > compliance-count
        perform writeComplianceLine
    end-perform.

    move spaces to report-line.
    write report-line.
    move 0 to measured-total, met-total.
    perform varying compliance-idx from 1 by 1
            until compliance-idx > compliance-count
        add cp-response-measured(compliance-idx)
                cp-resolution-measured(compliance-idx)
                to measured-total
        add cp-response-met(compliance-idx)
                cp-resolution-met(compliance-idx)
                to met-total
    end-perform.
    move 0 to pct-value.
    if measured-total > 0
        compute pct-value = met-total * 100 / measured-total
    end-if.
    move pct-value to pct-print.
    move spaces to report-line.
    string "  All targets: " delimited by size
           met-total delimited by size
           " of " delimited by size
           measured-total delimited by size
           " met (" delimited by size
           function trim(pct-print) delimited by size
           "%)" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.

writeComplianceLine.
    if function trim(cp-tag(compliance-idx)) = spaces
        move "(untagged)" to tag-print
    else
        move cp-tag(compliance-idx) to tag-print
    end-if.
    move cp-response-met(compliance-idx) to response-met-print.
    move cp-response-measured(compliance-idx)
            to response-measured-print.
    move cp-resolution-met(compliance-idx) to resolution-met-print.
    move cp-resolution-measured(compliance-idx)
            to resolution-measured-print.
    move "  -" to response-pct-print, resolution-pct-print.
    if cp-response-measured(compliance-idx) > 0
        compute pct-value = cp-response-met(compliance-idx) * 100
                / cp-response-measured(compliance-idx)
        move pct-value to pct-print
        move pct-print to response-pct-print
    end-if.
    if cp-resolution-measured(compliance-idx) > 0
        compute pct-value = cp-resolution-met(compliance-idx) * 100
                / cp-resolution-measured(compliance-idx)
        move pct-value to pct-print
        move pct-print to resolution-pct-print
    end-if.
    move spaces to report-line.
    string "  " delimited by size
           tag-print delimited by size
           " " delimited by size
           cp-priority(compliance-idx) delimited by size
           "   | " delimited by size
           response-met-print delimited by size
           " /" delimited by size
           response-measured-print delimited by size
           "  " delimited by size
           response-pct-print delimited by size
           "%  | " delimited by size
           resolution-met-print delimited by size
           " /" delimited by size
           resolution-measured-print delimited by size
           "  " delimited by size
           resolution-pct-print delimited by size
           "%" delimited by size
           into report-line.
    write report-line.

writeBreachSection.
    move "-- Breaches --" to report-line.
    write report-line.
    if breach-count = 0
        move "  (none)" to report-line
        write report-line
    end-if.
    perform varying breach-idx from 1 by 1
            until breach-idx > breach-count
        perform writeBreachLine
    end-perform.
    move spaces to report-line.
    write report-line.

writeBreachLine.
    if br-kind(breach-idx) = 'R'
        move 'response' to kind-name
    else
        move 'resolution' to kind-name
    end-if.
    if br-open(breach-idx) = 'Y'
        move ' (open)' to open-marker
    else
        move spaces to open-marker
    end-if.
    if function trim(br-owner(breach-idx)) = spaces
        move "(unassigned)" to owner-print
    else
        move br-owner(breach-idx) to owner-print
    end-if.
    move br-target-days(breach-idx) to target-print.
    move br-actual-days(breach-idx) to days-print.
    move spaces to report-line.
    string "  " delimited by size
           function trim(br-project(breach-idx)) delimited by size
           " " delimited by size
           br-task-id(breach-idx) delimited by size
           " [" delimited by size
           br-priority(breach-idx) delimited by size
           "] " delimited by size
           function trim(owner-print) delimited by size
           " - " delimited by size
           function trim(kind-name) delimited by size
           " target " delimited by size
           function trim(target-print) delimited by size
           ", took " delimited by size
           function trim(days-print) delimited by size
           " day(s)" delimited by size
           open-marker delimited by size
           " - " delimited by size
           function trim(br-description(breach-idx))
                   delimited by size
           into report-line.
    write report-line.

writeRiskSection.
    move spaces to report-line.
    string "-- Due To Breach Today (" delimited by size
           today-date delimited by size
           ") --" delimited by size
           into report-line.
    write report-line.
    if risk-count = 0
        move "  (none)" to report-line
        write report-line
    end-if.
    perform varying risk-idx from 1 by 1
            until risk-idx > risk-count
        if rk-kind(risk-idx) = 'R'
            move 'start' to kind-name
        else
            move 'complete' to kind-name
        end-if
        if function trim(rk-owner(risk-idx)) = spaces
            move "(unassigned)" to owner-print
        else
            move rk-owner(risk-idx) to owner-print
        end-if
        move spaces to report-line
        string "  " delimited by size
               function trim(rk-project(risk-idx)) delimited by size
               " " delimited by size
               rk-task-id(risk-idx) delimited by size
               " [" delimited by size
               rk-priority(risk-idx) delimited by size
               "] " delimited by size
               function trim(owner-print) delimited by size
               " - must " delimited by size
               function trim(kind-name) delimited by size
               " today - " delimited by size
               function trim(rk-description(risk-idx))
                       delimited by size
               into report-line
        write report-line
    end-perform.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
