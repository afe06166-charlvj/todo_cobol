        >> SOURCE FORMAT IS FREE

identification division.
program-id. partner_status.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select status-file assign to status-file-name
       organization is line sequential
          file status is status-file-status.
      select map-file assign to map-file-name
       organization is line sequential
          file status is map-file-status.
      select workflow-file assign to workflow-file-name
       organization is line sequential
          file status is workflow-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd status-file.
01 status-line pic X(132).

fd map-file.
01 map-line pic X(80).

fd workflow-file.
01 workflow-line pic X(80).

fd project-registry-file.
01 project-registry-line pic X(20).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_xref_defs replacing ==:prefix:== by ==ws-==.
copy cp_dep_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==held-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_review_defs replacing ==:prefix:== by ==ws-==.

01 status-file-status pic 99.
01 map-file-status pic 99.
01 workflow-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 status-file-name pic X(100).
01 map-file-name pic X(60).
01 workflow-file-name pic X(60).
01 project-registry-name pic X(60).
01 report-file-name pic X(100).
01 xref-file-name pic X(80).
01 reviews-file-name pic X(80).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 task-deps-file-name pic X(80).
01 arg-line pic X(120).
01 arg-system pic X(12).
01 arg-file pic X(100).
01 current-user pic X(20).
01 today-date pic 9(8).

*> partner status word -> what it does to our task
01 map-table.
      05 map-entry occurs 50 times.
            10 mp-partner-status pic X(20).
            10 mp-action pic X(10).
01 map-count pic 9(2) value 0.
01 map-idx pic 9(2).
01 map-key pic X(20).
01 map-val pic X(20).

*> workflow.rules, read the way todo reads it
01 wf-key pic X(20).
01 wf-val-1 pic X(20).
01 wf-val-2 pic X(20).
01 wf-allow-table.
      05 wf-allow-entry occurs 50 times.
            10 wf-from pic X(1).
            10 wf-to pic X(1).
01 wf-allow-count pic 9(2) value 0.
01 wf-allow-idx pic 9(2).
01 wf-note-statuses pic X(5) value spaces.
01 wf-supervisor-table.
      05 wf-supervisor-entry occurs 20 times pic X(20).
01 wf-supervisor-count pic 9(2) value 0.
01 wf-supervisor-idx pic 9(2).
01 wf-from-seen pic X.
01 wf-allowed-flag pic X.
    88 wf-transition-allowed value 'Y'.
01 wf-deny-reason pic X(60).

01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 task-found-flag pic X.
    88 task-was-found value 'Y'.

01 line-number pic 9(6) value 0.
01 partner-reference pic X(30).
01 partner-status pic X(20).
01 partner-action pic X(10).
01 linked-table.
      05 linked-task-id occurs 20 times pic 9(7).
01 linked-count pic 9(2).
01 linked-idx pic 9(2).
01 new-task-status pic X(1).
01 prior-task-status pic X(1).
01 blocker-table.
      05 blocker-id-entry occurs 100 times pic 9(7).
01 blocker-count pic 9(3).
01 blocker-idx pic 9(3).
01 open-blocker-flag pic X.
    88 has-open-blocker value 'Y'.
01 note-text pic X(100).
01 review-submit-flag pic X.
    88 review-was-submitted value 'Y'.
01 review-found-id pic 9(6).
01 exception-reason pic X(60).
01 exception-task-id pic 9(7).

01 count-lines pic 9(6) value 0.
01 count-applied pic 9(6) value 0.
01 count-unchanged pic 9(6) value 0.
01 count-exceptions pic 9(6) value 0.
01 count-edit pic zzzzz9.

*> run-control ledger: each project's tasks and notes counts before
*> the run, and what the run did to them
01 project-ledger-table.
      05 project-ledger-entry occurs 50 times.
            10 pl-tasks-before pic 9(7).
            10 pl-notes-before pic 9(7).
            10 pl-changed pic 9(6).
            10 pl-notes-added pic 9(6).
01 found-project-idx pic 9(2).
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).

*> ------------------------------------------------------------------
*> Standalone batch: applies the partner helpdesk's daily status file
*> to the tasks that mirror its tickets.  Each line of the file is
*>     <reference> <status> [anything else is ignored]
*> and the reference is looked up in the external-reference file
*> (ref add in todo) under the system named on the command line.
*> partner-status.map turns the partner's status words into ours:
*>     <status> START | WAIT | COMPLETE | DELETE | REOPEN | IGNORE
*> (REOPEN undeletes a deleted task and restarts a completed one).
*> A missing map is written with the usual helpdesk words.
*> Every change goes through the workflow.rules transition check
*> exactly as the console applies it - allowed transitions,
*> supervisors for reopening a completed task - and a completion
*> is refused while the task still waits on an open task.  A
*> completion of a task whose tag needs a review sign-off
*> (review_check) sends it for review to the tag's standing
*> reviewer instead (status R, recorded in task-reviews.data); a
*> review tag with no standing reviewer, or one who owns the task,
*> is an exception.  Moving a task off R withdraws its review.  Each
*> applied change carries a note authored 'partner', which also
*> satisfies NOTE-REQUIRED.  Unknown references, unknown statuses,
*> vanished tasks and refused transitions go to
*> ~/.todo_cobol/partner-<system>-<yyyymmdd>.txt.  Each project's
*> tasks and notes counts go to the run-control ledger (run_ledger)
*> for the nightly balancing.
*> Usage:  partner_status <system> [status-file]
*>         (default ~/.todo_cobol/<system>-status.txt)
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform loadProjectTable.
    perform loadStatusMap.
    perform loadWorkflowRules.

    open input status-file.
    if status-file-status not = '00'
        display "No status file " function trim(status-file-name)
                " - status " status-file-status "."
        move 8 to return-code
        stop run
    end-if.
    open output report-file.
    perform writeReportHeading.
    perform takeOpeningCounts.

    initialize ws-da-defs.
    move xref-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_xref' using ws-da-defs, ws-xref-rec.

    perform until status-file-status not = '00'
        read status-file next record
            at end move '10' to status-file-status
            not at end perform applyStatusLine
        end-read
    end-perform.
    close status-file.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_xref' using ws-da-defs, ws-xref-rec.

    perform writeReportTotals.
    close report-file.
    perform writeRunLedger.

    display "Partner " function trim(arg-system) ": " count-lines
            " line(s), " count-applied " change(s) applied, "
            count-unchanged " already in step, " count-exceptions
            " exception(s).".
    if count-exceptions > 0
        display "Exceptions written to "
                function trim(report-file-name) "."
    end-if.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/partner-status.map" delimited by size
            into map-file-name.
    string data-dir delimited by spaces
            "/workflow.rules" delimited by size
            into workflow-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/external-refs.data" delimited by size
            into xref-file-name.
    string data-dir delimited by spaces
            "/task-reviews.data" delimited by size
            into reviews-file-name.

    move function current-date(1:8) to today-date.
    accept current-user from environment "USER".
    if current-user = spaces
        accept current-user from environment "LOGNAME"
    end-if.

parseArguments.
    accept arg-line from command-line.
    move spaces to arg-system, arg-file.
    unstring arg-line delimited by all space
            into arg-system, arg-file
    end-unstring.
    if arg-system = spaces
        display "Usage: partner_status <system> [status-file]"
        move 8 to return-code
        stop run
    end-if.
    move function upper-case(arg-system) to arg-system.
    if arg-file = spaces
        string data-dir delimited by spaces
                "/" delimited by size
                function lower-case(arg-system) delimited by space
                "-status.txt" delimited by size
                into status-file-name
    else
        move arg-file to status-file-name
    end-if.
    string data-dir delimited by spaces
            "/partner-" delimited by size
            function lower-case(arg-system) delimited by space
            "-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.

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
    move spaces to tasks-file-name, task-notes-file-name,
            task-deps-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-notes.data" delimited by size
                into task-notes-file-name
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
                "/task-notes-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-notes-file-name
        string data-dir delimited by spaces
                "/task-deps-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-deps-file-name
    end-if.

loadStatusMap.
    open input map-file.
    if map-file-status = '35'
        perform writeDefaultStatusMap
        open input map-file
    end-if.
    if map-file-status not = '00'
        display "Could not read " function trim(map-file-name)
                " - status " map-file-status "."
        move 8 to return-code
        stop run
    end-if.
    perform until map-file-status not = '00'
        read map-file next record
            at end move '10' to map-file-status
            not at end perform applyMapLine
        end-read
    end-perform.
    close map-file.

applyMapLine.
    if map-line(1:1) = '*' or function trim(map-line) = spaces
        exit paragraph
    end-if.
    move spaces to map-key, map-val.
    unstring map-line delimited by all space into map-key, map-val
    end-unstring.
    move function upper-case(map-val) to map-val.
    evaluate map-val
        when 'START' when 'WAIT' when 'COMPLETE' when 'DELETE'
        when 'REOPEN' when 'IGNORE'
            if map-count < 50
                add 1 to map-count
                move function upper-case(map-key)
                        to mp-partner-status(map-count)
                move map-val to mp-action(map-count)
            end-if
        when other
            display "Unknown action '" function trim(map-val)
                    "' for partner status '" function trim(map-key)
                    "' ignored."
    end-evaluate.

writeDefaultStatusMap.
    open output map-file.
    move "* partner status word -> START WAIT COMPLETE DELETE REOPEN IGNORE"
            to map-line.
    write map-line.
    move "NEW IGNORE" to map-line.
    write map-line.
    move "OPEN IGNORE" to map-line.
    write map-line.
    move "IN-PROGRESS START" to map-line.
    write map-line.
    move "PENDING WAIT" to map-line.
    write map-line.
    move "ON-HOLD WAIT" to map-line.
    write map-line.
    move "RESOLVED COMPLETE" to map-line.
    write map-line.
    move "CLOSED COMPLETE" to map-line.
    write map-line.
    move "REOPENED REOPEN" to map-line.
    write map-line.
    move "CANCELLED DELETE" to map-line.
    write map-line.
    close map-file.

*> ALLOW <from> <to>, NOTE-REQUIRED <to>, SUPERVISOR <user>; a
*> missing file leaves transitions unrestricted, as in todo
loadWorkflowRules.
    open input workflow-file.
    if workflow-file-status not = '00'
        exit paragraph
    end-if.
    perform until workflow-file-status not = '00'
        read workflow-file next record
            at end move '10' to workflow-file-status
            not at end perform applyWorkflowRuleLine
        end-read
    end-perform.
    close workflow-file.

applyWorkflowRuleLine.
    if workflow-line(1:1) = '*'
            or function trim(workflow-line) = spaces
        exit paragraph
    end-if.
    move spaces to wf-key, wf-val-1, wf-val-2.
    unstring workflow-line delimited by all space
            into wf-key, wf-val-1, wf-val-2
    end-unstring.
    evaluate function upper-case(wf-key)
        when 'ALLOW'
            if wf-allow-count < 50
                add 1 to wf-allow-count
                move function upper-case(wf-val-1(1:1))
                        to wf-from(wf-allow-count)
                move function upper-case(wf-val-2(1:1))
                        to wf-to(wf-allow-count)
            end-if
        when 'NOTE-REQUIRED'
            continue
        when 'SUPERVISOR'
            if wf-supervisor-count < 20
                add 1 to wf-supervisor-count
                move wf-val-1 to wf-supervisor-entry(wf-supervisor-count)
            end-if
    end-evaluate.

*> ------------------------------------------------------------------
*> one line of the partner's file
*> ------------------------------------------------------------------
applyStatusLine.
    add 1 to line-number.
    if status-line(1:1) = '*' or function trim(status-line) = spaces
        exit paragraph
    end-if.
    add 1 to count-lines.
    move spaces to partner-reference, partner-status.
    unstring status-line delimited by all space
            into partner-reference, partner-status
    end-unstring.
    move function upper-case(partner-reference) to partner-reference.
    move function upper-case(partner-status) to partner-status.
    move 0 to exception-task-id.

    move spaces to partner-action.
    perform varying map-idx from 1 by 1 until map-idx > map-count
        if mp-partner-status(map-idx) = partner-status
            move mp-action(map-idx) to partner-action
            exit perform
        end-if
    end-perform.
    if partner-action = spaces
        move "status not in partner-status.map" to exception-reason
        perform writeException
        exit paragraph
    end-if.

    move 0 to linked-count.
    initialize ws-da-defs.
    initialize ws-xref-rec.
    move arg-system to ws-xref-system.
    move partner-reference to ws-xref-reference.
    move 'getByRef' to ws-file-action.
    call 'da_xref' using ws-da-defs, ws-xref-rec.
    perform until not DA_SUCCESS
        if linked-count < 20
            add 1 to linked-count
            move ws-xref-task-id to linked-task-id(linked-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_xref' using ws-da-defs, ws-xref-rec
    end-perform.
    if linked-count = 0
        move "reference not linked to any task" to exception-reason
        perform writeException
        exit paragraph
    end-if.
    if partner-action = 'IGNORE'
        add 1 to count-unchanged
        exit paragraph
    end-if.

    perform varying linked-idx from 1 by 1
            until linked-idx > linked-count
        move linked-task-id(linked-idx) to exception-task-id
        perform applyToLinkedTask
    end-perform.

*> exception-task-id in; the task found in whichever project holds it,
*> the status worked out, checked and applied
applyToLinkedTask.
    perform findTaskInProjects.
    if not task-was-found
        move "linked task no longer exists" to exception-reason
        perform writeException
        exit paragraph
    end-if.

    move ws-task-status to prior-task-status.
    evaluate partner-action
        when 'START' move 'P' to new-task-status
        when 'WAIT' move 'W' to new-task-status
        when 'COMPLETE' move 'C' to new-task-status
        when 'DELETE' move 'D' to new-task-status
        when 'REOPEN'
            evaluate ws-task-status
                when 'D'
                    if ws-task-prior-status = spaces
                            or ws-task-prior-status = 'D'
                        move 'N' to new-task-status
                    else
                        move ws-task-prior-status to new-task-status
                    end-if
                when 'C'
                    move 'P' to new-task-status
                when other
                    move ws-task-status to new-task-status
            end-evaluate
    end-evaluate.
    *> already sent for review - the reviewer closes it, not us
    if ws-task-status = 'R' and new-task-status = 'C'
        move 'R' to new-task-status
    end-if.
    if new-task-status = ws-task-status
        add 1 to count-unchanged
        perform closeTasks
        exit paragraph
    end-if.

    perform checkWorkflowRule.
    if wf-transition-allowed
        perform checkWorkflowSupervisor
    end-if.
    if wf-transition-allowed and new-task-status = 'C'
        perform checkOpenBlockers
        if has-open-blocker
            move 'N' to wf-allowed-flag
            move "still waits on an open task" to wf-deny-reason
        end-if
    end-if.
    move 'N' to review-submit-flag.
    if wf-transition-allowed and new-task-status = 'C'
        perform checkReviewGate
    end-if.
    if not wf-transition-allowed
        perform closeTasks
        move spaces to exception-reason
        string ws-task-status delimited by size
               " -> " delimited by size
               new-task-status delimited by size
               " refused: " delimited by size
               wf-deny-reason delimited by size
               into exception-reason
        perform writeException
        exit paragraph
    end-if.

    *> the same field housekeeping the console's status change does
    if new-task-status = 'D'
        move ws-task-status to ws-task-prior-status
    end-if.
    move new-task-status to ws-task-status.
    evaluate new-task-status
        when 'P'
            move today-date to ws-task-started-at
        when 'C'
            move today-date to ws-task-completed-at
        when 'W'
            move arg-system to ws-task-waiting-on
            move 0 to ws-task-followup-date
    end-evaluate.
    if prior-task-status = 'W' and new-task-status not = 'W'
        move spaces to ws-task-waiting-on
        move 0 to ws-task-followup-date
    end-if.
    initialize ws-da-defs.
    move 'update' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        perform closeTasks
        move spaces to exception-reason
        string "task update failed - status " delimited by size
               ws-result delimited by size
               into exception-reason
        perform writeException
        exit paragraph
    end-if.
    perform closeTasks.
    add 1 to count-applied.
    add 1 to pl-changed(found-project-idx).

    move spaces to note-text.
    string "Status " delimited by size
           prior-task-status delimited by size
           " -> " delimited by size
           new-task-status delimited by size
           ": " delimited by size
           function trim(arg-system) delimited by size
           " " delimited by size
           function trim(partner-reference) delimited by size
           " is " delimited by size
           function trim(partner-status) delimited by size
           into note-text.
    initialize ws-da-defs.
    move task-notes-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    initialize ws-da-defs.
    initialize ws-task-note-rec.
    move exception-task-id to ws-task-note-task-id.
    move today-date to ws-task-note-created-at.
    move 'partner' to ws-task-note-author.
    move note-text to ws-task-note-text.
    move 'create' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        add 1 to pl-notes-added(found-project-idx)
    end-if.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.

    if review-was-submitted
        perform submitReview
    end-if.
    if prior-task-status = 'R'
        perform withdrawReview
    end-if.

*> ws-task-rec in, on its way to C: a review tag turns the completion
*> into a submission to the tag's standing reviewer - there is no one
*> here to name another
checkReviewGate.
    move 'check' to ws-rvck-action.
    move ws-task-tag to ws-rvck-task-tag.
    call 'review_check' using ws-rvck-request.
    if not ws-rvck-needs-review
        exit paragraph
    end-if.
    if ws-rvck-reviewer = spaces
        move 'N' to wf-allowed-flag
        move "tag needs a review and has no standing reviewer"
                to wf-deny-reason
        exit paragraph
    end-if.
    if ws-rvck-reviewer = ws-task-owner
        move 'N' to wf-allowed-flag
        move "tag's standing reviewer owns the task" to wf-deny-reason
        exit paragraph
    end-if.
    move 'R' to new-task-status.
    move 'Y' to review-submit-flag.

*> ws-task-rec in, just updated to R
submitReview.
    perform openReviews.
    initialize ws-review-rec.
    move ws-task-id to ws-review-task-id.
    move current-project to ws-review-project.
    move 'W' to ws-review-state.
    move ws-task-description to ws-review-description.
    move ws-task-owner to ws-review-owner.
    move 'partner' to ws-review-submitted-by.
    move function current-date(1:14) to ws-review-submitted-at.
    move ws-rvck-reviewer to ws-review-reviewer.
    initialize ws-da-defs.
    move 'submit' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.
    if not DA_SUCCESS
        move spaces to exception-reason
        string "sent for review but not recorded - status "
               delimited by size
               ws-result delimited by size
               into exception-reason
        perform writeException
    end-if.
    perform closeReviews.

*> exception-task-id in, just moved off R: its waiting review is void
withdrawReview.
    perform openReviews.
    move 0 to review-found-id.
    initialize ws-da-defs.
    initialize ws-review-rec.
    move exception-task-id to ws-review-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.
    perform until not DA_SUCCESS
        if ws-review-is-waiting
            move ws-review-id to review-found-id
        end-if
        move 'getNext' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
    end-perform.
    if review-found-id > 0
        initialize ws-da-defs
        move review-found-id to ws-review-id
        move 'getOne' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
        if DA_SUCCESS
            move 'X' to ws-review-state
            move 'partner' to ws-review-decided-by
            move function current-date(1:14) to ws-review-decided-at
            move spaces to ws-review-reason
            string "withdrawn - " delimited by size
                   function trim(arg-system) delimited by size
                   " " delimited by size
                   function trim(partner-reference) delimited by size
                   " is " delimited by size
                   function trim(partner-status) delimited by size
                   into ws-review-reason
            initialize ws-da-defs
            move 'decide' to ws-file-action
            call 'da_reviews' using ws-da-defs, ws-review-rec
        end-if
    end-if.
    perform closeReviews.

openReviews.
    initialize ws-da-defs.
    move reviews-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.

closeReviews.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.

*> exception-task-id in; ws-task-rec and current-project out, with
*> that project's tasks file left open for the update
findTaskInProjects.
    move 'N' to task-found-flag.
    perform varying project-idx from 1 by 1
            until project-idx > project-count or task-was-found
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames
        initialize ws-da-defs
        move tasks-file-name to ws-file-name
        move 'rw' to ws-file-mode
        move 'open' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
        if DA_SUCCESS
            initialize ws-da-defs
            move exception-task-id to ws-task-id
            move 'getOne' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
            if DA_SUCCESS
                move 'Y' to task-found-flag
                move project-idx to found-project-idx
            else
                perform closeTasks
            end-if
        end-if
    end-perform.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames
        initialize project-ledger-entry(project-idx)
        move 'tasks' to ws-count-kind
        move tasks-file-name to ws-count-file-name
        call 'count_records' using ws-count-request
        move ws-count-result to pl-tasks-before(project-idx)
        move 'notes' to ws-count-kind
        move task-notes-file-name to ws-count-file-name
        call 'count_records' using ws-count-request
        move ws-count-result to pl-notes-before(project-idx)
    end-perform.

*> a line for each project's tasks and notes, whether or not a
*> status line reached it, so the night's counts carry through
writeRunLedger.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames

        move spaces to ws-ledger-rec
        initialize ws-ledger-rec
        move pl-changed(project-idx) to ws-ledger-changed
        move pl-tasks-before(project-idx) to ws-ledger-before
        move 'tasks' to ws-count-kind
        move tasks-file-name to ws-count-file-name
        perform writeLedgerLine

        move spaces to ws-ledger-rec
        initialize ws-ledger-rec
        move pl-notes-added(project-idx) to ws-ledger-added
        move pl-notes-before(project-idx) to ws-ledger-before
        move 'notes' to ws-count-kind
        move task-notes-file-name to ws-count-file-name
        perform writeLedgerLine
    end-perform.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'partner_status' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

closeTasks.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

checkWorkflowRule.
    move 'Y' to wf-allowed-flag.
    move spaces to wf-deny-reason.
    move 'N' to wf-from-seen.
    perform varying wf-allow-idx from 1 by 1
            until wf-allow-idx > wf-allow-count
        if wf-from(wf-allow-idx) = ws-task-status
            move 'Y' to wf-from-seen
            if wf-to(wf-allow-idx) = new-task-status
                exit paragraph
            end-if
        end-if
    end-perform.
    if wf-from-seen = 'Y'
        move 'N' to wf-allowed-flag
        move "not an allowed transition in workflow.rules"
                to wf-deny-reason
    end-if.

checkWorkflowSupervisor.
    if ws-task-status not = 'C' or wf-supervisor-count = 0
        exit paragraph
    end-if.
    perform varying wf-supervisor-idx from 1 by 1
            until wf-supervisor-idx > wf-supervisor-count
        if function trim(wf-supervisor-entry(wf-supervisor-idx))
                = function trim(current-user)
            exit paragraph
        end-if
    end-perform.
    move 'N' to wf-allowed-flag.
    move "only a supervisor may reopen a completed task"
            to wf-deny-reason.

*> the task's blockers, then whether any is still open; the tasks
*> file stays open on the task being changed, so the blockers are
*> looked up after its record is safely held in ws-task-rec
checkOpenBlockers.
    move 'N' to open-blocker-flag.
    move 0 to blocker-count.
    initialize ws-da-defs.
    move task-deps-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move exception-task-id to ws-dep-blocked-id
        move 'getForTask' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
        perform until not DA_SUCCESS
            if blocker-count < 100
                add 1 to blocker-count
                move ws-dep-blocker-id to blocker-id-entry(blocker-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_deps' using ws-da-defs, ws-dep-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
    end-if.
    if blocker-count = 0
        exit paragraph
    end-if.

    move ws-task-rec to held-task-rec.
    perform varying blocker-idx from 1 by 1
            until blocker-idx > blocker-count or has-open-blocker
        initialize ws-da-defs
        move blocker-id-entry(blocker-idx) to ws-task-id
        move 'getOne' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
        if DA_SUCCESS
                and (ws-task-status = 'N' or ws-task-status = 'P'
                    or ws-task-status = 'W' or ws-task-status = 'R')
            move 'Y' to open-blocker-flag
        end-if
    end-perform.
    move held-task-rec to ws-task-rec.

*> ------------------------------------------------------------------
*> the exceptions report
*> ------------------------------------------------------------------
writeReportHeading.
    move spaces to report-line.
    string "PARTNER STATUS EXCEPTIONS - " delimited by size
           function trim(arg-system) delimited by size
           "  run " delimited by size
           today-date delimited by size
           "  file " delimited by size
           function trim(status-file-name) delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move "  Line  Reference                      Status               Task     Reason"
            to report-line.
    write report-line.
    move all "-" to report-line.
    write report-line.

*> partner-reference, partner-status, exception-task-id and
*> exception-reason in
writeException.
    add 1 to count-exceptions.
    move spaces to report-line.
    move line-number to count-edit.
    move count-edit to report-line(1:6).
    move partner-reference to report-line(9:30).
    move partner-status to report-line(40:20).
    if exception-task-id > 0
        move exception-task-id to report-line(61:7)
    end-if.
    move exception-reason to report-line(70:60).
    write report-line.

writeReportTotals.
    if count-exceptions = 0
        move "  (no exceptions)" to report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  " delimited by size
           count-lines delimited by size
           " line(s), " delimited by size
           count-applied delimited by size
           " applied, " delimited by size
           count-unchanged delimited by size
           " already in step, " delimited by size
           count-exceptions delimited by size
           " exception(s)" delimited by size
           into report-line.
    write report-line.
