        >> SOURCE FORMAT IS FREE

identification division.
program-id. assign_queues.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select queues-file assign to queues-file-name
       organization is line sequential
          file status is queues-file-status.
      select users-file assign to users-file-name
       organization is line sequential
          file status is users-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.

file section.
fd queues-file.
01 queues-line pic X(80).

fd users-file.
01 users-line pic X(50).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 queues-file-status pic 99.
01 users-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 queues-file-name pic X(60).
01 users-file-name pic X(60).
01 project-registry-name pic X(60).
01 run-mode-arg pic X(20).
01 run-mode pic X value 'A'.
    88 run-assigns value 'A'.
    88 run-report-only value 'R'.
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 project-assigned pic 9(4).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 project-opened pic X.
    88 project-files-open value 'Y'.
01 today-date pic 9(8).
01 queue-table.
      05 queue-entry occurs 20 times.
            10 qt-name pic X(20).
            10 qt-tag occurs 20 times pic X(20).
            10 qt-tag-count pic 9(2).
            10 qt-member occurs 30 times pic 9(3).
            10 qt-member-count pic 9(2).
            10 qt-assigned pic 9(4).
            10 qt-unplaced pic 9(4).
01 queue-count pic 9(2) value 0.
01 queue-idx pic 9(2).
01 queue-tag-idx pic 9(2).
01 queue-member-idx pic 9(2).
01 member-table.
      05 member-entry occurs 200 times.
            10 mb-user pic X(20).
            10 mb-snoozed-until pic 9(8).
            10 mb-active pic X.
                88 mb-is-active value 'Y'.
            10 mb-open-count pic 9(5).
            10 mb-load pic 9(7)v99.
            10 mb-assigned pic 9(4).
01 member-count pic 9(3) value 0.
01 member-idx pic 9(3).
01 best-member-idx pic 9(3).
01 eligible-count pic 9(2).
01 queue-line-name pic X(20).
01 queue-line-kind pic X(10).
01 queue-line-value pic X(20).
01 queue-line-date pic X(10).
01 user-line-name pic X(20).
01 user-line-role pic X(20).
01 users-file-found pic X value 'N'.
    88 users-file-present value 'Y'.
01 task-weight pic 9(5)v99.
01 task-queue-idx pic 9(2).
01 candidate-table.
      05 candidate-entry occurs 1000 times.
            10 cand-task-id pic 9(7).
            10 cand-queue-idx pic 9(2).
01 candidate-count pic 9(4) value 0.
01 candidate-idx pic 9(4).
01 assigned-total pic 9(5) value 0.
01 unplaced-total pic 9(5) value 0.
01 queue-load-total pic 9(8)v99.
01 share-pct pic 9(3)v9.
01 load-display pic ZZZZZZ9.99.
01 share-display pic ZZ9.9.
01 member-state pic X(22).
01 note-text-buf pic X(100).
*> run-control ledger, one pair of lines per project assigned in
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-notes pic 9(7).
01 project-scanned pic 9(7).
01 project-notes-added pic 9(5).

*> ------------------------------------------------------------------
*> Standalone nightly batch: work queues.  A queue is a set of tags
*> and the users who serve them; every open task (new, in progress
*> or in review) with one of those tags and a blank owner is handed
*> to the queue member carrying the least load.  Load is weighted, not
*> a plain count: each open task a member owns counts its estimated
*> hours (one hour when it has no estimate) times 3 for High, 2 for
*> Medium and 1 for Low priority, summed across every project.
*> Fewest open tasks breaks a tie, then the order the members are
*> listed in.  Members snoozed out to a later date, and users who
*> are marked inactive in users.data (or missing from it when it
*> exists), are passed over.  Each hand-off is written with the
*> ASSIGN audit action and leaves a note on the task saying why that
*> member was picked.  The run closes with each member's share of
*> the queue; "assign_queues report" prints the shares only.
*> The queues live in ~/.todo_cobol/queues.data, not in code:
*>     <queue> TAG <tag>                  a tag the queue serves
*>     <queue> MEMBER <user> [yyyymmdd]   a member, optionally
*>                                        snoozed out until the date
*> Lines starting with '*' are comments.  A tag served by more than
*> one queue goes to the first queue listed.  A missing file is
*> created holding only the comments, so there is something to edit.
*> Each project's tasks and notes counts go to the run-control
*> ledger (run_ledger) for the nightly balancing.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    accept run-mode-arg from command-line.
    evaluate function lower-case(function trim(run-mode-arg))
        when spaces
            continue
        when 'report'
            move 'R' to run-mode
        when other
            display "Usage: assign_queues [report]"
            stop run
    end-evaluate.
    perform loadQueues.
    if queue-count = 0
        display "No work queues defined in "
                function trim(queues-file-name) " - nothing to do."
        stop run
    end-if.
    perform loadUserStates.
    perform loadProjectTable.
    move function current-date(1:14) to run-started-at.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform tallyProjectLoad
    end-perform.

    if run-assigns
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            move project-name-entry(project-idx) to current-project
            perform assignProject
        end-perform
        display "-- Assignments by Project --"
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            display "  " project-name-entry(project-idx) " "
                    project-assigned(project-idx)
        end-perform
    end-if.

    perform showQueueShares.

    if run-assigns
        display "Queue run complete: " assigned-total
                " task(s) assigned, " unplaced-total
                " left unowned with no member available."
    end-if.

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
            "/queues.data" delimited by size
            into queues-file-name.
    string data-dir delimited by spaces
            "/users.data" delimited by size
            into users-file-name.

    move function current-date(1:8) to today-date.

loadQueues.
    open input queues-file.
    if queues-file-status = '35'
        perform writeDefaultQueues
        open input queues-file
    end-if.
    if queues-file-status not = '00'
        display "Could not read " function trim(queues-file-name) "."
        exit paragraph
    end-if.

    perform until queues-file-status not = '00'
        read queues-file next record
            at end move '10' to queues-file-status
            not at end perform applyQueueLine
        end-read
    end-perform.
    close queues-file.

    display "Work queues: " queue-count " queue(s), " member-count
            " member(s).".

applyQueueLine.
    if queues-line(1:1) = '*' or function trim(queues-line) = spaces
        exit paragraph
    end-if.
    move spaces to queue-line-name, queue-line-kind, queue-line-value,
            queue-line-date.
    unstring queues-line delimited by all space
            into queue-line-name, queue-line-kind, queue-line-value,
                 queue-line-date
    end-unstring.
    if queue-line-value = spaces
        display "Queue line '" function trim(queues-line)
                "' has no value - ignored."
        exit paragraph
    end-if.

    perform findQueue.
    if queue-idx = 0
        exit paragraph
    end-if.

    evaluate function upper-case(queue-line-kind)
        when 'TAG'
            if qt-tag-count(queue-idx) < 20
                add 1 to qt-tag-count(queue-idx)
                move queue-line-value
                        to qt-tag(queue-idx, qt-tag-count(queue-idx))
            end-if
        when 'MEMBER'
            perform findMember
            if member-idx > 0 and qt-member-count(queue-idx) < 30
                add 1 to qt-member-count(queue-idx)
                move member-idx to qt-member(queue-idx,
                        qt-member-count(queue-idx))
                if queue-line-date not = spaces
                    if function trim(queue-line-date) is numeric
                            and function test-date-yyyymmdd(
                                function numval(queue-line-date)) = 0
                        move function numval(queue-line-date)
                                to mb-snoozed-until(member-idx)
                    else
                        display "Snooze date '"
                                function trim(queue-line-date)
                                "' for " function trim(queue-line-value)
                                " is not a yyyymmdd date - ignored."
                    end-if
                end-if
            end-if
        when other
            display "Unknown queue line kind '"
                    function trim(queue-line-kind) "' ignored."
    end-evaluate.

*> queue-line-name in; queue-idx out (a new entry when the queue
*> has not been seen before, 0 when the table is full)
findQueue.
    perform varying queue-idx from 1 by 1
            until queue-idx > queue-count
        if qt-name(queue-idx) = queue-line-name
            exit paragraph
        end-if
    end-perform.
    if queue-count >= 20
        display "WARNING: more than 20 queues - '"
                function trim(queue-line-name) "' ignored."
        move 0 to queue-idx
        exit paragraph
    end-if.
    add 1 to queue-count.
    move queue-count to queue-idx.
    initialize queue-entry(queue-idx).
    move queue-line-name to qt-name(queue-idx).

*> queue-line-value in; member-idx out.  A user serving several
*> queues has one entry, so their load is counted once across all
*> of them.
findMember.
    perform varying member-idx from 1 by 1
            until member-idx > member-count
        if mb-user(member-idx) = queue-line-value
            exit paragraph
        end-if
    end-perform.
    if member-count >= 200
        display "WARNING: more than 200 queue members - '"
                function trim(queue-line-value) "' ignored."
        move 0 to member-idx
        exit paragraph
    end-if.
    add 1 to member-count.
    move member-count to member-idx.
    initialize member-entry(member-idx).
    move queue-line-value to mb-user(member-idx).
    move 'Y' to mb-active(member-idx).

writeDefaultQueues.
    open output queues-file.
    move "* work queues - one line per tag or member" to queues-line.
    write queues-line.
    move "* <queue> TAG <tag>: a tag the queue serves (repeatable)"
            to queues-line.
    write queues-line.
    move "* <queue> MEMBER <user> [yyyymmdd]: a member, optionally"
            to queues-line.
    write queues-line.
    move "*     snoozed out of the queue until the date given"
            to queues-line.
    write queues-line.
    move "* helpdesk TAG helpdesk" to queues-line.
    write queues-line.
    move "* helpdesk MEMBER jsmith" to queues-line.
    write queues-line.
    close queues-file.

*> users.data is "name role" lines, as todo.cob reads it.  When the
*> file exists a member must be listed there, and not with the role
*> 'inactive', to be given work.  No file means no access control,
*> so every member counts as active.
loadUserStates.
    open input users-file.
    if users-file-status not = '00'
        exit paragraph
    end-if.
    move 'Y' to users-file-found.
    perform varying member-idx from 1 by 1
            until member-idx > member-count
        move 'N' to mb-active(member-idx)
    end-perform.
    perform until users-file-status not = '00'
        read users-file next record
            at end move '10' to users-file-status
            not at end perform applyUserLine
        end-read
    end-perform.
    close users-file.

applyUserLine.
    if users-line(1:1) = '*' or function trim(users-line) = spaces
        exit paragraph
    end-if.
    move spaces to user-line-name, user-line-role.
    unstring users-line delimited by all space
            into user-line-name, user-line-role
    end-unstring.
    perform varying member-idx from 1 by 1
            until member-idx > member-count
        if mb-user(member-idx) = user-line-name
            if function lower-case(user-line-role) = 'inactive'
                move 'N' to mb-active(member-idx)
            else
                move 'Y' to mb-active(member-idx)
            end-if
        end-if
    end-perform.

loadProjectTable.
    move 1 to project-count.
    initialize project-entry(1).
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
                    initialize project-entry(project-count)
                    move project-registry-line
                            to project-name-entry(project-count)
                end-if
        end-read
    end-perform.
    close project-registry-file.

setProjectFilenames.
    move spaces to tasks-file-name, task-notes-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-notes.data"
                into task-notes-file-name
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
    end-if.

*> first pass: what every member already carries, across all
*> projects, before anything new is handed out
tallyProjectLoad.
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
        if (ws-task-status-new or ws-task-status-progress
                or ws-task-status-waiting or ws-task-status-review)
                and ws-task-owner not = spaces
            perform tallyOwnedTask
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

tallyOwnedTask.
    perform varying member-idx from 1 by 1
            until member-idx > member-count
        if mb-user(member-idx) = ws-task-owner
            perform computeTaskWeight
            add 1 to mb-open-count(member-idx)
            add task-weight to mb-load(member-idx)
            exit paragraph
        end-if
    end-perform.

*> ws-task-rec in; task-weight out
computeTaskWeight.
    if ws-task-estimated-hours > 0
        move ws-task-estimated-hours to task-weight
    else
        move 1 to task-weight
    end-if.
    evaluate true
        when ws-task-priority-high
            multiply 3 by task-weight
        when ws-task-priority-low
            continue
        when other
            multiply 2 by task-weight
    end-evaluate.

*> second pass, one project at a time: the candidate table is
*> rebuilt for each so the ids always belong to the file open
assignProject.
    move 0 to candidate-count, project-scanned, project-notes-added.
    perform setProjectFilenames.
    perform takeOpeningCounts.
    perform openFiles.
    if not project-files-open
        exit paragraph
    end-if.
    perform collectUnownedTasks.
    if candidate-count > 0
        display "Project '" function trim(current-project) "':"
        perform varying candidate-idx from 1 by 1
                until candidate-idx > candidate-count
            perform assignOneTask
        end-perform
    end-if.
    perform closeFiles.
    perform writeRunLedger.

openFiles.
    move 'N' to project-opened.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move 'Y' to project-opened.

    initialize ws-da-defs.
    move task-notes-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.

closeFiles.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.

takeOpeningCounts.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-tasks.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-notes.

*> the project's two ledger lines, closing counts taken after
*> closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move project-scanned to ws-ledger-read.
    move project-assigned(project-idx) to ws-ledger-changed.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move project-notes-added to ws-ledger-added.
    move opening-notes to ws-ledger-before.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'assign_queues' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

*> ids are collected first, then updated one by one, so the rewrite
*> never disturbs the sequential cursor mid-walk
collectUnownedTasks.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        add 1 to project-scanned
        if (ws-task-status-new or ws-task-status-progress
                or ws-task-status-review)
                and ws-task-owner = spaces
                and ws-task-tag not = spaces
            perform findTaskQueue
            if task-queue-idx > 0
                if candidate-count < 1000
                    add 1 to candidate-count
                    move ws-task-id to cand-task-id(candidate-count)
                    move task-queue-idx
                            to cand-queue-idx(candidate-count)
                else
                    display "WARNING: more than 1000 unowned queue"
                            " tasks - remainder left for the next run."
                end-if
            end-if
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

*> ws-task-tag in; task-queue-idx out, 0 when no queue serves it
findTaskQueue.
    move 0 to task-queue-idx.
    perform varying queue-idx from 1 by 1
            until queue-idx > queue-count or task-queue-idx > 0
        perform varying queue-tag-idx from 1 by 1
                until queue-tag-idx > qt-tag-count(queue-idx)
            if qt-tag(queue-idx, queue-tag-idx) = ws-task-tag
                move queue-idx to task-queue-idx
            end-if
        end-perform
    end-perform.

assignOneTask.
    initialize ws-da-defs.
    initialize ws-task-rec.
    move cand-task-id(candidate-idx) to ws-task-id.
    move 'getOne' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS or ws-task-owner not = spaces
        exit paragraph
    end-if.
    move cand-queue-idx(candidate-idx) to queue-idx.

    perform pickQueueMember.
    if best-member-idx = 0
        add 1 to qt-unplaced(queue-idx)
        add 1 to unplaced-total
        display "  task " ws-task-id " [" function trim(ws-task-tag)
                "] left unowned - no member of queue "
                function trim(qt-name(queue-idx)) " is available."
        exit paragraph
    end-if.

    move mb-user(best-member-idx) to ws-task-owner.
    move 'assign' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        display "  task " ws-task-id " update failed - status "
                ws-result
        exit paragraph
    end-if.

    move mb-load(best-member-idx) to load-display.
    move spaces to note-text-buf.
    string "Assigned from queue " delimited by size
           function trim(qt-name(queue-idx)) delimited by size
           " to " delimited by size
           function trim(ws-task-owner) delimited by size
           ": lowest load " delimited by size
           function trim(load-display) delimited by size
           " (" delimited by size
           mb-open-count(best-member-idx) delimited by size
           " open) of " delimited by size
           eligible-count delimited by size
           " available" delimited by size
           into note-text-buf.

    initialize ws-da-defs.
    initialize ws-task-note-rec.
    move ws-task-id to ws-task-note-task-id.
    move function current-date(1:8) to ws-task-note-created-at.
    move 'queue' to ws-task-note-author.
    move note-text-buf to ws-task-note-text.
    move 'create' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        add 1 to project-notes-added
    end-if.

    *> a private or group task is still placed, but its run log
    *> line leaves the description out for anyone not let see it
    perform checkTaskVisible.
    if ws-vis-can-see
        display "  task " ws-task-id " [" function trim(ws-task-tag)
                "] -> " function trim(ws-task-owner) " - "
                function trim(ws-task-description)
    else
        display "  task " ws-task-id " [" function trim(ws-task-tag)
                "] -> " function trim(ws-task-owner) " - (restricted)"
    end-if.

    *> the new task counts against its owner straight away, so the
    *> next hand-off in this run sees the updated load
    perform computeTaskWeight.
    add 1 to mb-open-count(best-member-idx).
    add task-weight to mb-load(best-member-idx).
    add 1 to mb-assigned(best-member-idx).
    add 1 to qt-assigned(queue-idx).
    add 1 to project-assigned(project-idx).
    add 1 to assigned-total.

*> queue-idx in; best-member-idx (0 when nobody is available) and
*> eligible-count out
pickQueueMember.
    move 0 to best-member-idx.
    move 0 to eligible-count.
    perform varying queue-member-idx from 1 by 1
            until queue-member-idx > qt-member-count(queue-idx)
        move qt-member(queue-idx, queue-member-idx) to member-idx
        if mb-is-active(member-idx)
                and mb-snoozed-until(member-idx) <= today-date
            add 1 to eligible-count
            if best-member-idx = 0
                move member-idx to best-member-idx
            else
                if mb-load(member-idx) < mb-load(best-member-idx)
                        or (mb-load(member-idx)
                                = mb-load(best-member-idx)
                            and mb-open-count(member-idx)
                                < mb-open-count(best-member-idx))
                    move member-idx to best-member-idx
                end-if
            end-if
        end-if
    end-perform.

showQueueShares.
    perform varying queue-idx from 1 by 1
            until queue-idx > queue-count
        perform showOneQueue
    end-perform.

showOneQueue.
    display " ".
    display "=== Queue " function trim(qt-name(queue-idx)) " ===".
    display "  Tags:" with no advancing.
    perform varying queue-tag-idx from 1 by 1
            until queue-tag-idx > qt-tag-count(queue-idx)
        display " " function trim(qt-tag(queue-idx, queue-tag-idx))
                with no advancing
    end-perform.
    display " ".

    move 0 to queue-load-total.
    perform varying queue-member-idx from 1 by 1
            until queue-member-idx > qt-member-count(queue-idx)
        move qt-member(queue-idx, queue-member-idx) to member-idx
        add mb-load(member-idx) to queue-load-total
    end-perform.

    display "  Member               | State                  | Open  |"
            "       Load | Share | New".
    display "  ---------------------+------------------------+-------+"
            "------------+-------+----".
    perform varying queue-member-idx from 1 by 1
            until queue-member-idx > qt-member-count(queue-idx)
        move qt-member(queue-idx, queue-member-idx) to member-idx
        evaluate true
            when not mb-is-active(member-idx)
                move 'inactive' to member-state
            when mb-snoozed-until(member-idx) > today-date
                move spaces to member-state
                string "snoozed to " delimited by size
                       mb-snoozed-until(member-idx) delimited by size
                       into member-state
            when other
                move 'available' to member-state
        end-evaluate
        if queue-load-total > 0
            compute share-pct rounded =
                    mb-load(member-idx) * 100 / queue-load-total
        else
            move 0 to share-pct
        end-if
        move mb-load(member-idx) to load-display
        move share-pct to share-display
        display "  " mb-user(member-idx) " | " member-state " | "
                mb-open-count(member-idx) " | " load-display " | "
                share-display "%| " mb-assigned(member-idx)
    end-perform.
    if run-assigns
        display "  " qt-assigned(queue-idx) " assigned this run, "
                qt-unplaced(queue-idx) " left unowned."
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
