        >> SOURCE FORMAT IS FREE

identification division.
program-id. handover.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select users-file assign to users-file-name
       organization is line sequential
          file status is users-file-status.
      select queues-file assign to queues-file-name
       organization is line sequential
          file status is queues-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd users-file.
01 users-line pic X(50).

fd queues-file.
01 queues-line pic X(80).

fd project-registry-file.
01 project-registry-line pic X(20).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_watch_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
copy cp_review_defs replacing ==:prefix:== by ==ws-==.
copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 users-file-status pic 99.
01 queues-file-status pic 99.
01 project-registry-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 watches-file-name pic X(80).
01 tag-registry-file-name pic X(80).
01 reviews-file-name pic X(80).
01 users-file-name pic X(60).
01 queues-file-name pic X(60).
01 project-registry-name pic X(60).
01 report-file-name pic X(100).
01 arg-line pic X(100).
01 arg-mode pic X(20).
01 outgoing-user pic X(20).
01 successor-arg pic X(20).
01 successor-user pic X(20).
01 run-mode pic X value 'D'.
    88 dry-run value 'D'.
    88 real-run value 'R'.
01 spread-flag pic X value 'N'.
    88 spread-across-team value 'Y'.
01 run-by-user pic X(20).
01 run-by-user-is-admin pic X value 'Y'.
    88 admin-access-granted value 'Y'.
01 run-stamp pic X(14).
01 today-date pic 9(8).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 project-opened pic X.
    88 project-files-open value 'Y'.
*> users.data and queues.data are small flat files: held whole in
*> memory and written back in full when a real run changes them
01 users-table.
      05 users-entry occurs 200 times pic X(50).
01 users-count pic 9(3) value 0.
01 users-idx pic 9(3).
01 users-file-found pic X value 'N'.
    88 users-file-present value 'Y'.
01 users-changed pic X value 'N'.
01 outgoing-user-line pic 9(3) value 0.
01 successor-listed pic X value 'N'.
    88 successor-in-users value 'Y'.
01 queues-table.
      05 queues-entry occurs 500 times pic X(80).
01 queues-count pic 9(3) value 0.
01 queues-idx pic 9(3).
01 queues-scan-idx pic 9(3).
01 queues-file-found pic X value 'N'.
    88 queues-file-present value 'Y'.
01 queues-changed pic X value 'N'.
01 line-user pic X(20).
01 line-role pic X(20).
01 line-queue pic X(20).
01 line-kind pic X(10).
01 line-value pic X(20).
01 line-date pic X(10).
01 scan-queue pic X(20).
01 scan-kind pic X(10).
01 scan-value pic X(20).
01 member-found pic X.
    88 successor-already-member value 'Y'.
01 team-table.
      05 team-entry occurs 100 times.
            10 tm-user pic X(20).
            10 tm-open-count pic 9(5).
            10 tm-load pic 9(7)v99.
            10 tm-taken pic 9(5).
01 team-count pic 9(3) value 0.
01 team-idx pic 9(3).
01 best-team-idx pic 9(3).
01 user-active-flag pic X.
    88 user-is-active value 'Y'.
01 check-user pic X(20).
01 task-weight pic 9(5)v99.
01 new-owner pic X(20).
01 new-waiting-on pic X(20).
01 candidate-table.
      05 candidate-entry occurs 2000 times pic 9(7).
01 candidate-count pic 9(4) value 0.
01 candidate-idx pic 9(4).
01 handed-table.
      05 handed-entry occurs 2000 times.
            10 hd-task-id pic 9(7).
            10 hd-new-owner pic X(20).
01 handed-count pic 9(4) value 0.
01 handed-idx pic 9(4).
01 watch-move-table.
      05 watch-move-entry occurs 1000 times.
            10 wm-watch-id pic 9(6).
            10 wm-task-id pic 9(7).
01 watch-move-count pic 9(4) value 0.
01 watch-move-idx pic 9(4).
01 watch-target pic X(20).
01 watch-dup-flag pic X.
    88 target-already-watching value 'Y'.
01 tag-move-table.
      05 tag-move-entry occurs 200 times pic X(20).
01 tag-move-count pic 9(3) value 0.
01 tag-move-idx pic 9(3).
01 review-move-table.
      05 review-move-entry occurs 1000 times pic 9(6).
01 review-move-count pic 9(4) value 0.
01 review-move-idx pic 9(4).
01 review-task-owner pic X(20).
01 tasks-moved pic 9(5) value 0.
01 waiting-moved pic 9(5) value 0.
01 watches-moved pic 9(5) value 0.
01 tags-moved pic 9(3) value 0.
01 queue-lines-moved pic 9(3) value 0.
01 reviews-moved pic 9(5) value 0.
01 reviews-left pic 9(5) value 0.
01 tasks-held pic 9(5) value 0.
01 owner-held-flag pic X.
    88 owner-is-held value 'Y'.
01 hold-id-edit pic 9(5).
01 out-text pic X(132).
01 shown-description pic X(50).
01 note-text-buf pic X(100).

*> run-control ledger (real runs only): each project's tasks and
*> notes counts and the watches count before the run, and what the
*> run did to them
01 project-ledger-table.
      05 project-ledger-entry occurs 50 times.
            10 pl-tasks-before pic 9(7).
            10 pl-notes-before pic 9(7).
            10 pl-changed pic 9(5).
            10 pl-notes-added pic 9(5).
01 watches-before pic 9(7).
01 watches-changed pic 9(5) value 0.
01 watches-removed pic 9(5) value 0.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).

*> ------------------------------------------------------------------
*> Standalone batch program: staff departure handover.  Everything
*> the outgoing user holds is moved to a successor in one run:
*>   - every open task they own, in every project, is reassigned
*>     (logged with the ASSIGN audit action) and carries a handover
*>     note - except a task under an active legal hold (hold_check),
*>     which keeps its owner so an owner hold still reaches it, and
*>     is listed as held;
*>   - tasks waiting on them are repointed, with a note;
*>   - their watches move to whoever takes the task over;
*>   - reviews waiting on them (task-reviews.data) pass to the
*>     successor, except where the successor now owns the task -
*>     those are listed for an admin to 'review reassign';
*>   - tag-registry default owners and standing reviewers naming
*>     them are repointed;
*>   - their work-queue memberships in queues.data pass to the
*>     successor (dropped when the successor is already a member);
*>   - their users.data entry is marked inactive, so they drop out
*>     of the queues and keep read access only.
*> With "spread" instead of a successor the work is shared across
*> the team: the other active members of the outgoing user's work
*> queues, or every operator and admin in users.data when they are
*> in no queue.  Each item goes to the team member carrying the
*> least load, weighed the way assign_queues weighs it.
*> Usage:
*>   handover dryrun <outgoing-user> <successor|spread>
*>   handover run    <outgoing-user> <successor|spread>
*> A real run is admin-only (users.data) and the admin signs on
*> with their PIN, or runs under nightly_run's ticket; a dry run is
*> open to anyone.
*> A dry run changes nothing and prints the full impact list; the
*> real run prints the same list and also keeps it, with a sign-off
*> block, in ~/.todo_cobol/handover-<user>-<yyyymmdd>.txt, and
*> writes the tasks, notes and watches counts to the run-control
*> ledger (run_ledger).
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform loadUsersFile.
    if real-run and not admin-access-granted
        display "handover run is an admin-only batch - see"
                " users.data."
        move 8 to return-code
        stop run
    end-if.
    if real-run
        perform signOnRunUser
        if not ws-signon-ok
            display "handover needs the admin's PIN - nothing done."
            move 8 to return-code
            stop run
        end-if
    end-if.
    perform loadQueuesFile.
    perform loadProjectTable.
    if spread-across-team
        perform buildTeam
        if team-count = 0
            display "No active team members to spread the work"
                    " across - name a successor instead."
            stop run
        end-if
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            move project-name-entry(project-idx) to current-project
            perform tallyTeamLoad
        end-perform
    else
        if users-file-present and not successor-in-users
            display "WARNING: " function trim(successor-user)
                    " is not in users.data - add them before the"
                    " work arrives, or they will have read access"
                    " only."
        end-if
    end-if.

    perform openReport.
    perform writeReportHeader.
    if real-run
        perform takeOpeningCounts
    end-if.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform handoverProject
    end-perform.
    perform handoverWatches.
    perform handoverReviews.
    perform handoverTags.
    perform handoverQueues.
    perform handoverUserEntry.

    perform writeReportFooter.
    perform closeReport.
    if real-run
        perform writeRunLedger
    end-if.

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.
    move 'close' to ws-hchk-action.
    call 'hold_check' using ws-hchk-request.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/users.data" delimited by size
            into users-file-name.
    string data-dir delimited by spaces
            "/queues.data" delimited by size
            into queues-file-name.
    string data-dir delimited by spaces
            "/watches.data" delimited by size
            into watches-file-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tag-registry-file-name.
    string data-dir delimited by spaces
            "/task-reviews.data" delimited by size
            into reviews-file-name.

    move function current-date(1:8) to today-date.
    move function current-date(1:14) to run-stamp.
    accept run-by-user from environment "USER".
    if function trim(run-by-user) = spaces then
        accept run-by-user from environment "LOGNAME"
    end-if.

parseArguments.
    accept arg-line from command-line.
    move spaces to arg-mode, outgoing-user, successor-arg.
    unstring arg-line delimited by all space
            into arg-mode, outgoing-user, successor-arg
    end-unstring.
    evaluate function lower-case(arg-mode)
        when 'dryrun'
            move 'D' to run-mode
        when 'run'
            move 'R' to run-mode
        when other
            move spaces to outgoing-user
    end-evaluate.
    if outgoing-user = spaces or successor-arg = spaces
        display "Usage: handover dryrun|run <outgoing-user>"
                " <successor|spread>"
        stop run
    end-if.
    if function lower-case(successor-arg) = 'spread'
        move 'Y' to spread-flag
        move spaces to successor-user
    else
        move successor-arg to successor-user
        if successor-user = outgoing-user
            display "The successor must be someone other than "
                    function trim(outgoing-user) "."
            stop run
        end-if
    end-if.

    move spaces to report-file-name.
    string data-dir delimited by spaces
            "/handover-" delimited by size
            function trim(outgoing-user) delimited by size
            "-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.

loadUsersFile.
    open input users-file.
    if users-file-status not = '00'
        exit paragraph
    end-if.
    move 'Y' to users-file-found.
    move 'N' to run-by-user-is-admin.
    perform until users-file-status not = '00'
        read users-file next record
            at end move '10' to users-file-status
            not at end
                if users-count < 200
                    add 1 to users-count
                    move users-line to users-entry(users-count)
                    perform noteUserLine
                end-if
        end-read
    end-perform.
    close users-file.

noteUserLine.
    if users-line(1:1) = '*' or function trim(users-line) = spaces
        exit paragraph
    end-if.
    move spaces to line-user, line-role.
    unstring users-line delimited by all space
            into line-user, line-role
    end-unstring.
    if line-user = outgoing-user
        move users-count to outgoing-user-line
    end-if.
    if line-user = successor-user and successor-user not = spaces
        move 'Y' to successor-listed
    end-if.
    if line-user = run-by-user
            and function lower-case(line-role) = 'admin'
        move 'Y' to run-by-user-is-admin
    end-if.

*> the USER/LOGNAME name is only a claim: an admin listed in
*> users.data gives their PIN, or runs under nightly_run's ticket
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-by-user to ws-signon-user.
    move 'handover' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

loadQueuesFile.
    open input queues-file.
    if queues-file-status not = '00'
        exit paragraph
    end-if.
    move 'Y' to queues-file-found.
    perform until queues-file-status not = '00'
        read queues-file next record
            at end move '10' to queues-file-status
            not at end
                if queues-count < 500
                    add 1 to queues-count
                    move queues-line to queues-entry(queues-count)
                end-if
        end-read
    end-perform.
    close queues-file.

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

*> the team is everyone else in the outgoing user's work queues who
*> could be given work tonight; with no queues to go on, every
*> operator and admin in users.data
buildTeam.
    perform varying queues-idx from 1 by 1
            until queues-idx > queues-count
        perform splitQueueLine
        if function upper-case(line-kind) = 'MEMBER'
                and line-value = outgoing-user
            perform addQueueTeam
        end-if
    end-perform.
    if team-count > 0
        exit paragraph
    end-if.
    perform varying users-idx from 1 by 1
            until users-idx > users-count
        if users-entry(users-idx)(1:1) not = '*'
            move spaces to line-user, line-role
            unstring users-entry(users-idx) delimited by all space
                    into line-user, line-role
            end-unstring
            if line-user not = outgoing-user and line-user not = spaces
                    and (function lower-case(line-role) = 'operator'
                        or function lower-case(line-role) = 'admin')
                move line-user to check-user
                perform addTeamMember
            end-if
        end-if
    end-perform.

*> queues-idx in (a MEMBER line for the outgoing user): every other
*> member of that queue not snoozed out joins the team
addQueueTeam.
    move line-queue to scan-queue.
    perform varying queues-scan-idx from 1 by 1
            until queues-scan-idx > queues-count
        move queues-entry(queues-scan-idx) to queues-line
        move spaces to line-queue, line-kind, line-value, line-date
        unstring queues-line delimited by all space
                into line-queue, line-kind, line-value, line-date
        end-unstring
        if queues-line(1:1) not = '*'
                and line-queue = scan-queue
                and function upper-case(line-kind) = 'MEMBER'
                and line-value not = outgoing-user
            if line-date = spaces
                    or function numval(line-date) <= today-date
                move line-value to check-user
                perform addTeamMember
            end-if
        end-if
    end-perform.

*> check-user in; added to the team once, and only when active by
*> the users.data rules assign_queues applies
addTeamMember.
    perform checkUserActive.
    if not user-is-active
        exit paragraph
    end-if.
    perform varying team-idx from 1 by 1 until team-idx > team-count
        if tm-user(team-idx) = check-user
            exit paragraph
        end-if
    end-perform.
    if team-count < 100
        add 1 to team-count
        initialize team-entry(team-count)
        move check-user to tm-user(team-count)
    end-if.

checkUserActive.
    if not users-file-present
        move 'Y' to user-active-flag
        exit paragraph
    end-if.
    move 'N' to user-active-flag.
    perform varying users-idx from 1 by 1
            until users-idx > users-count
        if users-entry(users-idx)(1:1) not = '*'
            move spaces to line-user, line-role
            unstring users-entry(users-idx) delimited by all space
                    into line-user, line-role
            end-unstring
            if line-user = check-user
                if function lower-case(line-role) = 'inactive'
                    move 'N' to user-active-flag
                else
                    move 'Y' to user-active-flag
                end-if
            end-if
        end-if
    end-perform.

splitQueueLine.
    move queues-entry(queues-idx) to queues-line.
    move spaces to line-queue, line-kind, line-value, line-date.
    if queues-line(1:1) = '*'
        exit paragraph
    end-if.
    unstring queues-line delimited by all space
            into line-queue, line-kind, line-value, line-date
    end-unstring.

tallyTeamLoad.
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
                or ws-task-status-waiting
            perform varying team-idx from 1 by 1
                    until team-idx > team-count
                if tm-user(team-idx) = ws-task-owner
                    perform computeTaskWeight
                    add 1 to tm-open-count(team-idx)
                    add task-weight to tm-load(team-idx)
                end-if
            end-perform
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

*> ws-task-rec in; task-weight out - estimated hours (one hour when
*> there is no estimate) times 3/2/1 for High/Medium/Low
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

*> best-team-idx out: the least-loaded member, fewest open tasks
*> breaking a tie
pickTeamMember.
    move 1 to best-team-idx.
    perform varying team-idx from 2 by 1 until team-idx > team-count
        if tm-load(team-idx) < tm-load(best-team-idx)
                or (tm-load(team-idx) = tm-load(best-team-idx)
                    and tm-open-count(team-idx)
                        < tm-open-count(best-team-idx))
            move team-idx to best-team-idx
        end-if
    end-perform.

*> new-owner out: the successor, or the team member picked for the
*> work in ws-task-rec (who then carries it in the load)
chooseTaskTaker.
    if not spread-across-team
        move successor-user to new-owner
        exit paragraph
    end-if.
    perform pickTeamMember.
    move tm-user(best-team-idx) to new-owner.
    perform computeTaskWeight.
    add 1 to tm-open-count(best-team-idx).
    add task-weight to tm-load(best-team-idx).
    add 1 to tm-taken(best-team-idx).

*> new-waiting-on out, for an item that is not work in itself
chooseContact.
    if spread-across-team
        perform pickTeamMember
        move tm-user(best-team-idx) to new-waiting-on
    else
        move successor-user to new-waiting-on
    end-if.

handoverProject.
    move 0 to candidate-count.
    perform setProjectFilenames.
    perform openFiles.
    if not project-files-open
        exit paragraph
    end-if.

    *> ids first, updates after, so a rewrite never disturbs the
    *> sequential walk
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        if (ws-task-status-new or ws-task-status-progress
                or ws-task-status-waiting or ws-task-status-review)
                and (ws-task-owner = outgoing-user
                    or ws-task-waiting-on = outgoing-user)
            if candidate-count < 2000
                add 1 to candidate-count
                move ws-task-id to candidate-entry(candidate-count)
            else
                display "WARNING: more than 2000 tasks in project '"
                        function trim(current-project)
                        "' - run the handover again for the rest."
            end-if
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    perform varying candidate-idx from 1 by 1
            until candidate-idx > candidate-count
        perform handoverOneTask
    end-perform.
    perform closeFiles.

openFiles.
    move 'N' to project-opened.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    if real-run
        move 'rw' to ws-file-mode
    else
        move 'r' to ws-file-mode
    end-if.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move 'Y' to project-opened.
    if real-run
        initialize ws-da-defs
        move task-notes-file-name to ws-file-name
        move 'rw' to ws-file-mode
        move 'open' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-if.

closeFiles.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if real-run
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-if.

handoverOneTask.
    initialize ws-da-defs.
    initialize ws-task-rec.
    move candidate-entry(candidate-idx) to ws-task-id.
    move 'getOne' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    *> a private or group task is handed over like any other; only
    *> its description stays off the listing for those not let see it
    perform checkTaskVisible.
    if ws-vis-can-see
        move ws-task-description to shown-description
    else
        move '(restricted)' to shown-description
    end-if.

    move spaces to new-owner, new-waiting-on.
    move 'N' to owner-held-flag.
    if ws-task-owner = outgoing-user
        perform checkTaskHold
        if ws-hchk-is-held
            move 'Y' to owner-held-flag
            add 1 to tasks-held
            move ws-hchk-hold-id to hold-id-edit
            move spaces to out-text
            string "  HELD    " delimited by size
                   current-project delimited by size
                   " " delimited by size
                   ws-task-id delimited by size
                   " owner kept - legal hold " delimited by size
                   hold-id-edit delimited by size
                   " " delimited by size
                   shown-description delimited by size
                   into out-text
            perform emitLine
        end-if
    end-if.
    if ws-task-owner = outgoing-user and not owner-is-held
        perform chooseTaskTaker
        move new-owner to ws-task-owner
        add 1 to tasks-moved
        if handed-count < 2000
            add 1 to handed-count
            move ws-task-id to hd-task-id(handed-count)
            move new-owner to hd-new-owner(handed-count)
        end-if
        move spaces to out-text
        string "  TASK    " delimited by size
               current-project delimited by size
               " " delimited by size
               ws-task-id delimited by size
               " owner -> " delimited by size
               new-owner delimited by size
               " " delimited by size
               shown-description delimited by size
               into out-text
        perform emitLine
    end-if.
    if ws-task-waiting-on = outgoing-user
        if new-owner not = spaces
            move new-owner to new-waiting-on
        else
            perform chooseContact
        end-if
        move new-waiting-on to ws-task-waiting-on
        add 1 to waiting-moved
        move spaces to out-text
        string "  WAITING " delimited by size
               current-project delimited by size
               " " delimited by size
               ws-task-id delimited by size
               " waits on -> " delimited by size
               new-waiting-on delimited by size
               " " delimited by size
               shown-description delimited by size
               into out-text
        perform emitLine
    end-if.

    if dry-run or (new-owner = spaces and new-waiting-on = spaces)
        exit paragraph
    end-if.
    initialize ws-da-defs.
    if new-owner not = spaces
        move 'assign' to ws-file-action
    else
        move 'update' to ws-file-action
    end-if.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        display "  task " ws-task-id " update failed - status "
                ws-result
        exit paragraph
    end-if.
    add 1 to pl-changed(project-idx).

    move spaces to note-text-buf.
    if new-owner not = spaces
        string "Handed over from " delimited by size
               function trim(outgoing-user) delimited by size
               " to " delimited by size
               function trim(new-owner) delimited by size
               " by " delimited by size
               function trim(run-by-user) delimited by size
               " - staff departure" delimited by size
               into note-text-buf
    else
        string "Now waiting on " delimited by size
               function trim(new-waiting-on) delimited by size
               " in place of " delimited by size
               function trim(outgoing-user) delimited by size
               " - staff departure" delimited by size
               into note-text-buf
    end-if.
    initialize ws-da-defs.
    initialize ws-task-note-rec.
    move ws-task-id to ws-task-note-task-id.
    move function current-date(1:8) to ws-task-note-created-at.
    move 'handover' to ws-task-note-author.
    move note-text-buf to ws-task-note-text.
    move 'create' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        add 1 to pl-notes-added(project-idx)
    end-if.

*> a watch on a task handed over in this run follows the task to
*> its new owner; any other watch goes to the successor (or the
*> least-loaded team member).  Where the taker already watches the
*> task the old watch is simply removed.
handoverWatches.
    initialize ws-da-defs.
    move watches-file-name to ws-file-name.
    if real-run
        move 'rw' to ws-file-mode
    else
        move 'r' to ws-file-mode
    end-if.
    move 'open' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    perform until not DA_SUCCESS
        if ws-watch-user = outgoing-user and watch-move-count < 1000
            add 1 to watch-move-count
            move ws-watch-id to wm-watch-id(watch-move-count)
            move ws-watch-task-id to wm-task-id(watch-move-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_watch' using ws-da-defs, ws-watch-rec
    end-perform.

    perform varying watch-move-idx from 1 by 1
            until watch-move-idx > watch-move-count
        perform handoverOneWatch
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.

handoverOneWatch.
    move spaces to watch-target.
    perform varying handed-idx from 1 by 1
            until handed-idx > handed-count
        if hd-task-id(handed-idx) = wm-task-id(watch-move-idx)
            move hd-new-owner(handed-idx) to watch-target
        end-if
    end-perform.
    if watch-target = spaces
        perform chooseContact
        move new-waiting-on to watch-target
    end-if.

    move 'N' to watch-dup-flag.
    initialize ws-da-defs.
    initialize ws-watch-rec.
    move wm-task-id(watch-move-idx) to ws-watch-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    perform until not DA_SUCCESS
        if ws-watch-user = watch-target
            move 'Y' to watch-dup-flag
        end-if
        move 'getNext' to ws-file-action
        call 'da_watch' using ws-da-defs, ws-watch-rec
    end-perform.

    add 1 to watches-moved.
    move spaces to out-text.
    if target-already-watching
        string "  WATCH   task " delimited by size
               wm-task-id(watch-move-idx) delimited by size
               " dropped - " delimited by size
               function trim(watch-target) delimited by size
               " already watches it" delimited by size
               into out-text
    else
        string "  WATCH   task " delimited by size
               wm-task-id(watch-move-idx) delimited by size
               " -> " delimited by size
               watch-target delimited by size
               into out-text
    end-if.
    perform emitLine.

    if dry-run
        exit paragraph
    end-if.
    initialize ws-da-defs.
    initialize ws-watch-rec.
    move wm-watch-id(watch-move-idx) to ws-watch-id.
    move 'getOne' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    if target-already-watching
        move 'delete' to ws-file-action
    else
        move watch-target to ws-watch-user
        move 'update' to ws-file-action
    end-if.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    if DA_SUCCESS
        if target-already-watching
            add 1 to watches-removed
        else
            add 1 to watches-changed
        end-if
    end-if.

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
    move 'watches' to ws-count-kind.
    move watches-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to watches-before.

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

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move watch-move-count to ws-ledger-read.
    move watches-changed to ws-ledger-changed.
    move watches-removed to ws-ledger-removed.
    move watches-before to ws-ledger-before.
    move 'watches' to ws-count-kind.
    move watches-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'handover' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

handoverTags.
    initialize ws-da-defs.
    move tag-registry-file-name to ws-file-name.
    if real-run
        move 'rw' to ws-file-mode
    else
        move 'r' to ws-file-mode
    end-if.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    perform until not DA_SUCCESS
        if (ws-tag-default-owner = outgoing-user
                    or ws-tag-reviewer = outgoing-user)
                and tag-move-count < 200
            add 1 to tag-move-count
            move ws-tag-name to tag-move-entry(tag-move-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
    end-perform.

    perform varying tag-move-idx from 1 by 1
            until tag-move-idx > tag-move-count
        initialize ws-da-defs
        initialize ws-tag-rec
        move tag-move-entry(tag-move-idx) to ws-tag-name
        move 'getOne' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
        if DA_SUCCESS
            add 1 to tags-moved
            if ws-tag-default-owner = outgoing-user
                perform chooseContact
                move spaces to out-text
                string "  TAG     " delimited by size
                       ws-tag-name delimited by size
                       " default owner -> " delimited by size
                       new-waiting-on delimited by size
                       into out-text
                perform emitLine
                move new-waiting-on to ws-tag-default-owner
            end-if
            if ws-tag-reviewer = outgoing-user
                perform chooseContact
                move spaces to out-text
                string "  TAG     " delimited by size
                       ws-tag-name delimited by size
                       " reviewer -> " delimited by size
                       new-waiting-on delimited by size
                       into out-text
                perform emitLine
                move new-waiting-on to ws-tag-reviewer
            end-if
            if real-run
                initialize ws-da-defs
                move 'save' to ws-file-action
                call 'da_tags' using ws-da-defs, ws-tag-rec
            end-if
        end-if
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

*> a review waiting on the outgoing user passes to the successor
*> (or the least-loaded team member) - unless that is who owns the
*> task now, since nobody signs off their own work
handoverReviews.
    initialize ws-da-defs.
    move reviews-file-name to ws-file-name.
    if real-run
        move 'rw' to ws-file-mode
    else
        move 'r' to ws-file-mode
    end-if.
    move 'open' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.
    perform until not DA_SUCCESS
        if ws-review-is-waiting
                and ws-review-reviewer = outgoing-user
                and review-move-count < 1000
            add 1 to review-move-count
            move ws-review-id to review-move-entry(review-move-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
    end-perform.

    perform varying review-move-idx from 1 by 1
            until review-move-idx > review-move-count
        initialize ws-da-defs
        initialize ws-review-rec
        move review-move-entry(review-move-idx) to ws-review-id
        move 'getOne' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
        if DA_SUCCESS
            perform handoverOneReview
        end-if
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.

handoverOneReview.
    move ws-review-owner to review-task-owner.
    perform varying handed-idx from 1 by 1
            until handed-idx > handed-count
        if hd-task-id(handed-idx) = ws-review-task-id
            move hd-new-owner(handed-idx) to review-task-owner
        end-if
    end-perform.
    perform chooseContact.
    move spaces to out-text.
    if new-waiting-on = review-task-owner
            or new-waiting-on = ws-review-submitted-by
        add 1 to reviews-left
        string "  REVIEW  " delimited by size
               ws-review-project delimited by size
               " " delimited by size
               ws-review-task-id delimited by size
               " left for an admin - " delimited by size
               function trim(new-waiting-on) delimited by size
               " cannot review their own work" delimited by size
               into out-text
        perform emitLine
        exit paragraph
    end-if.
    add 1 to reviews-moved.
    string "  REVIEW  " delimited by size
           ws-review-project delimited by size
           " " delimited by size
           ws-review-task-id delimited by size
           " reviewer -> " delimited by size
           new-waiting-on delimited by size
           into out-text.
    perform emitLine.
    if real-run
        move new-waiting-on to ws-review-reviewer
        initialize ws-da-defs
        move 'reassign' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
    end-if.

*> a MEMBER line for the outgoing user passes to the successor,
*> unless the successor is already in that queue; when the work is
*> spread the rest of the team already covers the queue, so the
*> line is simply dropped
handoverQueues.
    perform varying queues-idx from 1 by 1
            until queues-idx > queues-count
        perform splitQueueLine
        if function upper-case(line-kind) = 'MEMBER'
                and line-value = outgoing-user
            perform handoverQueueLine
        end-if
    end-perform.
    if real-run and queues-changed = 'Y'
        open output queues-file
        perform varying queues-idx from 1 by 1
                until queues-idx > queues-count
            if queues-entry(queues-idx) not = high-values
                write queues-line from queues-entry(queues-idx)
            end-if
        end-perform
        close queues-file
    end-if.

handoverQueueLine.
    move 'N' to member-found.
    if not spread-across-team
        perform varying queues-scan-idx from 1 by 1
                until queues-scan-idx > queues-count
            move spaces to scan-queue, scan-kind, scan-value
            if queues-entry(queues-scan-idx)(1:1) not = '*'
                unstring queues-entry(queues-scan-idx)
                        delimited by all space
                        into scan-queue, scan-kind, scan-value
                end-unstring
            end-if
            if scan-queue = line-queue
                    and function upper-case(scan-kind) = 'MEMBER'
                    and scan-value = successor-user
                move 'Y' to member-found
            end-if
        end-perform
    end-if.

    add 1 to queue-lines-moved.
    move 'Y' to queues-changed.
    move spaces to out-text.
    if spread-across-team or successor-already-member
        string "  QUEUE   " delimited by size
               line-queue delimited by size
               " membership dropped" delimited by size
               into out-text
        move high-values to queues-entry(queues-idx)
    else
        string "  QUEUE   " delimited by size
               line-queue delimited by size
               " membership -> " delimited by size
               successor-user delimited by size
               into out-text
        move spaces to queues-entry(queues-idx)
        string function trim(line-queue) delimited by size
               " MEMBER " delimited by size
               function trim(successor-user) delimited by size
               into queues-entry(queues-idx)
    end-if.
    perform emitLine.

*> the outgoing user keeps a row - marked inactive - so the name
*> still resolves in old notes and the audit trail
handoverUserEntry.
    if not users-file-present
        exit paragraph
    end-if.
    move spaces to out-text.
    string "  USER    " delimited by size
           outgoing-user delimited by size
           " marked inactive in users.data" delimited by size
           into out-text.
    perform emitLine.
    if dry-run
        exit paragraph
    end-if.
    if outgoing-user-line > 0
        move spaces to users-entry(outgoing-user-line)
        string function trim(outgoing-user) delimited by size
               " inactive" delimited by size
               into users-entry(outgoing-user-line)
    else
        if users-count < 200
            add 1 to users-count
            move spaces to users-entry(users-count)
            string function trim(outgoing-user) delimited by size
                   " inactive" delimited by size
                   into users-entry(users-count)
        end-if
    end-if.
    open output users-file.
    perform varying users-idx from 1 by 1
            until users-idx > users-count
        write users-line from users-entry(users-idx)
    end-perform.
    close users-file.

openReport.
    if dry-run
        exit paragraph
    end-if.
    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
                ". The handover list is on the screen only."
    end-if.

closeReport.
    if real-run and report-file-status = '00'
        close report-file
        display "Handover report written to "
                function trim(report-file-name) "."
    end-if.

*> out-text in: to the screen always, to the report on a real run
emitLine.
    display function trim(out-text trailing).
    if real-run and report-file-status = '00'
        write report-line from out-text
    end-if.

writeReportHeader.
    move spaces to out-text.
    if dry-run
        string "Handover DRY RUN - nothing is changed" delimited by size
               into out-text
    else
        string "Staff handover report" delimited by size
               into out-text
    end-if.
    perform emitLine.
    move spaces to out-text.
    if spread-across-team
        string "  Outgoing: " delimited by size
               outgoing-user delimited by size
               "  Successor: spread across " delimited by size
               team-count delimited by size
               " team member(s)" delimited by size
               into out-text
    else
        string "  Outgoing: " delimited by size
               outgoing-user delimited by size
               "  Successor: " delimited by size
               successor-user delimited by size
               into out-text
    end-if.
    perform emitLine.
    move spaces to out-text.
    string "  Run by " delimited by size
           function trim(run-by-user) delimited by size
           " at " delimited by size
           run-stamp(1:8) delimited by size
           " " delimited by size
           run-stamp(9:4) delimited by size
           into out-text.
    perform emitLine.
    move spaces to out-text.
    perform emitLine.

writeReportFooter.
    move spaces to out-text.
    perform emitLine.
    move spaces to out-text.
    string "  " delimited by size
           tasks-moved delimited by size
           " task(s) reassigned, " delimited by size
           waiting-moved delimited by size
           " waiting-on repointed, " delimited by size
           watches-moved delimited by size
           " watch(es), " delimited by size
           tags-moved delimited by size
           " tag default(s), " delimited by size
           queue-lines-moved delimited by size
           " queue membership(s)" delimited by size
           into out-text.
    perform emitLine.
    move spaces to out-text.
    string "  " delimited by size
           reviews-moved delimited by size
           " review(s) passed on, " delimited by size
           reviews-left delimited by size
           " left for an admin to reassign" delimited by size
           into out-text.
    perform emitLine.
    if tasks-held > 0
        move spaces to out-text
        string "  " delimited by size
               tasks-held delimited by size
               " task(s) under legal hold kept by "
                       delimited by size
               function trim(outgoing-user) delimited by size
               " - hand them over once the hold is released"
                       delimited by size
               into out-text
        perform emitLine
    end-if.
    if spread-across-team
        perform varying team-idx from 1 by 1
                until team-idx > team-count
            move spaces to out-text
            string "    " delimited by size
                   tm-user(team-idx) delimited by size
                   " takes " delimited by size
                   tm-taken(team-idx) delimited by size
                   " task(s)" delimited by size
                   into out-text
            perform emitLine
        end-perform
    end-if.
    if dry-run
        exit paragraph
    end-if.
    move spaces to out-text.
    perform emitLine.
    move "  Handed over by: ______________________  Date: __________"
            to out-text.
    perform emitLine.
    move spaces to out-text.
    perform emitLine.
    move "  Received by:    ______________________  Date: __________"
            to out-text.
    perform emitLine.
    move spaces to out-text.
    perform emitLine.
    move "  Approved by:    ______________________  Date: __________"
            to out-text.
    perform emitLine.

*> whether an active legal hold reaches the task in ws-task-rec -
*> the rule itself is hold_check's
checkTaskHold.
    move 'check' to ws-hchk-action.
    move ws-task-id to ws-hchk-task-id.
    move ws-task-tag to ws-hchk-task-tag.
    move ws-task-owner to ws-hchk-task-owner.
    move ws-task-client-code to ws-hchk-task-client.
    call 'hold_check' using ws-hchk-request.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
