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
copy cp_review_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 reviews-file-name pic X(80).
01 project-registry-name pic X(60).
01 project-registry-status pic 99.
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 ap-bucket-count occurs 4 times pic 9(5).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 all-bucket-count occurs 4 times pic 9(5).
01 today-date pic 9(8).
01 today-julian pic 9(9).
01 age-base-date pic 9(8).
    88 aging-tag-in-table value 'Y'.
01 stale-count pic 9(5) value 0.
01 open-count pic 9(5) value 0.
*> review turnaround, submitted to decided, per reviewer
01 review-table.
      05 review-entry occurs 200 times.
            10 rv-reviewer pic X(20).
            10 rv-decided-count pic 9(5).
            10 rv-total-days pic 9(7).
            10 rv-max-days pic 9(5).
            10 rv-pending-count pic 9(5).
            10 rv-oldest-pending pic 9(5).
01 review-count pic 9(3) value 0.
01 review-idx pic 9(3).
01 review-found pic X.
    88 reviewer-in-table value 'Y'.
01 review-from-date pic 9(8).
01 review-to-date pic 9(8).
01 review-days pic 9(5).
01 review-avg-days pic zzzz9.9.

*> ------------------------------------------------------------------
*> Standalone batch program: the stale-work aging report.  Buckets
*> every open task by age in days - 0-7, 8-30, 31-90, 90+ - counted
*> from task-created-at ('N' rows) or task-started-at ('P' rows),
*> broken down by owner and by tag, and flags everything in the 90+
*> bucket by name.  A task awaiting review ('R') is open work and
*> ages from its started-at like 'P'.  Catches the rot that overdue
*> misses: undated
*> tasks that have quietly sat open for months.  Every project in
*> projects.data (plus the default project) is read; the report
*> opens with a per-project breakdown and an all-projects total,
*> and the owner and tag sections cover all projects together.
*> A closing section gives the review turnaround by reviewer from
*> task-reviews.data: reviews decided (approved or rejected - a
*> withdrawn one was never decided), their average and longest
*> days from submission to decision, and what is still waiting
*> with the age of the oldest.
*> The counts take in every task; in the named list a private or
*> group task the user running the report may not see keeps its
*> line, with the owner and description withheld.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform setProjectFilenames
        perform openFiles
        if DA_SUCCESS
            perform tallyAging
            perform closeFiles
        end-if
    end-perform.
    perform showProjectSection.
    perform showOwnerSection.
    perform showTagSection.
    perform showStaleList.
    perform showReviewSection.

    display " ".
    display open-count " open task(s) in " project-count
            " project(s), " stale-count " in the 90+ day bucket.".

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    stop run.

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
            "/task-reviews.data" delimited by size
            into reviews-file-name.
    move function current-date(1:8) to today-date.
    compute today-julian = function integer-of-date(today-date).

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

openFiles.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.

    perform until DA_END_OF_FILE
        if ws-task-status = 'N' or ws-task-status = 'P'
                or ws-task-status = 'R'
            perform tallyOneOpenTask
        end-if
        move 'getNext' to ws-file-action
*> age runs from started-at for work in process (that is when it
*> last moved), otherwise from created-at
computeAgeBucket.
    if (ws-task-status = 'P' or ws-task-status = 'R')
            and ws-task-started-at > 0
        move ws-task-started-at to age-base-date
    else
        move ws-task-created-at to age-base-date
    if age-bucket = 4
        add 1 to stale-count
    end-if.
    add 1 to ap-bucket-count(project-idx, age-bucket).
    add 1 to all-bucket-count(age-bucket).

    move 'N' to aging-owner-found.
    perform varying aging-owner-idx from 1 by 1
    end-if.
    add 1 to at-bucket-count(aging-tag-idx, age-bucket).

showProjectSection.
    display "-- Open Task Aging by Project -- " today-date.
    display "  Project              |  0-7  | 8-30  | 31-90 |  90+".
    display "  ---------------------+-------+-------+-------+------".
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        display "  " project-name-entry(project-idx) " | "
                ap-bucket-count(project-idx, 1) " | "
                ap-bucket-count(project-idx, 2) " | "
                ap-bucket-count(project-idx, 3) " | "
                ap-bucket-count(project-idx, 4)
    end-perform.
    display "  ---------------------+-------+-------+-------+------".
    display "  All projects         | "
            all-bucket-count(1) " | "
            all-bucket-count(2) " | "
            all-bucket-count(3) " | "
            all-bucket-count(4).
    display " ".

showOwnerSection.
    display "-- Open Task Aging by Owner --".
    display "  Owner                |  0-7  | 8-30  | 31-90 |  90+".
    display "  ---------------------+-------+-------+-------+------".
    perform varying aging-owner-idx from 1 by 1
    display "-- Tasks Open More Than 90 Days --".
    move 0 to stale-count.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        if ap-bucket-count(project-idx, 4) > 0
            move project-name-entry(project-idx) to current-project
            perform setProjectFilenames
            perform openFiles
            if DA_SUCCESS
                perform showProjectStaleTasks
                perform closeFiles
            end-if
        end-if
    end-perform.

    if stale-count = 0
        display "  (none)"
    end-if.

showProjectStaleTasks.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        if ws-task-status = 'N' or ws-task-status = 'P'
                or ws-task-status = 'R'
            perform computeAgeBucket
            if age-bucket = 4
                add 1 to stale-count
                perform checkTaskVisible
                if ws-vis-can-see
                    display "  " function trim(current-project) " "
                            ws-task-id " [" ws-task-status "] "
                            age-days " day(s) - ["
                            function trim(ws-task-owner) "] "
                            function trim(ws-task-description)
                else
                    display "  " function trim(current-project) " "
                            ws-task-id " [" ws-task-status "] "
                            age-days " day(s) - (restricted)"
                end-if
            end-if
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec
    end-perform.

showReviewSection.
    display " ".
    display "-- Review Turnaround by Reviewer --".
    initialize ws-da-defs.
    move reviews-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_reviews' using ws-da-defs, ws-review-rec.
    if DA_SUCCESS
        initialize ws-da-defs
        move 'getAll' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
        perform until not DA_SUCCESS
            if not ws-review-is-withdrawn
                perform tallyOneReview
            end-if
            move 'getNext' to ws-file-action
            call 'da_reviews' using ws-da-defs, ws-review-rec
        end-perform
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_reviews' using ws-da-defs, ws-review-rec
    end-if.
    if review-count = 0
        display "  (no reviews on file)"
        exit paragraph
    end-if.
    display "  Reviewer             | Decided | Avg days | Max days"
            " | Waiting | Oldest".
    display "  ---------------------+---------+----------+----------"
            "+---------+-------".
    perform varying review-idx from 1 by 1
            until review-idx > review-count
        if rv-decided-count(review-idx) > 0
            compute review-avg-days rounded
                    = rv-total-days(review-idx)
                    / rv-decided-count(review-idx)
        else
            move 0 to review-avg-days
        end-if
        display "  " rv-reviewer(review-idx) " |   "
                rv-decided-count(review-idx) " |  "
                review-avg-days " |    "
                rv-max-days(review-idx) " |   "
                rv-pending-count(review-idx) " | "
                rv-oldest-pending(review-idx)
    end-perform.

*> ws-review-rec in: a decided review adds to its reviewer's
*> turnaround, a waiting one to the reviewer's queue
tallyOneReview.
    move 'N' to review-found.
    perform varying review-idx from 1 by 1
            until review-idx > review-count
        if rv-reviewer(review-idx) = ws-review-reviewer
            move 'Y' to review-found
            exit perform
        end-if
    end-perform.
    if not reviewer-in-table
        if review-count < 200
            add 1 to review-count
            move review-count to review-idx
            initialize review-entry(review-idx)
            move ws-review-reviewer to rv-reviewer(review-idx)
        else
            exit paragraph
        end-if
    end-if.

    move ws-review-submitted-at(1:8) to review-from-date.
    if ws-review-is-waiting
        move today-date to review-to-date
    else
        move ws-review-decided-at(1:8) to review-to-date
    end-if.
    move 0 to review-days.
    if review-from-date > 0 and review-to-date >= review-from-date
        compute review-days
                = function integer-of-date(review-to-date)
                - function integer-of-date(review-from-date)
    end-if.

    if ws-review-is-waiting
        add 1 to rv-pending-count(review-idx)
        if review-days > rv-oldest-pending(review-idx)
            move review-days to rv-oldest-pending(review-idx)
        end-if
    else
        add 1 to rv-decided-count(review-idx)
        add review-days to rv-total-days(review-idx)
        if review-days > rv-max-days(review-idx)
            move review-days to rv-max-days(review-idx)
        end-if
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
