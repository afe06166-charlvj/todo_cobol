      select rules-file assign to rules-file-name
       organization is line sequential
          file status is rules-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
fd rules-file.
01 rules-line pic X(80).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 rules-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 run-by-user pic X(20).
01 tasks-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 rules-file-name pic X(50).
01 project-registry-name pic X(60).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 project-escalated pic 9(4).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 project-opened pic X.
    88 project-files-open value 'Y'.
01 today-date pic 9(8).
01 today-julian pic 9(9).
01 due-julian pic 9(9).
01 days-overdue pic S9(5).
01 rule-days-threshold pic 9(3) value 3.
01 rule-statuses pic X(5) value 'NPR'.
01 rule-exempt-tags.
      05 rule-exempt-entry occurs 20 times pic X(20).
01 rule-exempt-count pic 9(2) value 0.
01 old-priority pic X(1).
01 new-priority pic X(1).
01 note-text-buf pic X(100).
*> run-control ledger, one pair of lines per project
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-notes pic 9(7).
01 project-scanned pic 9(7).
01 project-notes-added pic 9(5).

*> ------------------------------------------------------------------
*> Standalone nightly batch: steps up the priority of open tasks
*> whose due date has slipped more than a configured number of days
*> (L to M, M to H), appends a note through da_comments recording
*> each escalation, and prints a summary of everything it touched.
*> Every project in projects.data is processed in turn (the default
*> project first), and the summary closes with a count per project
*> and the total across all of them.
*> The rules live in ~/.todo_cobol/escalation.rules, not in code:
*>     DAYS <n>        days past due before a step-up (default 3)
*>     STATUSES <s>    status bytes in scope (default NPR)
*>     EXEMPT <tag>    tag to leave alone (repeatable)
*> Lines starting with '*' are comments.  A missing rules file is
*> created with the defaults so there is something to edit.
*> Each project's tasks and notes counts go to the run-control
*> ledger (run_ledger) for the nightly balancing.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadRules.
    perform loadProjectTable.
    move function current-date(1:14) to run-started-at.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform escalateProject
    end-perform.

    display "-- Escalations by Project --".
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        display "  " project-name-entry(project-idx) " "
                project-escalated(project-idx)
    end-perform.
    display "Escalation run complete: " escalated-applied
            " task(s) stepped up across " project-count
            " project(s).".

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
            "/escalation.rules" delimited by size
            into rules-file-name.
    write rules-line.
    move "DAYS 3" to rules-line.
    write rules-line.
    move "STATUSES NPR" to rules-line.
    write rules-line.
    move "* EXEMPT <tag>: repeat for every tag to leave alone" to rules-line.
    write rules-line.
    close rules-file.

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

*> one project at a time: the candidate table is rebuilt for each
*> so the ids always belong to the tasks file currently open
escalateProject.
    move 0 to project-escalated(project-idx).
    move 0 to escalate-count, project-scanned, project-notes-added.
    perform setProjectFilenames.
    perform takeOpeningCounts.
    perform openFiles.
    if not project-files-open
        display "Project '" function trim(current-project)
                "' skipped - tasks file not available."
        exit paragraph
    end-if.
    display "Project '" function trim(current-project) "':".
    perform collectOverdueTasks.
    perform applyEscalations.
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
    move project-escalated(project-idx) to ws-ledger-changed.
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
    move 'escalate_tasks' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

*> ids are collected first, then updated one by one, so the rewrite
*> never disturbs the sequential cursor mid-walk (the same pattern
*> the bulk commands in todo.cob use)
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        add 1 to project-scanned
        perform checkTaskForEscalation
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec

applyEscalations.
    if escalate-count = 0
        display "  Nothing to escalate tonight."
        exit paragraph
    end-if.

    display "  -- Escalated Tasks --".
    perform varying escalate-idx from 1 by 1
            until escalate-idx > escalate-count
        perform escalateOneTask
        exit paragraph
    end-if.
    add 1 to escalated-applied.
    add 1 to project-escalated(project-idx).

    compute due-julian = function integer-of-date(ws-task-due-date).
    compute days-overdue = today-julian - due-julian.
    perform checkTaskVisible.
    if ws-vis-can-see
        display "  task " ws-task-id " [" function trim(ws-task-owner)
                "] " old-priority " -> " new-priority ", "
                days-overdue " day(s) overdue - "
                function trim(ws-task-description)
    else
        display "  task " ws-task-id " " old-priority " -> "
                new-priority ", " days-overdue
                " day(s) overdue - (restricted)"
    end-if.

    move spaces to note-text-buf.
    string "Priority escalated " delimited by size
    move note-text-buf to ws-task-note-text.
    move 'create' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        add 1 to project-notes-added
    end-if.

*> whether the user running the report may see the task in hand -
*> the rule itself is task_visibility's
checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
