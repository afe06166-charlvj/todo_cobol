      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
fd report-file.
01 report-line pic X(132).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy cp_task_defs replacing ==:prefix:== by ==ws-==.

01 report-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 report-file-name pic X(50).
01 project-registry-name pic X(60).
01 today-date pic 9(8).
01 project-table.
      05 project-name-entry occurs 50 times pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 project-task-count pic 9(5).
*> one entry per owner per project, plus one per owner under
*> project 00 for the all-projects totals
01 owner-table.
      05 owner-entry occurs 1000 times.
            10 ot-project pic 9(2).
            10 ot-owner pic X(20).
            10 ot-count-new pic 9(5).
            10 ot-count-in-process pic 9(5).
            10 ot-overdue pic 9(5).
            10 ot-oldest-id pic 9(7).
            10 ot-oldest-date pic 9(8).
01 owner-count pic 9(4) value 0.
01 owner-max pic 9(4) value 1000.
01 owner-idx pic 9(4).
01 owner-found pic X.
    88 owner-in-table value 'Y'.
01 find-project pic 9(2).
01 grand-owner-count pic 9(4) value 0.
01 report-task-count pic 9(5) value 0.

*> ------------------------------------------------------------------
*> Standalone batch program: the Monday-meeting workload report.
*> Walks the tasks file of every project in projects.data (plus
*> the default project) through da_tasks and breaks the whole team
*> down per owner - counts by status, open items by priority, how
*> many are overdue, and the oldest untouched open task - with an
*> "unassigned" section for tasks nobody owns.  Each project gets
*> its own section, followed by an all-projects section with every
*> owner's totals across the lot.  Written to
*> ~/.todo_cobol/workload-report.txt so it can be printed and handed
*> out; an alternative path may be given on the command line.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform tallyProject
    end-perform.
    open output report-file.
    perform writeReport.
    close report-file.

    display "Workload report for " report-task-count
            " task(s) in " project-count " project(s) across "
            grand-owner-count " owner group(s) written to "
            function trim(report-file-name).

    stop run.
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.

    accept report-file-name from command-line.
    if report-file-name = spaces then

    move function current-date(1:8) to today-date.

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

tallyProject.
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

    perform tallyAllTasks.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

tallyAllTasks.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.

tallyOneTask.
    add 1 to report-task-count.
    move project-idx to find-project.
    perform findOwnerEntry.
    if owner-in-table
        perform addTaskToOwner
    end-if.
    move 0 to find-project.
    perform findOwnerEntry.
    if owner-in-table
        perform addTaskToOwner
    end-if.

addTaskToOwner.
    evaluate ws-task-status
        when 'N' add 1 to ot-count-new(owner-idx)
        when 'P' add 1 to ot-count-in-process(owner-idx)
        when 'R' add 1 to ot-count-in-process(owner-idx)
        when 'C' add 1 to ot-count-complete(owner-idx)
        when 'D' add 1 to ot-count-deleted(owner-idx)
    end-evaluate.

    if ws-task-status = 'N' or ws-task-status = 'P'
            or ws-task-status = 'R'
        evaluate ws-task-priority
            when 'H' add 1 to ot-open-high(owner-idx)
            when 'L' add 1 to ot-open-low(owner-idx)
findOwnerEntry.
    move 'N' to owner-found.
    perform varying owner-idx from 1 by 1 until owner-idx > owner-count
        if ot-project(owner-idx) = find-project
                and function trim(ot-owner(owner-idx))
                        = function trim(ws-task-owner)
            move 'Y' to owner-found
            exit perform
        end-if
            add 1 to owner-count
            move owner-count to owner-idx
            initialize owner-entry(owner-idx)
            move find-project to ot-project(owner-idx)
            move ws-task-owner to ot-owner(owner-idx)
            move 'Y' to owner-found
            if find-project = 0
                add 1 to grand-owner-count
            end-if
        else
            display "WARNING: more than " owner-max
                    " distinct owners - some tasks not reported."
    move spaces to report-line.
    write report-line.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        perform writeProjectSection
    end-perform.

    move spaces to report-line.
    string "=== All projects - " delimited by size
           report-task-count delimited by size
           " task(s) ===" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    perform varying owner-idx from 1 by 1 until owner-idx > owner-count
        if ot-project(owner-idx) = 0
            perform writeOwnerSection
        end-if
    end-perform.

writeProjectSection.
    move 0 to project-task-count.
    perform varying owner-idx from 1 by 1 until owner-idx > owner-count
        if ot-project(owner-idx) = project-idx
            add ot-count-new(owner-idx) ot-count-in-process(owner-idx)
                    ot-count-complete(owner-idx)
                    ot-count-deleted(owner-idx)
                    to project-task-count
        end-if
    end-perform.
    move spaces to report-line.
    string "=== Project " delimited by size
           function trim(project-name-entry(project-idx))
                   delimited by size
           " - " delimited by size
           project-task-count delimited by size
           " task(s) ===" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    perform varying owner-idx from 1 by 1 until owner-idx > owner-count
        if ot-project(owner-idx) = project-idx
            perform writeOwnerSection
        end-if
    end-perform.

writeOwnerSection.
