      select metrics-file assign to metrics-file-name
       organization is line sequential
          file status is metrics-file-status.
      select project-metrics-file assign to project-metrics-file-name
       organization is line sequential
          file status is project-metrics-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
fd metrics-file.
copy cp_metrics_defs replacing ==:prefix:== by == ==.

fd project-metrics-file.
01 project-metrics-line.
      05 pm-project pic X(20).
      05 pm-metrics pic X(38).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_metrics_defs replacing ==:prefix:== by ==pm-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 metrics-file-status pic 99.
01 project-metrics-file-status pic 99.
01 project-registry-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 metrics-file-name pic X(50).
01 project-metrics-file-name pic X(60).
01 project-registry-name pic X(60).
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 pt-new pic 9(5).
            10 pt-in-process pic 9(5).
            10 pt-complete pic 9(5).
            10 pt-deleted pic 9(5).
            10 pt-overdue pic 9(5).
            10 pt-elapsed-total pic S9(7).
            10 pt-elapsed-count pic 9(5).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 today-date pic 9(8).
01 last-snapshot-date pic 9(8) value 0.
01 total-new pic 9(5) value 0.
01 elapsed-total pic S9(7) value 0.
01 elapsed-count pic 9(5) value 0.
01 elapsed-avg pic S9(5) value 0.
*> run-control ledger: the two history files either side of the run
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-metrics pic 9(7).
01 opening-project-metrics pic 9(7).
01 tasks-read pic 9(7) value 0.
01 metrics-written pic 9(7) value 0.
01 project-metrics-written pic 9(7) value 0.

*> ------------------------------------------------------------------
*> Standalone nightly batch: appends one dated snapshot of the
*> backlog - counts by status (the same breakdown the stats command
*> shows), overdue count, and average time-to-complete - to
*> ~/.todo_cobol/metrics-history.data.  trend_report reads the file
*> back to answer "are we keeping up?" with numbers.  The snapshot
*> covers every project in projects.data (plus the default project)
*> as one all-projects total; the same figures per project go to
*> metrics-project-history.data, one line per project per day,
*> keyed by project name ahead of the usual layout.  Running twice
*> on one day keeps only the first snapshot, so a rerun after a
*> failed job is safe.  Each run that takes a snapshot appends its
*> counts for the two history files to the run-control ledger
*> (run_ledger) for the nightly balancing.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform checkLastSnapshot.
    perform takeOpeningCounts.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform tallyProject
    end-perform.
    perform appendSnapshot.
    perform appendProjectSnapshots.
    perform writeRunLedger.

    stop run.

            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/metrics-history.data" delimited by size
            into metrics-file-name.
    string data-dir delimited by spaces
            "/metrics-project-history.data" delimited by size
            into project-metrics-file-name.
    move function current-date(1:8) to today-date.

checkLastSnapshot.
        stop run
    end-if.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'lines' to ws-count-kind.
    move metrics-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-metrics.
    move project-metrics-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-project-metrics.

*> one ledger line per history file, closing counts taken after
*> both are closed
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move tasks-read to ws-ledger-read.
    move metrics-written to ws-ledger-added.
    move opening-metrics to ws-ledger-before.
    move metrics-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move tasks-read to ws-ledger-read.
    move project-metrics-written to ws-ledger-added.
    move opening-project-metrics to ws-ledger-before.
    move project-metrics-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'stats_snapshot' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    move 'lines' to ws-count-kind.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

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

tallyProject.
    perform setProjectFilenames.
    perform openFiles.
    if not DA_SUCCESS
        display "Project '" function trim(current-project)
                "' skipped - tasks file not available."
        exit paragraph
    end-if.
    perform tallyAllTasks.
    perform closeFiles.

openFiles.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        add 1 to tasks-read
        perform tallyOneTask
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec

tallyOneTask.
    evaluate ws-task-status
        when 'N'
            add 1 to total-new
            add 1 to pt-new(project-idx)
        when 'P'
            add 1 to total-in-process
            add 1 to pt-in-process(project-idx)
        when 'W'
            *> waiting-on-external is still open backlog; the
            *> snapshot layout predates the status, so it rolls
            *> into the in-process figure rather than vanishing
            *> from the trend series
            add 1 to total-in-process
            add 1 to pt-in-process(project-idx)
        when 'R'
            *> awaiting review is finished work not yet signed off -
            *> still open, so it counts with in-process the same way
            add 1 to total-in-process
            add 1 to pt-in-process(project-idx)
        when 'C'
            add 1 to total-complete
            add 1 to pt-complete(project-idx)
            if ws-task-completed-at > 0 and ws-task-created-at > 0
                compute elapsed-days =
                    function integer-of-date(ws-task-completed-at)
                    - function integer-of-date(ws-task-created-at)
                add elapsed-days to elapsed-total
                add 1 to elapsed-count
                add elapsed-days to pt-elapsed-total(project-idx)
                add 1 to pt-elapsed-count(project-idx)
            end-if
        when 'D'
            add 1 to total-deleted
            add 1 to pt-deleted(project-idx)
    end-evaluate.
    if (ws-task-status = 'N' or ws-task-status = 'P'
            or ws-task-status = 'W' or ws-task-status = 'R')
            and ws-task-due-date > 0
            and ws-task-due-date < today-date
        add 1 to total-overdue
        add 1 to pt-overdue(project-idx)
    end-if.

appendSnapshot.
    move total-overdue to met-overdue.
    move elapsed-avg to met-avg-days.
    write metrics-rec.
    add 1 to metrics-written.
    close metrics-file.

    display "Snapshot for " today-date " recorded: new " total-new
            ", in process " total-in-process
            ", complete " total-complete
            ", deleted " total-deleted
            ", overdue " total-overdue " across " project-count
            " project(s).".

appendProjectSnapshots.
    open extend project-metrics-file.
    if project-metrics-file-status = '35'
        open output project-metrics-file
    end-if.
    if project-metrics-file-status not = '00'
        display "Unable to write project metrics history - status "
                project-metrics-file-status
        exit paragraph
    end-if.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        initialize pm-metrics-rec
        move today-date to pm-met-date
        move pt-new(project-idx) to pm-met-count-new
        move pt-in-process(project-idx) to pm-met-count-in-process
        move pt-complete(project-idx) to pm-met-count-complete
        move pt-deleted(project-idx) to pm-met-count-deleted
        move pt-overdue(project-idx) to pm-met-overdue
        if pt-elapsed-count(project-idx) > 0
            compute pm-met-avg-days = pt-elapsed-total(project-idx)
                    / pt-elapsed-count(project-idx)
        end-if
        move project-name-entry(project-idx) to pm-project
        move pm-metrics-rec to pm-metrics
        write project-metrics-line
        add 1 to project-metrics-written
        display "  " project-name-entry(project-idx)
                " new " pt-new(project-idx)
                ", in process " pt-in-process(project-idx)
                ", complete " pt-complete(project-idx)
                ", deleted " pt-deleted(project-idx)
                ", overdue " pt-overdue(project-idx)
    end-perform.
    close project-metrics-file.
