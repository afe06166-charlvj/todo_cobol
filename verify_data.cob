    88 val-date-good value 'Y'.
01 val-field-name pic X(12).
01 fix-parent-flag pic X.
01 parent-repair-count pic 9(5) value 0.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-notes pic 9(7).
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

*> ------------------------------------------------------------------
*> Standalone batch program that checks the health of tasks-file,
*>   - completed tasks with a zero completed-at
*> Run with 'repair' to rewrite short counters and zero out parent
*> pointers that point nowhere; everything else is report-only.
*> Either way the tasks and notes counts go to the run-control
*> ledger (run_ledger), so the nightly balancing sees the files as
*> they stood at this point in the chain.
*>
*> Usage:  verify_data [repair]
*> ------------------------------------------------------------------

    perform parseArguments.
    perform setFilenames.
    perform takeOpeningCounts.
    perform openDataFiles.
    perform scanTasksForIds.
    perform checkTaskRecords.
    perform checkAttachmentRecords.
    perform checkCounters.
    perform closeDataFiles.
    perform writeRunLedger.
    perform showSummary.

    stop run.

checkOneTask.
    if task-status not = 'N' and not = 'P' and not = 'C'
            and not = 'D' and not = 'W' and not = 'R'
        add 1 to problem-count
        display "Task " task-id " status byte '" task-status
                "' is outside the known domain"
        rewrite task-rec
        if tasks-file-status = '00'
            add 1 to repair-count
            add 1 to parent-repair-count
            display "  -> parent pointer zeroed out"
        else
            display "  -> rewrite failed - status " tasks-file-status
    write counter-rec.
    close counter-file.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-tasks.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-notes.

writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move task-count to ws-ledger-read.
    move parent-repair-count to ws-ledger-changed.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move note-count to ws-ledger-read.
    move opening-notes to ws-ledger-before.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'verify_data' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showSummary.
    display " ".
    display "-- Data Verification Summary --".
