copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 tasks-file-name pic X(50).
01 task-notes-file-name pic X(50).
01 checked-count pic 9(5) value 0.
01 task-lookup-result pic X(10).
01 task-lookup-status pic X(1).
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-notes pic 9(7).

*> ------------------------------------------------------------------
*> Standalone batch program: walks task-notes-file through da_comments
*> the same way todo.cob does, and for every note looks its parent
*> task up through da_tasks 'getOne'.  Reports any note whose task no
*> longer exists or has been soft-deleted, so notes don't silently
*> pile up against tasks nobody can see anymore.  Report-only; the
*> tasks and notes counts still go to the run-control ledger
*> (run_ledger) so the nightly balancing sees the files as they
*> stood at this point in the chain.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform takeOpeningCounts.
    perform openFiles.
    perform writeReportHeader.
    perform reconcileNotes.
    perform closeFiles.
    perform writeRunLedger.
    perform showSummary.

    stop run.
    move 'close' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.

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

*> every note costs one task lookup, so both files read checked-count
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move checked-count to ws-ledger-read.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move checked-count to ws-ledger-read.
    move opening-notes to ws-ledger-before.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'reconcile_notes' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

writeReportHeader.
    display "-- Orphan Note Reconciliation Report --".

