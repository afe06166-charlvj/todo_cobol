copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 keyword-file-status pic 99.
01 keyword-file-name pic X(60).
01 count-tasks-indexed pic 9(7) value 0.
01 count-ext-indexed pic 9(7) value 0.
01 count-notes-indexed pic 9(7) value 0.
*> run-control ledger: the index's count either side of the rebuild
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-keywords pic 9(7).

*> ------------------------------------------------------------------
*> Rebuilds ~/.todo_cobol/keyword-index.data from scratch when the
*> descriptions, extended texts and notes walked through the usual
*> data access programs and re-indexed with the same word rules
*> the writers apply: uppercased, three letters or more, first 20
*> characters.  The run appends its counts for the index to the
*> run-control ledger (run_ledger) for the nightly balancing: every
*> old row removed, every new one added.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadProjectTable.
    perform takeOpeningCounts.

    open output keyword-file.
    if keyword-file-status not = '00'
    end-perform.

    close keyword-file.
    perform writeRunLedger.

    display " ".
    display "-- Index Rebuild Report --".
            "/projects.data" delimited by size
            into project-registry-name.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'keywords' to ws-count-kind.
    move keyword-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-keywords.

*> the closing count is taken once the index is closed
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move 'rebuild_index' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    compute ws-ledger-read = count-tasks-indexed + count-ext-indexed
            + count-notes-indexed.
    move count-rows-written to ws-ledger-added.
    move opening-keywords to ws-ledger-removed.
    move opening-keywords to ws-ledger-before.
    move 'keywords' to ws-count-kind.
    move keyword-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

loadProjectTable.
    move 1 to project-count.
    move 'default' to project-name-entry(1).
