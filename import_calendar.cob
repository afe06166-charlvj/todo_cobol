copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 ics-file-status pic 99.
01 uid-file-status pic 99.
01 task-ext-file-name pic X(50).
01 ics-file-name pic X(200).
01 uid-file-name pic X(60).
01 clients-file-name pic X(60).
01 arg-line pic X(250).
01 import-client-code pic X(10) value spaces.
01 client-lookup-result pic X(10).
01 ics-eof pic X value 'N'.
    88 ics-at-end value 'Y'.
01 in-entry-flag pic X value 'N'.
01 count-created pic 9(4) value 0.
01 count-skipped pic 9(4) value 0.
01 count-no-summary pic 9(4) value 0.
01 count-entries pic 9(5) value 0.
01 count-ext-saved pic 9(4) value 0.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-task-ext pic 9(7).
01 new-uid-table.
      05 new-uid-entry occurs 1000 times pic X(80).
01 new-uid-count pic 9(4) value 0.
*>                   alone did not need the extended record
*> Every imported UID is remembered in ical-imported.data, so the
*> same .ics can be fed in again without creating duplicates.
*> A client code given after the path bills every task created to
*> that client; it must be an active client in clients.data or
*> nothing is imported.  The counts for tasks and extended text go
*> to the run-control ledger (run_ledger) for the nightly balancing.
*>
*> Usage:  import_calendar <path to .ics file> [client <code>]
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform loadImportedUids.
    perform takeOpeningCounts.
    perform openFiles.
    perform importEntries.
    perform closeFiles.
    perform saveNewUids.
    perform writeRunLedger.
    perform showReport.

    stop run.
            "/ical-imported.data" delimited by size
            into uid-file-name.

    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.

    accept arg-line from command-line.
    move spaces to ics-file-name.
    unstring arg-line delimited by " client "
            into ics-file-name, import-client-code
    end-unstring.
    if function trim(ics-file-name) = spaces then
        display "Usage: import_calendar <path to .ics file>"
                " [client <code>]"
        stop run
    end-if.
    if import-client-code not = spaces then
        perform checkImportClient
    end-if.

checkImportClient.
    initialize ws-da-defs.
    move clients-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    initialize ws-da-defs.
    move function trim(import-client-code) to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    move ws-result to client-lookup-result.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    if client-lookup-result not = '00' then
        display "No client with code '"
                function trim(import-client-code)
                "' in clients.data - nothing imported."
        stop run
    end-if.
    if ws-client-is-retired then
        display "Client '" function trim(import-client-code)
                "' is retired - nothing imported."
        stop run
    end-if.
    move ws-client-code to import-client-code.

loadImportedUids.
    open input uid-file.
    end-if.

createEntryTask.
    add 1 to count-entries.
    if function trim(entry-summary) = spaces
        add 1 to count-no-summary
        exit paragraph
    move 'N' to ws-task-recurrence.
    move function current-date(1:8) to ws-task-created-at.
    move entry-summary to ws-task-description.
    move import-client-code to ws-task-client-code.
    if entry-due > 0
        move entry-due to ws-task-due-date
    else
    move ws-task-id to ws-task-ext-task-id.
    move 'save' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    if DA_SUCCESS
        add 1 to count-ext-saved
    end-if.

checkUidSeen.
    move 'N' to uid-seen.
        move entry-uid to new-uid-entry(new-uid-count)
    end-if.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-tasks.
    move 'taskext' to ws-count-kind.
    move task-ext-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-task-ext.

*> one ledger line per file, closing counts taken after closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-entries to ws-ledger-read.
    move count-created to ws-ledger-added.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-ext-saved to ws-ledger-added.
    move opening-task-ext to ws-ledger-before.
    move 'taskext' to ws-count-kind.
    move task-ext-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'import_calendar' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showReport.
    display " ".
    display "-- Calendar Import Report --".
