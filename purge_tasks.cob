working-storage section.

copy da_defs.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.
copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_settings_defs.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 tasks-file-status pic 99.
01 history-file-status pic 99.
01 task-notes-file-name pic X(50).
01 count-notes-archived pic 9(5) value 0.
01 count-notes-reclaimed pic 9(5) value 0.
01 count-held pic 9(5) value 0.
01 count-scanned pic 9(7) value 0.
*> the run-control ledger takes this run's own figures, so a resumed
*> run starts its counts from where the checkpoint left them
01 start-archived pic 9(5) value 0.
01 start-reclaimed pic 9(5) value 0.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-history pic 9(7).
01 opening-notes pic 9(7).
01 opening-notes-history pic 9(7).
01 sweep-note-table.
    05 sweep-note-entry occurs 200 times pic 9(6).
01 sweep-note-count pic 9(3).
*> file and physically removes deleted rows from tasks-file.  Takes
*> an optional YYYYMMDD cutoff on the command line; anything created
*> before it that is not still open work gets swept.  Defaults to
*> 30 days back when no cutoff is given.  A task under an active
*> legal hold (hold_check) is left exactly as it is - not archived,
*> not reclaimed, its notes untouched - and reported as skipped.
*> Each run appends its counts for the four files it touches to the
*> run-control ledger (run_ledger) for the nightly balancing step.
*> ------------------------------------------------------------------
procedure division.

                " users.data."
        stop run
    end-if.
    perform signOnRunUser.
    if not ws-signon-ok
        display "purge_tasks needs the admin's PIN - nothing done."
        move 8 to return-code
        stop run
    end-if.
    perform parseArguments.
    perform checkPriorCheckpoint.
    if not resuming-prior-run
        perform setCutoffDate
    end-if.
    move count-archived to start-archived.
    move count-reclaimed to start-reclaimed.
    perform takeOpeningCounts.
    perform openFiles.
    perform purgeOldTasks.
    perform closeFiles.
    perform clearCheckpoint.
    perform writeRunLedger.
    perform showReport.

    stop run.
        move 'Y' to run-user-is-admin
    end-if.

*> the USER/LOGNAME name is only a claim: an admin listed in
*> users.data gives their PIN, or runs under nightly_run's ticket
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-user to ws-signon-user.
    move 'purge_tasks' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

*> only purge-days matters here, but the whole file is parsed the
*> same way todo.cob does so one format serves every program
loadSettings.
        read tasks-file next record
            at end move '10' to tasks-file-status
            not at end
                add 1 to count-scanned
                perform archiveTaskIfDue
        end-read
    end-perform.

archiveTaskIfDue.
    if task-created-at < cutoff-date then
        perform checkTaskHold
        if ws-hchk-is-held
            display "  task " task-id " is under legal hold "
                    ws-hchk-hold-id " - skipped."
            add 1 to count-held
            perform writeCheckpoint
            exit paragraph
        end-if
        move task-rec to hist-task-rec
        write hist-task-rec
            invalid key continue
    end-if.
    perform writeCheckpoint.

checkTaskHold.
    move 'check' to ws-hchk-action.
    move task-id to ws-hchk-task-id.
    move task-tag to ws-hchk-task-tag.
    move task-owner to ws-hchk-task-owner.
    move task-client-code to ws-hchk-task-client.
    call 'hold_check' using ws-hchk-request.

*> copies the archived task's notes into the parallel notes-history
*> file so the archive can answer questions on its own; when the
*> live task row itself was reclaimed, the live notes go with it
    call 'CBL_DELETE_FILE' using checkpoint-file-name
        returning delete-status.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-tasks.
    move 'history' to ws-count-kind.
    move history-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-history.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-notes.
    move 'noteshist' to ws-count-kind.
    move notes-history-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-notes-history.

*> one ledger line per file, closing counts taken after closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-scanned to ws-ledger-read.
    compute ws-ledger-removed = count-reclaimed - start-reclaimed.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    compute ws-ledger-added = count-archived - start-archived.
    move opening-history to ws-ledger-before.
    move 'history' to ws-count-kind.
    move history-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-notes-reclaimed to ws-ledger-removed.
    move opening-notes to ws-ledger-before.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-notes-archived to ws-ledger-added.
    move opening-notes-history to ws-ledger-before.
    move 'noteshist' to ws-count-kind.
    move notes-history-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'purge_tasks' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showReport.
    display "Archived " count-archived " task record(s) to history.".
    display "Reclaimed " count-reclaimed " deleted task row(s) from tasks-file.".
    display "Archived " count-notes-archived " note(s) to notes history.".
    display "Reclaimed " count-notes-reclaimed " note(s) from task-notes-file.".
    display "Skipped " count-held " task(s) under legal hold.".
