copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.

01 foreign-tasks-status pic 99.
01 foreign-notes-status pic 99.
01 count-in-sync pic 9(5) value 0.
01 count-conflicts pic 9(5) value 0.
01 count-notes-copied pic 9(5) value 0.
01 count-foreign-read pic 9(5) value 0.
01 count-review-held pic 9(5) value 0.
01 review-hold-flag pic X.
      88 foreign-close-held value 'Y'.
*> why a conflict was left untouched, for the conflicts file
01 conflict-reason pic X(40) value spaces.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-notes pic 9(7).
01 new-local-id pic 9(7).
01 save-foreign-id pic 9(7).
01 id-map-table.
*> their notes come along.  Matched records are reconciled by the
*> newer lifecycle timestamps; rows that moved on both sides since
*> the last sync end up in ~/.todo_cobol/sync-conflicts.txt for a
*> human decision rather than a silent overwrite.  A completion
*> made on the other machine never closes a task here whose tag
*> needs a review sign-off (review_check): the task stays (or
*> arrives) open, for completion through todo and its reviewer.
*> A local task awaiting review keeps its status whatever the
*> other side did, since its waiting review record lives here; a
*> newer foreign lifecycle for it is listed as a conflict.  The
*> counts for the local tasks and notes go to the run-control
*> ledger (run_ledger) for the nightly balancing.
*>
*> Usage:  sync_tasks <dir holding the foreign tasks.data pair>
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform takeOpeningCounts.
    perform openFiles.
    perform loadLocalTasks.
    perform mergeForeignTasks.
    perform closeFiles.
    perform writeRunLedger.
    perform showReport.

    stop run.
    end-perform.

mergeOneForeignTask.
    add 1 to count-foreign-read.
    perform findLocalMatch.
    if local-match-idx = 0
        perform addForeignTask
    move f-task-id to save-foreign-id.
    move f-task-rec to ws-task-rec.

    perform checkForeignClose.
    if foreign-close-held
        move 'P' to ws-task-status
        move 0 to ws-task-completed-at
        if ws-task-started-at = 0
            move ws-task-created-at to ws-task-started-at
        end-if
    end-if.

    *> parent ids are machine-local too: remap them through the ids
    *> assigned earlier in this run (foreign ids ascend, so a tree's
    *> parent is always imported before its children), and detach
    display "  added foreign task " save-foreign-id
            " as local task " new-local-id " - "
            function trim(ws-task-description).
    if foreign-close-held
        add 1 to count-review-held
        display "    completed over there, but its tag needs a review"
                " - added in process, to be completed here"
    end-if.
    perform copyForeignNotes.

*> a brand-new task brings its notes across, re-keyed to the new
            else
                perform reportConflict
            end-if
        when foreign-stamp > local-stamp
                and lt-status(local-match-idx) = 'R'
                and f-task-status not = 'R'
            *> the review waiting here is settled through todo, not
            *> by a lifecycle from the other machine
            move " - awaiting review here, left untouched"
                    to conflict-reason
            perform reportConflict
        when foreign-stamp > local-stamp
            perform applyForeignVersion
        when local-stamp > foreign-stamp
        exit paragraph
    end-if.

    *> a task closed over there keeps its open status here when its
    *> tag needs a review sign-off; the other fields still come over
    perform checkForeignClose.
    if ws-task-status = 'C'
        move 'N' to review-hold-flag
    end-if.
    if not foreign-close-held
        move f-task-status to ws-task-status
        move f-task-prior-status to ws-task-prior-status
        move f-task-started-at to ws-task-started-at
        move f-task-completed-at to ws-task-completed-at
    end-if.
    move f-task-priority to ws-task-priority.
    move f-task-tag to ws-task-tag.
    move f-task-owner to ws-task-owner.
    move f-task-recurrence to ws-task-recurrence.
    move f-task-due-date to ws-task-due-date.

    move 'update' to ws-file-action.
        display "  updated local task " lt-task-id(local-match-idx)
                " from the foreign copy - "
                function trim(f-task-description)
        if foreign-close-held
            add 1 to count-review-held
            display "    completed over there, but its tag needs a"
                    " review - local status " ws-task-status " kept"
        end-if
    end-if.

*> f-task-rec in; foreign-close-held when the foreign side closed
*> a task whose tag needs a review sign-off, or has one waiting on
*> a review - the reviewer and the review record are that side's
checkForeignClose.
    move 'N' to review-hold-flag.
    if f-task-status = 'R'
        move 'Y' to review-hold-flag
        exit paragraph
    end-if.
    if f-task-status not = 'C'
        exit paragraph
    end-if.
    move 'check' to ws-rvck-action.
    move f-task-tag to ws-rvck-task-tag.
    call 'review_check' using ws-rvck-request.
    if ws-rvck-needs-review
        move 'Y' to review-hold-flag
    end-if.

*> the settled-conflicts file is what stops the same pair coming
    perform checkConflictSettled.
    if conflict-already-settled
        add 1 to count-settled
        move spaces to conflict-reason
        exit paragraph
    end-if.
    add 1 to count-conflicts.
    if conflict-reason = spaces
        move " - changed on both sides, left untouched"
                to conflict-reason
    end-if.

    *> the structured twin of the text line below - everything the
    *> resolution console needs to show both sides later
           lt-status(local-match-idx) delimited by size
           " vs foreign status " delimited by size
           f-task-status delimited by size
           conflict-reason delimited by "  "
           into conflict-line.
    write conflict-line.
    display "  CONFLICT: " function trim(conflict-line).
    move spaces to conflict-reason.

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

*> one ledger line per file, closing counts taken after closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-foreign-read to ws-ledger-read.
    move count-added to ws-ledger-added.
    move count-updated to ws-ledger-changed.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-notes-copied to ws-ledger-added.
    move opening-notes to ws-ledger-before.
    move 'notes' to ws-count-kind.
    move task-notes-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'sync_tasks' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showReport.
    display " ".
    display "Updated:   " count-updated " task(s) from the foreign side".
    display "Kept:      " count-kept " local task(s) that were newer".
    display "In sync:   " count-in-sync " task(s)".
    display "Held open: " count-review-held
            " foreign completion(s) awaiting a review here".
    display "Conflicts: " count-conflicts " (see "
            function trim(conflict-file-name)
            " or run sync_resolve)".
