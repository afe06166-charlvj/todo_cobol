copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_defs replacing ==:prefix:== by ==fx-==.
copy cp_task_defs replacing ==:prefix:== by ==lx-==.
copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.

01 conflict-data-status pic 99.
01 conflict-data-name pic X(60).
01 data-dir pic X(50).
01 tasks-file-name pic X(50).
01 conflict-table.
      05 conflict-hold occurs 200 times pic X(210).
01 conflict-count pic 9(3) value 0.
01 conflict-idx pic 9(3).
01 conflict-new-status pic 99.
*> Every settled conflict is recorded in sync-resolutions.data;
*> sync_tasks consults that file so a decided conflict does not
*> resurface on the next run.  Settled entries are dropped from
*> sync-conflicts.data when the console ends.  Taking the foreign
*> lifecycle cannot close a task whose tag needs a review sign-off
*> (review_check) - its local status stands; it closes through
*> todo and its reviewer, and a task awaiting review here keeps
*> that status whichever side is taken.
*> ------------------------------------------------------------------
procedure division.

        exit paragraph
    end-if.

    move ws-task-rec to lx-task-rec.
    perform showSideBySide.
    perform acceptChoice.

    perform updateLocalTask.

updateLocalTask.
    perform keepReviewLifecycle.
    initialize ws-da-defs.
    move 'update' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
        display "  update failed - status " ws-result "."
    end-if.

*> a lifecycle taken from the foreign side that closes the task (or
*> leaves it waiting on a review held over there) is put back to
*> ours when the tag needs a review sign-off here; a task awaiting
*> review here keeps that status, since its review record is ours
keepReviewLifecycle.
    if lx-task-status = 'C' or ws-task-status = lx-task-status
        exit paragraph
    end-if.
    if lx-task-status = 'R'
        perform restoreLocalLifecycle
        display "  the task is awaiting a review here - local status"
                " R kept; settle it with 'review' in todo."
        exit paragraph
    end-if.
    if ws-task-status not = 'C' and ws-task-status not = 'R'
        exit paragraph
    end-if.
    if ws-task-status = 'C'
        move 'check' to ws-rvck-action
        move ws-task-tag to ws-rvck-task-tag
        call 'review_check' using ws-rvck-request
        if not ws-rvck-needs-review
            exit paragraph
        end-if
    end-if.
    perform restoreLocalLifecycle.
    display "  the task's tag needs a review sign-off - local status "
            ws-task-status " kept; complete it in todo.".

restoreLocalLifecycle.
    move lx-task-status to ws-task-status.
    move lx-task-prior-status to ws-task-prior-status.
    move lx-task-started-at to ws-task-started-at.
    move lx-task-completed-at to ws-task-completed-at.

*> the settlement is keyed the way sync_tasks re-detects conflicts:
*> local id plus the foreign status and lifecycle stamp
recordResolution.
