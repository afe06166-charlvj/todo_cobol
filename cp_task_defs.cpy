*> Shared task record layout.  Copy with REPLACING ==:prefix:==
*> by == == for the FD record (da_tasks.cob) and by ==ws-== for
*> the Linkage/Working-Storage copy used by callers.
*> task-client-code points at the client master (cp_client_defs)
*> the task's hours are invoiced to; blank means not billable.
*> Status R is a completion waiting on a reviewer's sign-off (tags
*> marked for review in the tag registry; cp_review_defs).
*> ----------------------------------------------------------------
 01 :prefix:task-rec.
     05 :prefix:task-id             pic 9(7).
         88 :prefix:task-status-complete  value 'C'.
         88 :prefix:task-status-deleted   value 'D'.
         88 :prefix:task-status-waiting   value 'W'.
         88 :prefix:task-status-review    value 'R'.
     05 :prefix:task-prior-status   pic X(1).
     05 :prefix:task-priority       pic X(1).
         88 :prefix:task-priority-high     value 'H'.
     05 :prefix:task-rank           pic 9(5).
     05 :prefix:task-waiting-on     pic X(20).
     05 :prefix:task-followup-date  pic 9(8).
     05 :prefix:task-client-code    pic X(10).
