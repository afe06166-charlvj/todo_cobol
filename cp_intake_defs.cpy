*> ----------------------------------------------------------------
*> CP_INTAKE_DEFS
*> Shared intake request layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_intake.cob) and by
*> ==ws-== for the Linkage/Working-Storage copy used by callers.
*> A request from another team waits here, outside every project,
*> until an operator triages it: accepted into a project as a new
*> task (intake-task-id is the task made), rejected with a reason,
*> or marked a duplicate of an existing task (intake-task-id is
*> that task).  Received and triaged stamps are yyyymmddhhmmss so
*> intake_report can time the wait.
*> ----------------------------------------------------------------
 01 :prefix:intake-rec.
     05 :prefix:intake-id           pic 9(6).
     05 :prefix:intake-status       pic X(1).
         88 :prefix:intake-pending        value 'N'.
         88 :prefix:intake-accepted       value 'A'.
         88 :prefix:intake-rejected       value 'R'.
         88 :prefix:intake-duplicate      value 'D'.
     05 :prefix:intake-requester    pic X(30).
     05 :prefix:intake-description  pic X(100).
     05 :prefix:intake-wanted-by    pic 9(8).
     05 :prefix:intake-received-at  pic 9(14).
     05 :prefix:intake-received-by  pic X(20).
     05 :prefix:intake-triaged-at   pic 9(14).
     05 :prefix:intake-triaged-by   pic X(20).
     05 :prefix:intake-project      pic X(20).
     05 :prefix:intake-task-id      pic 9(7).
     05 :prefix:intake-reason       pic X(50).
