*> ----------------------------------------------------------------
*> CP_HOLD_DEFS
*> Legal hold register layout.  Copy with REPLACING ==:prefix:==
*> by == == for the FD record (da_holds.cob) and by ==ws-== for
*> the Linkage/Working-Storage copy used by callers.
*> A hold preserves every task its scope reaches - up to ten listed
*> task ids, every task carrying a tag, owned by a user or billed
*> to a client - together with the task's notes, attachments, work
*> log, expenses, journal images and audit lines.  A released hold
*> stays on file with who released it and when; holds are never
*> deleted.
*> ----------------------------------------------------------------
 01 :prefix:hold-rec.
     05 :prefix:hold-id             pic 9(5).
     05 :prefix:hold-status         pic X(1).
         88 :prefix:hold-is-active        value 'A'.
         88 :prefix:hold-is-released      value 'R'.
     05 :prefix:hold-scope          pic X(1).
         88 :prefix:hold-scope-tasks      value 'T'.
         88 :prefix:hold-scope-tag        value 'G'.
         88 :prefix:hold-scope-owner      value 'O'.
         88 :prefix:hold-scope-client     value 'C'.
     05 :prefix:hold-scope-value    pic X(20).
     05 :prefix:hold-task-count     pic 9(2).
     05 :prefix:hold-task-id        pic 9(7) occurs 10 times.
     05 :prefix:hold-reason         pic X(60).
     05 :prefix:hold-placed-by      pic X(20).
     05 :prefix:hold-placed-at      pic 9(8).
     05 :prefix:hold-released-by    pic X(20).
     05 :prefix:hold-released-at    pic 9(8).
