*> ----------------------------------------------------------------
*> CP_HOLDCHECK_DEFS
*> Request/answer block for hold_check.cob.  Copy with REPLACING
*> ==:prefix:== by ==ws-== into Working-Storage.  The caller fills
*> the task id and the task's tag, owner and client code (blank
*> when only the id is known - then only holds naming the id can
*> match); hchk-is-held comes back set with the first active hold
*> that reaches the task.  'reload' re-reads the register after a
*> hold is placed or released, 'close' at end of run.
*> ----------------------------------------------------------------
 01 :prefix:hchk-request.
     05 :prefix:hchk-action         pic X(10).
     05 :prefix:hchk-task-id        pic 9(7).
     05 :prefix:hchk-task-tag       pic X(20).
     05 :prefix:hchk-task-owner     pic X(20).
     05 :prefix:hchk-task-client    pic X(10).
     05 :prefix:hchk-result         pic X(1).
         88 :prefix:hchk-is-held          value 'Y'.
     05 :prefix:hchk-hold-id        pic 9(5).
     05 :prefix:hchk-hold-count     pic 9(3).
