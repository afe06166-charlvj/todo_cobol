*> ----------------------------------------------------------------
*> CP_REVIEWCHECK_DEFS
*> Request/answer block for review_check.cob.  Copy with REPLACING
*> ==:prefix:== by ==ws-== into Working-Storage.  The caller fills
*> the task's tag; rvck-needs-review comes back set when the tag
*> registry marks that tag for review, with the tag's standing
*> reviewer (blank when it has none).  'reload' re-reads the
*> registry after a tag is changed, 'close' at end of run.
*> ----------------------------------------------------------------
 01 :prefix:rvck-request.
     05 :prefix:rvck-action         pic X(10).
     05 :prefix:rvck-task-tag       pic X(20).
     05 :prefix:rvck-result         pic X(1).
         88 :prefix:rvck-needs-review     value 'Y'.
     05 :prefix:rvck-reviewer       pic X(20).
