*> ----------------------------------------------------------------
*> CP_ACCESS_DEFS
*> Shared task-visibility record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_access.cob) and by
*> ==ws-== for the Linkage/Working-Storage copy used by callers.
*> Keyed by task id and shared across projects (task ids are unique
*> across them).  A task with no record here is public; otherwise
*> it is private to its owner (P) or restricted to the members of a
*> group named in users.data (G).  task_visibility.cob is what
*> applies the rule - callers should not test the class themselves.
*> ----------------------------------------------------------------
 01 :prefix:access-rec.
     05 :prefix:access-task-id      pic 9(7).
     05 :prefix:access-class        pic X(1).
         88 :prefix:access-is-private     value 'P'.
         88 :prefix:access-is-group       value 'G'.
     05 :prefix:access-group        pic X(20).
     05 :prefix:access-set-by       pic X(20).
     05 :prefix:access-set-at       pic 9(8).
