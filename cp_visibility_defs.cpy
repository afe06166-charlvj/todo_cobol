*> ----------------------------------------------------------------
*> CP_VISIBILITY_DEFS
*> Request/answer block for task_visibility.cob.  Copy with
*> REPLACING ==:prefix:== by ==ws-== into Working-Storage.  The
*> caller fills the task id, the task's owner and the viewer (the
*> user the output is for); a blank viewer stands for an anonymous
*> reader, who sees public tasks only.  vis-can-see comes back set
*> when the viewer may see the task; vis-seen-as-admin when that is
*> only because the viewer is an admin - callers then put the look
*> on the audit trail ('logView'), once for each task released.
*> ----------------------------------------------------------------
 01 :prefix:vis-request.
     05 :prefix:vis-action          pic X(10).
     05 :prefix:vis-task-id         pic 9(7).
     05 :prefix:vis-task-owner      pic X(20).
     05 :prefix:vis-viewer          pic X(20).
     05 :prefix:vis-result          pic X(1).
         88 :prefix:vis-can-see           value 'Y'.
     05 :prefix:vis-admin-flag      pic X(1).
         88 :prefix:vis-seen-as-admin     value 'Y'.
     05 :prefix:vis-class           pic X(1).
         88 :prefix:vis-is-public         value ' '.
         88 :prefix:vis-is-private        value 'P'.
         88 :prefix:vis-is-group          value 'G'.
     05 :prefix:vis-group           pic X(20).
