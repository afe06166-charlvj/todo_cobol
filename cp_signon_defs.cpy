*> ----------------------------------------------------------------
*> CP_SIGNON_DEFS
*> Request/answer block for sign_on.cob.  Copy with REPLACING
*> ==:prefix:== by ==ws-== into Working-Storage.  The caller fills
*> the action, the user (the USER/LOGNAME name it is running under)
*> and its own program name, which goes on the session log with
*> every sign-on event.  Actions:
*>   signon   prompt for the user's PIN at program start
*>   recheck  prompt again after an idle interactive session
*>   setpin   the user changes their own PIN
*>   reset    an admin sets a temporary PIN for signon-target and
*>            clears its lockout (the caller checks the role)
*>   issue    hand the signed-on user a run ticket for the step a
*>            batch driver is about to start (TODO_RUN_ID and
*>            TODO_RUN_STEP), so the step does not prompt again
*>   revoke   withdraw the run ticket when the step ends
*> signon-ok comes back set when the action succeeded.
*> signon-open-install is set when there is no users.data: roles
*> are not configured, so there is no one to sign on.
*> ----------------------------------------------------------------
 01 :prefix:signon-request.
     05 :prefix:signon-action       pic X(10).
     05 :prefix:signon-user         pic X(20).
     05 :prefix:signon-program      pic X(20).
     05 :prefix:signon-target       pic X(20).
     05 :prefix:signon-result       pic X(1).
         88 :prefix:signon-ok             value 'Y'.
     05 :prefix:signon-open-flag    pic X(1).
         88 :prefix:signon-open-install   value 'Y'.
