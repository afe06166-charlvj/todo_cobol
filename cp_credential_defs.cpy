*> ----------------------------------------------------------------
*> CP_CREDENTIAL_DEFS
*> Sign-on credential record, one per user, in the shared keyed
*> file ~/.todo_cobol/credentials.data owned by sign_on.cob.  Copy
*> with REPLACING ==:prefix:== by == == for the FD record.  Only a
*> hash of the PIN is kept: the salt, the user name and the PIN are
*> folded together, so the same PIN gives a different hash for
*> every user and every reset.  cred-fail-count runs up with each
*> wrong PIN and goes back to zero on a good one; when it reaches
*> the signon-tries setting the account is locked until an admin
*> resets it ('pin reset <user>' in todo), which also sets
*> cred-must-change so the temporary PIN is replaced at next use.
*> ----------------------------------------------------------------
 01 :prefix:cred-rec.
     05 :prefix:cred-user           pic X(20).
     05 :prefix:cred-pin-hash       pic 9(15).
     05 :prefix:cred-salt           pic 9(6).
     05 :prefix:cred-fail-count     pic 9(2).
     05 :prefix:cred-locked         pic X(1).
         88 :prefix:cred-is-locked        value 'Y'.
     05 :prefix:cred-locked-at      pic 9(14).
     05 :prefix:cred-must-change    pic X(1).
         88 :prefix:cred-change-due       value 'Y'.
     05 :prefix:cred-last-ok        pic 9(14).
     05 :prefix:cred-last-fail      pic 9(14).
     05 :prefix:cred-changed-by     pic X(20).
     05 :prefix:cred-changed-at     pic 9(14).
