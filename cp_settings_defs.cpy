*>                             rolled into monthly summary counts
*>   journal-keep-days n       task-journal.data records older than
*>                             this are reclaimed (undo loses them)
*>   signon-tries      n       wrong PINs in a row before an account
*>                             is locked (sign_on.cob)
*>   idle-minutes      n       an interactive todo session left this
*>                             long asks for the PIN again; 0 = never
*> ------------------------------------------------------------------
 01 settings-values.
     05 setting-default-priority   pic X(1) value 'M'.
     05 setting-purge-days         pic 9(3) value 30.
     05 setting-audit-keep-days    pic 9(4) value 730.
     05 setting-journal-keep-days  pic 9(4) value 365.
     05 setting-signon-tries       pic 9(2) value 3.
     05 setting-idle-minutes       pic 9(3) value 15.
