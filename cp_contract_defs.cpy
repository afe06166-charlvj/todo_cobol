*> ----------------------------------------------------------------
*> CP_CONTRACT_DEFS
*> Shared contract hour-budget record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_contracts.cob) and
*> by ==ws-== for the Linkage/Working-Storage copy used by
*> callers.  One record per pre-paid block of hours a client has
*> bought, keyed by the client code (cp_client_defs) plus the date
*> the block starts, so a client can hold a run of successive
*> blocks.  Hours booked against the client's tasks between the
*> valid-from and valid-to dates draw the block down; bookings warn
*> once the warning percentage of the hours is used and are refused
*> once the block is exhausted, unless an admin overrides.
*> ----------------------------------------------------------------
 01 :prefix:contract-rec.
     05 :prefix:contract-key.
         10 :prefix:contract-client-code pic X(10).
         10 :prefix:contract-valid-from pic 9(8).
     05 :prefix:contract-valid-to       pic 9(8).
     05 :prefix:contract-hours          pic 9(5)v9(2).
     05 :prefix:contract-warn-pct       pic 9(3).
     05 :prefix:contract-reference      pic X(30).
