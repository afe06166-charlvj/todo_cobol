*> ----------------------------------------------------------------
*> CP_LEDGER_DEFS
*> The batch run-control ledger.  Copy with REPLACING ==:prefix:==
*> by == == for an FD record and by ==ws-== for Working-Storage.
*>   ledger-rec      ~/.todo_cobol/run-ledger.data, one line per
*>                   data file a batch run touched: the program,
*>                   when it ran, the nightly chain run and step it
*>                   ran under (zeros when run by hand), what it
*>                   read, added, changed and removed, and the
*>                   file's record count before and after.  Written
*>                   through run_ledger.cob; balance_run.cob checks
*>                   before + added - removed = after for every line
*>                   and that each file's count carries from one
*>                   step to the next across the night.
*>   count-request   the block passed to count_records.cob: the kind
*>                   of file and its name in, the record count out
*> ----------------------------------------------------------------
 01 :prefix:ledger-rec.
     05 :prefix:ledger-run-id       pic 9(14).
     05 filler                      pic X(1).
     05 :prefix:ledger-step         pic 9(2).
     05 filler                      pic X(1).
     05 :prefix:ledger-program      pic X(20).
     05 filler                      pic X(1).
     05 :prefix:ledger-run-at       pic 9(14).
     05 filler                      pic X(1).
     05 :prefix:ledger-file         pic X(40).
     05 filler                      pic X(1).
     05 :prefix:ledger-read         pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ledger-added        pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ledger-changed      pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ledger-removed      pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ledger-before       pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ledger-after        pic 9(7).
 01 :prefix:count-request.
     05 :prefix:count-kind          pic X(10).
         88 :prefix:count-tasks           value 'tasks'.
         88 :prefix:count-notes           value 'notes'.
         88 :prefix:count-worklog         value 'worklog'.
         88 :prefix:count-taskext         value 'taskext'.
         88 :prefix:count-fields          value 'fields'.
         88 :prefix:count-watches         value 'watches'.
         88 :prefix:count-history         value 'history'.
         88 :prefix:count-noteshist       value 'noteshist'.
         88 :prefix:count-journal         value 'journal'.
         88 :prefix:count-ar              value 'ar'.
         88 :prefix:count-keywords        value 'keywords'.
         88 :prefix:count-lines           value 'lines'.
     05 :prefix:count-file-name     pic X(80).
     05 :prefix:count-result        pic 9(7).
