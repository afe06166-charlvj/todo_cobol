*> ----------------------------------------------------------------
*> CP_PAYROLL_HIST_DEFS
*> One user/month sent to payroll, appended by payroll_extract to
*> ~/.todo_cobol/payroll-extracts.data.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record, or by a working prefix
*> for in-memory copies.  A user/month with a row here is skipped
*> by the next extract unless that run is an explicit rerun, which
*> adds a second row marked 'R'.
*> ----------------------------------------------------------------
 01 :prefix:payhist-rec.
     05 :prefix:payhist-user        pic X(20).
     05 :prefix:payhist-month       pic 9(6).
     05 :prefix:payhist-extracted-at pic 9(14).
     05 :prefix:payhist-extracted-by pic X(20).
     05 :prefix:payhist-run-kind    pic X(1).
     05 :prefix:payhist-regular     pic 9(5)v9(2).
     05 :prefix:payhist-overtime    pic 9(5)v9(2).
     05 :prefix:payhist-premium     pic 9(5)v9(2).
