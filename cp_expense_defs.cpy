*> ----------------------------------------------------------------
*> CP_EXPENSE_DEFS
*> Shared expense record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_expenses.cob) and
*> by ==ws-== for the Linkage/Working-Storage copy used by
*> callers.  The money counterpart of a work-log booking: one
*> record per disbursement (travel, parts, third-party fees) run up
*> on a task, who incurred it and when, the attachment id of the
*> scanned receipt (0 = none on file), and whether billing_run is
*> to pass it on to the client.  Sits under the same timesheet
*> sign-off as the hours - da_expenses refuses changes in an
*> approved user/month.
*> ----------------------------------------------------------------
 01 :prefix:expense-rec.
     05 :prefix:expense-id          pic 9(6).
     05 :prefix:expense-task-id     pic 9(7).
     05 :prefix:expense-user        pic X(20).
     05 :prefix:expense-date        pic 9(8).
     05 :prefix:expense-category    pic X(12).
     05 :prefix:expense-amount      pic 9(7)v9(2).
     05 :prefix:expense-receipt-id  pic 9(6).
     05 :prefix:expense-billable    pic X(1).
         88 :prefix:expense-is-billable  value 'Y'.
         88 :prefix:expense-not-billable value 'N'.
     05 :prefix:expense-description pic X(50).
