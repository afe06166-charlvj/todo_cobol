      select register-file assign to register-file-name
       organization is line sequential
          file status is register-file-status.
      select history-file assign to history-file-name
       organization is indexed
          access mode is dynamic
          record key is hist-task-id
          file status is history-file-status.


data division.
fd register-file.
01 register-line pic X(132).

fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 rate-card-file-status pic 99.
01 invoice-file-status pic 99.
01 register-file-status pic 99.
01 history-file-status pic 99.
01 history-file-name pic X(60).
*> a task purged to tasks-history.data since its hours were booked
*> is still billed, from the archived row
01 history-open-flag pic X value 'N'.
    88 history-file-is-open value 'Y'.
01 data-dir pic X(50).
01 tasks-file-name pic X(50).
01 work-log-file-name pic X(50).
01 tag-registry-file-name pic X(60).
01 clients-file-name pic X(60).
01 ar-ledger-file-name pic X(60).
01 expenses-file-name pic X(60).
01 rate-card-file-name pic X(60).
01 invoices-dir pic X(60).
01 invoice-file-name pic X(120).
01 booking-rate pic 9(4)v9(2).
01 booking-amount pic 9(7)v9(2).
01 booking-tag pic X(20).
01 booking-client pic X(10).
01 booking-refusal pic X(30).
01 booking-task-id pic 9(7).
01 booking-user pic X(20).
01 booking-date pic 9(8).
01 booking-hours pic 9(3)v9(2).
01 booking-expense pic 9(7)v9(2).
01 expense-table.
      05 expense-entry occurs 1000 times.
            10 xp-client pic X(10).
            10 xp-task-id pic 9(7).
            10 xp-user pic X(20).
            10 xp-date pic 9(8).
            10 xp-category pic X(12).
            10 xp-receipt-id pic 9(6).
            10 xp-description pic X(30).
            10 xp-amount pic 9(7)v9(2).
01 expense-count pic 9(4) value 0.
01 expense-max pic 9(4) value 1000.
01 expense-idx pic 9(4).
01 bill-table.
      05 bill-entry occurs 2000 times.
            10 bl-client pic X(10).
            10 bl-tag pic X(20).
            10 bl-task-id pic 9(7).
            10 bl-user pic X(20).
01 bill-idx pic 9(4).
01 client-table.
      05 client-entry occurs 100 times.
            10 cl-code pic X(10).
            10 cl-hours pic 9(6)v9(2).
            10 cl-amount pic 9(9)v9(2).
            10 cl-expense-amount pic 9(9)v9(2).
            10 cl-invoice-no pic 9(7).
            10 cl-ledger-state pic X.
                88 cl-ledger-new value 'N'.
                88 cl-ledger-reissue value 'R'.
                88 cl-ledger-differs value 'D'.
                88 cl-ledger-failed value 'F'.
01 client-count pic 9(3) value 0.
01 client-max pic 9(3) value 100.
01 client-idx pic 9(3).
01 client-found pic X.
    88 client-in-table value 'Y'.
01 current-client pic X(10).
01 exception-table.
      05 exception-entry occurs 500 times.
            10 ex-task-id pic 9(7).
            10 ex-user pic X(20).
            10 ex-date pic 9(8).
            10 ex-hours pic 9(3)v9(2).
            10 ex-expense pic 9(7)v9(2).
            10 ex-reason pic X(30).
01 exception-count pic 9(3) value 0.
01 exception-max pic 9(3) value 500.
01 exception-idx pic 9(3).
01 exception-hours pic 9(6)v9(2) value 0.
01 exception-expenses pic 9(9)v9(2) value 0.
01 invoice-total-due pic 9(9)v9(2).
01 invoice-total-expenses pic 9(9)v9(2).
01 grand-total-expenses pic 9(9)v9(2) value 0.
01 invoice-due-date pic 9(8).
01 invoice-issue-date pic 9(8).
01 ledger-invoice-found pic X.
    88 ledger-has-invoice value 'Y'.
01 ledger-amount-print pic zzzzzzz9.99.
01 terms-print pic zz9.
01 invoice-total-hours pic 9(6)v9(2).
01 invoice-total-amount pic 9(9)v9(2).
01 grand-total-amount pic 9(9)v9(2) value 0.
01 amount-print pic zzzzzzz9.99.
01 invoice-written-count pic 9(3) value 0.
01 today-date pic 9(8).
*> run-control ledger: the AR ledger's count either side of the run
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-ar pic 9(7).
01 bookings-read pic 9(7) value 0.
01 ledger-invoices-added pic 9(7) value 0.

*> ------------------------------------------------------------------
*> Standalone batch program for month end, the pricing counterpart
*> to worklog_report: walks work-log-file through da_worklog for one
*> month, prices each booking from the rate cards in
*> ~/.todo_cobol/rate-cards.data, and writes one formatted invoice
*> document per client under ~/.todo_cobol/invoices/, headed with
*> the bill-to block, PO/contract reference and payment terms from
*> the client master (clients.data), plus a totals register for the
*> month.  A booking is billed to its task's client code, or failing
*> that to the default client the tag registry gives the task's tag;
*> a task purged since is read back from tasks-history.data.  A
*> booking whose task has no client, or whose client is unknown
*> or retired, is refused and listed on the register as an
*> exception instead.  Every invoice is numbered and recorded in the
*> accounts-receivable ledger (ar-ledger.data, via da_ar); running a
*> month again reprints each client's invoice under the number it
*> was first given rather than issuing a second one, and flags it
*> on the register if the amount no longer matches the ledger - the
*> ledger is put right with a credit note (ar_post), never by
*> rewriting it.  A rate card names a rate per hour for a
*> worklog-user or for a task-tag; a user rate wins over a tag rate,
*> and DEFAULT covers everything else.  A missing rate-card file is
*> created with a commented skeleton so there is something to edit.
*> Billable expense claims for the month (expenses.data, via
*> da_expenses) go to the same client as their task's hours and
*> are passed on at cost in a separate expenses section with its
*> own subtotal; non-billable claims stay off the invoice.
*> Each run appends its counts for the AR ledger to the run-control
*> ledger (run_ledger) for the nightly balancing.
*>
*> Usage:  billing_run [yyyymm]       (defaults to current month)
*> ------------------------------------------------------------------
    perform setFilenames.
    perform setReportMonth.
    perform loadRateCards.
    perform takeOpeningCounts.
    perform openFiles.
    perform collectBookings.
    perform collectExpenses.
    perform writeInvoices.
    perform closeFiles.
    perform writeRunLedger.
    perform writeRegister.

    display "Billing run for " report-month " complete: "
    string data-dir delimited by spaces
            "/work-log.data" delimited by size
            into work-log-file-name.
    string data-dir delimited by spaces
            "/tasks-history.data" delimited by size
            into history-file-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tag-registry-file-name.
    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.
    string data-dir delimited by spaces
            "/ar-ledger.data" delimited by size
            into ar-ledger-file-name.
    string data-dir delimited by spaces
            "/expenses.data" delimited by size
            into expenses-file-name.
    string data-dir delimited by spaces
            "/rate-cards.data" delimited by size
            into rate-card-file-name.
    move "* USER <name> <rate>: per-hour rate for a user's bookings"
            to rate-card-line.
    write rate-card-line.
    move "* TAG <tag> <rate>: per-hour rate for a task tag"
            to rate-card-line.
    write rate-card-line.
    move "* DEFAULT <rate>: rate when no USER or TAG card matches"
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

    initialize ws-da-defs.
    move tag-registry-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

    initialize ws-da-defs.
    move clients-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

    initialize ws-da-defs.
    move ar-ledger-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.

    initialize ws-da-defs.
    move expenses-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.

    open input history-file.
    if history-file-status = '00'
        move 'Y' to history-open-flag
    end-if.

closeFiles.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.

    if history-file-is-open
        close history-file
        move 'N' to history-open-flag
    end-if.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'ar' to ws-count-kind.
    move ar-ledger-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-ar.

*> one ledger line for the AR ledger, the closing count taken after
*> closeFiles; the invoice documents and the register are reports
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move 'billing_run' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    move bookings-read to ws-ledger-read.
    move ledger-invoices-added to ws-ledger-added.
    move opening-ar to ws-ledger-before.
    move 'ar' to ws-count-kind.
    move ar-ledger-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

collectBookings.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

    perform until DA_END_OF_FILE
        add 1 to bookings-read
        if ws-worklog-date(1:6) = report-month
            perform collectOneBooking
        end-if
        exit paragraph
    end-if.

    move ws-worklog-task-id to booking-task-id.
    move ws-worklog-user to booking-user.
    move ws-worklog-date to booking-date.
    move ws-worklog-hours to booking-hours.
    move 0 to booking-expense.
    perform lookupBookingTag.
    perform lookupBookingClient.
    if booking-refusal not = spaces
        perform recordException
        exit paragraph
    end-if.
    perform priceBooking.
    compute booking-amount = ws-worklog-hours * booking-rate.

    add 1 to bill-count.
    move booking-client to bl-client(bill-count).
    move booking-tag to bl-tag(bill-count).
    move ws-worklog-task-id to bl-task-id(bill-count).
    move ws-worklog-user to bl-user(bill-count).
    move booking-rate to bl-rate(bill-count).
    move booking-amount to bl-amount(bill-count).

    perform findClientEntry.
    if client-in-table
        add ws-worklog-hours to cl-hours(client-idx)
        add booking-amount to cl-amount(client-idx)
    end-if.

collectExpenses.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_expenses' using ws-da-defs, ws-expense-rec.

    perform until not DA_SUCCESS
        if ws-expense-date(1:6) = report-month
                and ws-expense-is-billable
            perform collectOneExpense
        end-if
        move 'getNext' to ws-file-action
        call 'da_expenses' using ws-da-defs, ws-expense-rec
    end-perform.

collectOneExpense.
    if expense-count >= expense-max
        display "WARNING: more than " expense-max " expense(s) in "
                report-month " - remainder not billed this run."
        exit paragraph
    end-if.

    move ws-expense-task-id to booking-task-id.
    move ws-expense-user to booking-user.
    move ws-expense-date to booking-date.
    move 0 to booking-hours.
    move ws-expense-amount to booking-expense.
    perform lookupBookingTag.
    perform lookupBookingClient.
    if booking-refusal not = spaces
        perform recordException
        exit paragraph
    end-if.

    add 1 to expense-count.
    move booking-client to xp-client(expense-count).
    move ws-expense-task-id to xp-task-id(expense-count).
    move ws-expense-user to xp-user(expense-count).
    move ws-expense-date to xp-date(expense-count).
    move ws-expense-category to xp-category(expense-count).
    move ws-expense-receipt-id to xp-receipt-id(expense-count).
    move ws-expense-description to xp-description(expense-count).
    move ws-expense-amount to xp-amount(expense-count).

    perform findClientEntry.
    if client-in-table
        add ws-expense-amount to cl-expense-amount(client-idx)
    end-if.

lookupBookingTag.
    move spaces to booking-tag.
    move spaces to booking-client.
    move spaces to booking-refusal.
    initialize ws-da-defs.
    move booking-task-id to ws-task-id.
    move 'getOne' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if DA_SUCCESS then
        move ws-task-tag to booking-tag
        move ws-task-client-code to booking-client
    else
        perform lookupHistoryTask
    end-if.
    if function trim(booking-tag) = spaces then
        move '(untagged)' to booking-tag
    end-if.

*> the booking's task was purged after its hours went in: the
*> archived row in tasks-history.data still names its tag and client
lookupHistoryTask.
    if not history-file-is-open
        move 'task not found' to booking-refusal
        exit paragraph
    end-if.
    move booking-task-id to hist-task-id.
    read history-file key is hist-task-id
        invalid key
            move 'task not found' to booking-refusal
        not invalid key
            move hist-task-tag to booking-tag
            move hist-task-client-code to booking-client
    end-read.

*> the task's own client code wins; a task filed before it had one
*> falls back to the tag registry's default client for its tag.
*> booking-refusal comes back non-blank when there is no active
*> client to bill.
lookupBookingClient.
    if booking-refusal not = spaces
        exit paragraph
    end-if.
    if booking-client = spaces
            and booking-tag not = '(untagged)'
        initialize ws-da-defs
        move booking-tag to ws-tag-name
        move 'getOne' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
        if DA_SUCCESS
            move ws-tag-default-client to booking-client
        end-if
    end-if.
    if booking-client = spaces
        move 'task has no client' to booking-refusal
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move booking-client to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    if not DA_SUCCESS
        move 'unknown client code' to booking-refusal
        exit paragraph
    end-if.
    if ws-client-is-retired
        move 'client is retired' to booking-refusal
    end-if.

recordException.
    add booking-hours to exception-hours.
    add booking-expense to exception-expenses.
    if exception-count >= exception-max
        exit paragraph
    end-if.
    add 1 to exception-count.
    move booking-task-id to ex-task-id(exception-count).
    move booking-user to ex-user(exception-count).
    move booking-date to ex-date(exception-count).
    move booking-hours to ex-hours(exception-count).
    move booking-expense to ex-expense(exception-count).
    move booking-refusal to ex-reason(exception-count).

*> a user rate wins over a tag rate, the tag rate over the default
priceBooking.
    move default-rate to booking-rate.
        end-if
    end-perform.

*> leaves client-idx on booking-client's entry, adding one if needed
findClientEntry.
    move 'N' to client-found.
    perform varying client-idx from 1 by 1
            until client-idx > client-count
        if cl-code(client-idx) = booking-client
            move 'Y' to client-found
            exit perform
        end-if
            add 1 to client-count
            move client-count to client-idx
            initialize client-entry(client-idx)
            move booking-client to cl-code(client-idx)
            move 'Y' to client-found
        end-if
    end-if.

writeInvoices.
    perform varying client-idx from 1 by 1
            until client-idx > client-count
        move cl-code(client-idx) to current-client
        perform writeOneInvoice
    end-perform.

    move spaces to invoice-file-name.
    string invoices-dir delimited by spaces
            "/" delimited by size
            function trim(current-client) delimited by size
            "-" delimited by size
            report-month delimited by size
            ".txt" delimited by size
    open output invoice-file.
    if invoice-file-status not = '00'
        display "Could not write invoice for "
                function trim(current-client)
                " - status " invoice-file-status
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move current-client to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    perform recordLedgerInvoice.

    move spaces to invoice-line.
    string "INVOICE " delimited by size
           cl-invoice-no(client-idx) delimited by size
           " - " delimited by size
           function trim(ws-client-name) delimited by size
           " - period " delimited by size
           report-month delimited by size
           " - issued " delimited by size
           invoice-issue-date delimited by size
           into invoice-line.
    write invoice-line.
    move spaces to invoice-line.
    write invoice-line.
    perform writeBillToBlock.
    move spaces to invoice-line.
    write invoice-line.
    move "   Date     | Task  | Booked by            |   Hours |    Rate |      Amount"
            to invoice-line.
    write invoice-line.
    move 0 to invoice-total-hours.
    move 0 to invoice-total-amount.
    perform varying bill-idx from 1 by 1 until bill-idx > bill-count
        if bl-client(bill-idx) = current-client
            perform writeInvoiceDetailLine
        end-if
    end-perform.

    move invoice-total-hours to hours-print.
    move invoice-total-amount to amount-print.
    move spaces to invoice-line.
    string "  Time subtotal:     " delimited by size
           amount-print delimited by size
           "  (" delimited by size
           hours-print delimited by size
           into invoice-line.
    write invoice-line.

    move 0 to invoice-total-expenses.
    if cl-expense-amount(client-idx) > 0
        perform writeInvoiceExpenses
    end-if.

    compute invoice-total-due = invoice-total-amount
            + invoice-total-expenses.
    move spaces to invoice-line.
    write invoice-line.
    move invoice-total-due to amount-print.
    move spaces to invoice-line.
    string "  TOTAL DUE:         " delimited by size
           amount-print delimited by size
           into invoice-line.
    write invoice-line.

    close invoice-file.
    add 1 to invoice-written-count.

*> one ledger invoice per client per period: a rerun finds the row
*> the first run wrote and reuses its number and dates
recordLedgerInvoice.
    move 'N' to ledger-invoice-found.
    initialize ws-da-defs.
    initialize ws-ar-rec.
    move current-client to ws-ar-client-code.
    move 'getForClient' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        if ws-ar-is-invoice and ws-ar-period = report-month
            move 'Y' to ledger-invoice-found
            exit perform
        end-if
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.

    if ledger-has-invoice
        move ws-ar-invoice-no to cl-invoice-no(client-idx)
        move ws-ar-entry-date to invoice-issue-date
        move ws-ar-due-date to invoice-due-date
        if ws-ar-amount = cl-amount(client-idx)
                + cl-expense-amount(client-idx)
            move 'R' to cl-ledger-state(client-idx)
        else
            move 'D' to cl-ledger-state(client-idx)
            move ws-ar-amount to ledger-amount-print
            display "WARNING: invoice " ws-ar-invoice-no " for "
                    function trim(current-client)
                    " was issued at " ledger-amount-print
                    " - the ledger keeps that figure."
        end-if
        exit paragraph
    end-if.

    move today-date to invoice-issue-date.
    compute invoice-due-date = function date-of-integer(
            function integer-of-date(today-date)
            + ws-client-terms-days).
    initialize ws-da-defs.
    initialize ws-ar-rec.
    move current-client to ws-ar-client-code.
    move report-month to ws-ar-period.
    move invoice-issue-date to ws-ar-entry-date.
    move invoice-due-date to ws-ar-due-date.
    compute ws-ar-amount = cl-amount(client-idx)
            + cl-expense-amount(client-idx).
    move ws-client-po-ref to ws-ar-reference.
    move 'createInvoice' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    if DA_SUCCESS
        move ws-ar-invoice-no to cl-invoice-no(client-idx)
        move 'N' to cl-ledger-state(client-idx)
        add 1 to ledger-invoices-added
    else
        move 0 to cl-invoice-no(client-idx)
        move 'F' to cl-ledger-state(client-idx)
        display "WARNING: could not record the invoice for "
                function trim(current-client)
                " in the AR ledger - status " ws-result
    end-if.

writeBillToBlock.
    move spaces to invoice-line.
    string "  Bill to:  " delimited by size
           function trim(ws-client-name) delimited by size
           into invoice-line.
    write invoice-line.
    if ws-client-addr-1 not = spaces
        move spaces to invoice-line
        string "            " delimited by size
               function trim(ws-client-addr-1) delimited by size
               into invoice-line
        write invoice-line
    end-if.
    if ws-client-addr-2 not = spaces
        move spaces to invoice-line
        string "            " delimited by size
               function trim(ws-client-addr-2) delimited by size
               into invoice-line
        write invoice-line
    end-if.
    if ws-client-addr-3 not = spaces
        move spaces to invoice-line
        string "            " delimited by size
               function trim(ws-client-addr-3) delimited by size
               into invoice-line
        write invoice-line
    end-if.
    move spaces to invoice-line.
    write invoice-line.
    move spaces to invoice-line.
    string "  Client:   " delimited by size
           function trim(ws-client-code) delimited by size
           into invoice-line.
    write invoice-line.
    move spaces to invoice-line.
    string "  Your PO / contract ref: " delimited by size
           function trim(ws-client-po-ref) delimited by size
           into invoice-line.
    write invoice-line.
    move ws-client-terms-days to terms-print.
    move spaces to invoice-line.
    string "  Terms:    net " delimited by size
           function trim(terms-print) delimited by size
           " day(s) - payment due " delimited by size
           invoice-due-date delimited by size
           into invoice-line.
    write invoice-line.

*> disbursements are passed on at cost, so there is no rate column
writeInvoiceExpenses.
    move spaces to invoice-line.
    write invoice-line.
    move "  EXPENSES" to invoice-line.
    write invoice-line.
    move "   Date     | Task    | Claimed by           | Category     | Receipt | Description                    |      Amount"
            to invoice-line.
    write invoice-line.
    move "  ----------+---------+----------------------+--------------+---------+--------------------------------+------------"
            to invoice-line.
    write invoice-line.
    perform varying expense-idx from 1 by 1
            until expense-idx > expense-count
        if xp-client(expense-idx) = current-client
            perform writeInvoiceExpenseLine
        end-if
    end-perform.
    move invoice-total-expenses to amount-print.
    move spaces to invoice-line.
    string "  Expenses subtotal: " delimited by size
           amount-print delimited by size
           into invoice-line.
    write invoice-line.

writeInvoiceExpenseLine.
    move xp-amount(expense-idx) to amount-print.
    move spaces to invoice-line.
    string "  " delimited by size
           xp-date(expense-idx) delimited by size
           " | " delimited by size
           xp-task-id(expense-idx) delimited by size
           " | " delimited by size
           xp-user(expense-idx) delimited by size
           " | " delimited by size
           xp-category(expense-idx) delimited by size
           " | " delimited by size
           into invoice-line.
    if xp-receipt-id(expense-idx) = 0
        move "-" to invoice-line(62:7)
    else
        move xp-receipt-id(expense-idx) to invoice-line(62:6)
    end-if.
    move " | " to invoice-line(69:3).
    move xp-description(expense-idx) to invoice-line(72:30).
    move " | " to invoice-line(102:3).
    move amount-print to invoice-line(105:11).
    write invoice-line.
    add xp-amount(expense-idx) to invoice-total-expenses.

writeInvoiceDetailLine.
    move bl-hours(bill-idx) to hours-print.
    move bl-rate(bill-idx) to rate-print.
    write register-line.
    move spaces to register-line.
    write register-line.
    move "   Client     | Invoice |   Hours |        Time |    Expenses | Ledger"
            to register-line.
    write register-line.
    move "  ------------+---------+---------+-------------+-------------+--------------------"
            to register-line.
    write register-line.

        move cl-amount(client-idx) to amount-print
        move spaces to register-line
        string "  " delimited by size
               cl-code(client-idx) delimited by size
               " | " delimited by size
               cl-invoice-no(client-idx) delimited by size
               " | " delimited by size
               hours-print(3:7) delimited by size
               " | " delimited by size
               amount-print delimited by size
               " | " delimited by size
               into register-line
        move cl-expense-amount(client-idx) to amount-print
        move amount-print to register-line(50:11)
        move " | " to register-line(61:3)
        evaluate true
            when cl-ledger-new(client-idx)
                move "new" to register-line(64:)
            when cl-ledger-reissue(client-idx)
                move "reprint" to register-line(64:)
            when cl-ledger-differs(client-idx)
                move "DIFFERS FROM LEDGER" to register-line(64:)
            when cl-ledger-failed(client-idx)
                move "NOT RECORDED" to register-line(64:)
        end-evaluate
        write register-line
        add cl-hours(client-idx) to grand-total-hours
        add cl-amount(client-idx) to grand-total-amount
        add cl-expense-amount(client-idx) to grand-total-expenses
    end-perform.

    move spaces to register-line.
    move grand-total-hours to hours-print.
    move grand-total-amount to amount-print.
    move spaces to register-line.
    string "  TIME:        " delimited by size
           amount-print delimited by size
           "  (" delimited by size
           hours-print delimited by size
           " booking(s))" delimited by size
           into register-line.
    write register-line.
    move grand-total-expenses to amount-print.
    move spaces to register-line.
    string "  EXPENSES:    " delimited by size
           amount-print delimited by size
           "  (" delimited by size
           expense-count delimited by size
           " claim(s))" delimited by size
           into register-line.
    write register-line.
    compute invoice-total-due = grand-total-amount
            + grand-total-expenses.
    move invoice-total-due to amount-print.
    move spaces to register-line.
    string "  GRAND TOTAL: " delimited by size
           amount-print delimited by size
           into register-line.
    write register-line.
    perform writeRegisterExceptions.
    close register-file.

*> bookings and expense claims refused for want of a valid client
*> are not lost - they stay on file and are listed here until the
*> task is linked to a client and the month is run again
writeRegisterExceptions.
    move spaces to register-line.
    write register-line.
    move exception-hours to hours-print.
    move exception-expenses to amount-print.
    move spaces to register-line.
    string "EXCEPTIONS - entries not invoiced: " delimited by size
           exception-count delimited by size
           " (" delimited by size
           hours-print delimited by size
           " hour(s), expenses " delimited by size
           amount-print delimited by size
           ")" delimited by size
           into register-line.
    write register-line.
    if exception-count = 0
        exit paragraph
    end-if.
    move spaces to register-line.
    write register-line.
    move "   Date     | Task    | Booked by            |   Hours |     Expense | Reason"
            to register-line.
    write register-line.
    move "  ----------+---------+----------------------+---------+-------------+------------------------------"
            to register-line.
    write register-line.
    perform varying exception-idx from 1 by 1
            until exception-idx > exception-count
        move ex-hours(exception-idx) to hours-print
        move ex-expense(exception-idx) to amount-print
        move spaces to register-line
        string "  " delimited by size
               ex-date(exception-idx) delimited by size
               " | " delimited by size
               ex-task-id(exception-idx) delimited by size
               " | " delimited by size
               ex-user(exception-idx) delimited by size
               " | " delimited by size
               hours-print(3:7) delimited by size
               " | " delimited by size
               amount-print delimited by size
               " | " delimited by size
               ex-reason(exception-idx) delimited by size
               into register-line
        write register-line
    end-perform.
    if exception-count >= exception-max
        move "  (exception list full - later refusals counted in the total only)"
                to register-line
        write register-line
    end-if.
