        >> SOURCE FORMAT IS FREE

identification division.
program-id. ar_statement.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select statement-file assign to statement-file-name
       organization is line sequential
          file status is statement-file-status.


data division.

file section.
fd statement-file.
01 statement-line pic X(132).


working-storage section.

copy da_defs.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.

01 statement-file-status pic 99.
01 data-dir pic X(50).
01 ar-ledger-file-name pic X(60).
01 clients-file-name pic X(60).
01 invoices-dir pic X(60).
01 statement-file-name pic X(120).
01 month-arg pic X(10).
01 report-month pic 9(6).
01 month-start-date pic 9(8).
01 month-end-date pic 9(8).
01 next-month-date pic 9(8).
01 today-date pic 9(8).
01 ledger-table.
      05 ledger-entry occurs 5000 times.
            10 le-invoice-no pic 9(7).
            10 le-entry-type pic X.
            10 le-client pic X(10).
            10 le-date pic 9(8).
            10 le-amount pic 9(9)v9(2).
            10 le-reference pic X(30).
01 ledger-count pic 9(4) value 0.
01 ledger-max pic 9(4) value 5000.
01 ledger-idx pic 9(4).
01 open-item-table.
      05 open-item occurs 2000 times.
            10 oi-invoice-no pic 9(7).
            10 oi-client pic X(10).
            10 oi-date pic 9(8).
            10 oi-due-date pic 9(8).
            10 oi-amount pic 9(9)v9(2).
            10 oi-settled pic 9(9)v9(2).
01 open-item-count pic 9(4) value 0.
01 open-item-max pic 9(4) value 2000.
01 open-item-idx pic 9(4).
01 opening-balance pic S9(9)v9(2).
01 closing-balance pic S9(9)v9(2).
01 running-balance pic S9(9)v9(2).
01 month-debits pic 9(9)v9(2).
01 month-credits pic 9(9)v9(2).
01 item-outstanding pic 9(9)v9(2).
01 days-overdue pic S9(5).
01 day-scan pic 9(8).
01 day-scan-julian pic 9(9).
01 month-end-julian pic 9(9).
01 client-activity-count pic 9(4).
01 statement-written-count pic 9(4) value 0.
01 entry-kind-name pic X(7).
01 amount-print pic zzzzzzz9.99.
01 balance-print pic -(9)9.99.
01 overdue-print pic -(4)9.

*> ------------------------------------------------------------------
*> Standalone batch program for month end, run after billing_run:
*> writes a statement of account for every client with a balance or
*> any ledger movement in the month, from the accounts-receivable
*> ledger (ar-ledger.data, via da_ar).  Each statement carries the
*> bill-to block from the client master, the balance brought
*> forward, the month's invoices, payments and credit notes in date
*> order with a running balance, the balance carried forward, and
*> the invoices still open at month end with how far overdue they
*> are.  Statements go to ~/.todo_cobol/invoices/ alongside the
*> invoices themselves.
*>
*> Usage:  ar_statement [yyyymm]      (defaults to current month)
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform setReportMonth.
    perform openFiles.
    perform loadLedger.
    perform writeStatements.
    perform closeFiles.

    display "Statements for " report-month " complete: "
            statement-written-count " statement(s) written to "
            function trim(invoices-dir) ".".

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/ar-ledger.data" delimited by size
            into ar-ledger-file-name.
    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.
    string data-dir delimited by spaces
            "/invoices" delimited by size
            into invoices-dir.
    call 'CBL_CREATE_DIR' using invoices-dir.
    move function current-date(1:8) to today-date.

setReportMonth.
    accept month-arg from command-line.
    if function trim(month-arg) = spaces then
        move function current-date(1:6) to report-month
    else
        if function trim(month-arg) is not numeric
            display "Usage: ar_statement [yyyymm]"
            stop run
        end-if
        move function numval(month-arg) to report-month
    end-if.
    compute month-start-date = report-month * 100 + 1.
    if report-month(5:2) = '12'
        compute next-month-date = (report-month + 89) * 100 + 1
    else
        compute next-month-date = (report-month + 1) * 100 + 1
    end-if.
    compute month-end-julian =
            function integer-of-date(next-month-date) - 1.
    compute month-end-date = function date-of-integer(month-end-julian).

openFiles.
    initialize ws-da-defs.
    move ar-ledger-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.

    initialize ws-da-defs.
    move clients-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

closeFiles.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

*> the whole ledger up to month end is held in memory: every entry
*> for the movement lines, and every invoice with what had been
*> settled against it by month end for the open-items section
loadLedger.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        if ws-ar-entry-date <= month-end-date
            perform loadOneEntry
        end-if
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.

loadOneEntry.
    if ledger-count >= ledger-max
        display "WARNING: more than " ledger-max
                " ledger entries - remainder left off the statements."
        exit paragraph
    end-if.
    add 1 to ledger-count.
    move ws-ar-invoice-no to le-invoice-no(ledger-count).
    move ws-ar-entry-type to le-entry-type(ledger-count).
    move ws-ar-client-code to le-client(ledger-count).
    move ws-ar-entry-date to le-date(ledger-count).
    move ws-ar-amount to le-amount(ledger-count).
    move ws-ar-reference to le-reference(ledger-count).

    if ws-ar-is-invoice
        if open-item-count < open-item-max
            add 1 to open-item-count
            move ws-ar-invoice-no to oi-invoice-no(open-item-count)
            move ws-ar-client-code to oi-client(open-item-count)
            move ws-ar-entry-date to oi-date(open-item-count)
            move ws-ar-due-date to oi-due-date(open-item-count)
            move ws-ar-amount to oi-amount(open-item-count)
            move 0 to oi-settled(open-item-count)
        end-if
    else
        *> the ledger is read in invoice order, so the invoice row is
        *> always already in the table when its postings arrive
        perform varying open-item-idx from open-item-count by -1
                until open-item-idx < 1
            if oi-invoice-no(open-item-idx) = ws-ar-invoice-no
                add ws-ar-amount to oi-settled(open-item-idx)
                exit perform
            end-if
        end-perform
    end-if.

writeStatements.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    perform until not DA_SUCCESS
        perform writeOneStatement
        move 'getNext' to ws-file-action
        call 'da_clients' using ws-da-defs, ws-client-rec
    end-perform.

writeOneStatement.
    move 0 to opening-balance, month-debits, month-credits.
    move 0 to client-activity-count.
    perform varying ledger-idx from 1 by 1
            until ledger-idx > ledger-count
        if le-client(ledger-idx) = ws-client-code
            if le-date(ledger-idx) < month-start-date
                if le-entry-type(ledger-idx) = 'I'
                    add le-amount(ledger-idx) to opening-balance
                else
                    subtract le-amount(ledger-idx) from opening-balance
                end-if
            else
                add 1 to client-activity-count
                if le-entry-type(ledger-idx) = 'I'
                    add le-amount(ledger-idx) to month-debits
                else
                    add le-amount(ledger-idx) to month-credits
                end-if
            end-if
        end-if
    end-perform.
    compute closing-balance = opening-balance + month-debits
            - month-credits.
    if client-activity-count = 0 and opening-balance = 0
        exit paragraph
    end-if.

    move spaces to statement-file-name.
    string invoices-dir delimited by spaces
            "/statement-" delimited by size
            function trim(ws-client-code) delimited by size
            "-" delimited by size
            report-month delimited by size
            ".txt" delimited by size
            into statement-file-name.
    open output statement-file.
    if statement-file-status not = '00'
        display "Could not write statement for "
                function trim(ws-client-code)
                " - status " statement-file-status
        exit paragraph
    end-if.

    perform writeStatementHeader.
    perform writeStatementMovements.
    perform writeStatementOpenItems.

    close statement-file.
    add 1 to statement-written-count.

writeStatementHeader.
    move spaces to statement-line.
    string "STATEMENT OF ACCOUNT - " delimited by size
           function trim(ws-client-name) delimited by size
           " - period " delimited by size
           report-month delimited by size
           " - issued " delimited by size
           today-date delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.
    move spaces to statement-line.
    string "  To:       " delimited by size
           function trim(ws-client-name) delimited by size
           into statement-line.
    write statement-line.
    if ws-client-addr-1 not = spaces
        move spaces to statement-line
        string "            " delimited by size
               function trim(ws-client-addr-1) delimited by size
               into statement-line
        write statement-line
    end-if.
    if ws-client-addr-2 not = spaces
        move spaces to statement-line
        string "            " delimited by size
               function trim(ws-client-addr-2) delimited by size
               into statement-line
        write statement-line
    end-if.
    if ws-client-addr-3 not = spaces
        move spaces to statement-line
        string "            " delimited by size
               function trim(ws-client-addr-3) delimited by size
               into statement-line
        write statement-line
    end-if.
    move spaces to statement-line.
    write statement-line.
    move spaces to statement-line.
    string "  Client:   " delimited by size
           function trim(ws-client-code) delimited by size
           "    Your PO / contract ref: " delimited by size
           function trim(ws-client-po-ref) delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.

*> movements in date order - one pass per day of the month keeps
*> the ledger table in its natural invoice order
writeStatementMovements.
    move "   Date     | Invoice | Type    |      Amount |     Balance | Reference"
            to statement-line.
    write statement-line.
    move "  ----------+---------+---------+-------------+-------------+------------------------------"
            to statement-line.
    write statement-line.
    move opening-balance to balance-print.
    move spaces to statement-line.
    string "  " delimited by size
           month-start-date delimited by size
           " |         | B/FWD   |             | " delimited by size
           balance-print delimited by size
           into statement-line.
    write statement-line.

    move opening-balance to running-balance.
    compute day-scan-julian = function integer-of-date(month-start-date).
    perform until day-scan-julian > month-end-julian
        move function date-of-integer(day-scan-julian) to day-scan
        perform varying ledger-idx from 1 by 1
                until ledger-idx > ledger-count
            if le-client(ledger-idx) = ws-client-code
                    and le-date(ledger-idx) = day-scan
                perform writeMovementLine
            end-if
        end-perform
        add 1 to day-scan-julian
    end-perform.

    move closing-balance to balance-print.
    move spaces to statement-line.
    string "  " delimited by size
           month-end-date delimited by size
           " |         | C/FWD   |             | " delimited by size
           balance-print delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.
    move month-debits to amount-print.
    move spaces to statement-line.
    string "  Invoiced this month:  " delimited by size
           amount-print delimited by size
           into statement-line.
    write statement-line.
    move month-credits to amount-print.
    move spaces to statement-line.
    string "  Received / credited:  " delimited by size
           amount-print delimited by size
           into statement-line.
    write statement-line.
    move closing-balance to balance-print.
    move spaces to statement-line.
    string "  BALANCE NOW DUE:    " delimited by size
           balance-print delimited by size
           into statement-line.
    write statement-line.

writeMovementLine.
    evaluate le-entry-type(ledger-idx)
        when 'I'
            move 'INVOICE' to entry-kind-name
            add le-amount(ledger-idx) to running-balance
        when 'P'
            move 'PAYMENT' to entry-kind-name
            subtract le-amount(ledger-idx) from running-balance
        when other
            move 'CREDIT' to entry-kind-name
            subtract le-amount(ledger-idx) from running-balance
    end-evaluate.
    move le-amount(ledger-idx) to amount-print.
    move running-balance to balance-print.
    move spaces to statement-line.
    string "  " delimited by size
           le-date(ledger-idx) delimited by size
           " | " delimited by size
           le-invoice-no(ledger-idx) delimited by size
           " | " delimited by size
           entry-kind-name delimited by size
           " | " delimited by size
           amount-print delimited by size
           " | " delimited by size
           balance-print delimited by size
           " | " delimited by size
           le-reference(ledger-idx) delimited by size
           into statement-line.
    write statement-line.

writeStatementOpenItems.
    move spaces to statement-line.
    write statement-line.
    move "OPEN ITEMS AT MONTH END" to statement-line.
    write statement-line.
    move "   Invoice | Issued   | Due      |      Amount | Outstanding | Days overdue"
            to statement-line.
    write statement-line.
    move "  ---------+----------+----------+-------------+-------------+-------------"
            to statement-line.
    write statement-line.
    perform varying open-item-idx from 1 by 1
            until open-item-idx > open-item-count
        if oi-client(open-item-idx) = ws-client-code
                and oi-settled(open-item-idx) < oi-amount(open-item-idx)
            perform writeOpenItemLine
        end-if
    end-perform.

writeOpenItemLine.
    compute item-outstanding = oi-amount(open-item-idx)
            - oi-settled(open-item-idx).
    compute days-overdue = month-end-julian
            - function integer-of-date(oi-due-date(open-item-idx)).
    if days-overdue < 0
        move 0 to days-overdue
    end-if.
    move days-overdue to overdue-print.
    move oi-amount(open-item-idx) to amount-print.
    move item-outstanding to balance-print.
    move spaces to statement-line.
    string "   " delimited by size
           oi-invoice-no(open-item-idx) delimited by size
           " | " delimited by size
           oi-date(open-item-idx) delimited by size
           " | " delimited by size
           oi-due-date(open-item-idx) delimited by size
           " | " delimited by size
           amount-print delimited by size
           " | " delimited by size
           balance-print(3:) delimited by size
           " | " delimited by size
           overdue-print delimited by size
           into statement-line.
    write statement-line.
