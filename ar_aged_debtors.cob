        >> SOURCE FORMAT IS FREE

identification division.
program-id. ar_aged_debtors.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd report-file.
01 report-line pic X(132).


working-storage section.

copy da_defs.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.

01 report-file-status pic 99.
01 data-dir pic X(50).
01 ar-ledger-file-name pic X(60).
01 clients-file-name pic X(60).
01 invoices-dir pic X(60).
01 report-file-name pic X(120).
01 date-arg pic X(10).
01 as-at-date pic 9(8).
01 as-at-julian pic 9(9).
01 invoice-table.
      05 invoice-entry occurs 2000 times.
            10 iv-invoice-no pic 9(7).
            10 iv-client pic X(10).
            10 iv-date pic 9(8).
            10 iv-due-date pic 9(8).
            10 iv-amount pic 9(9)v9(2).
            10 iv-settled pic 9(9)v9(2).
01 invoice-count pic 9(4) value 0.
01 invoice-max pic 9(4) value 2000.
01 invoice-idx pic 9(4).
01 debtor-table.
      05 debtor-entry occurs 200 times.
            10 db-client pic X(10).
            10 db-bucket-amount occurs 4 times pic 9(9)v9(2).
            10 db-total pic 9(9)v9(2).
01 debtor-count pic 9(3) value 0.
01 debtor-max pic 9(3) value 200.
01 debtor-idx pic 9(3).
01 debtor-found pic X.
    88 debtor-in-table value 'Y'.
01 total-bucket-amount occurs 4 times pic 9(9)v9(2).
01 grand-total-amount pic 9(9)v9(2) value 0.
01 bucket-idx pic 9.
01 age-days pic S9(5).
01 age-bucket pic 9.
01 item-outstanding pic 9(9)v9(2).
01 open-invoice-count pic 9(4) value 0.
01 amount-print pic zzzzzzz9.99.
01 age-print pic zzzz9.
01 bucket-name pic X(6).
01 client-name-print pic X(30).
01 bucket-print occurs 4 times pic zzzzzzz9.99.
01 debtor-line-head pic X(45).

*> ------------------------------------------------------------------
*> Standalone batch program: the aged-debtors report from the
*> accounts-receivable ledger (ar-ledger.data, via da_ar).  Every
*> invoice issued on or before the as-at date that is not fully
*> settled by then is aged by days since its issue date into the
*> 0-30, 31-60, 61-90 and 90+ buckets, summed per client with a
*> grand total, then listed one by one so the 90+ column can be
*> chased invoice by invoice.  Payments and credit notes dated
*> after the as-at date are ignored, so the report can be rerun for
*> any past date and come out the same.  Written to
*> ~/.todo_cobol/invoices/aged-debtors-<yyyymmdd>.txt.
*>
*> Usage:  ar_aged_debtors [yyyymmdd]  (defaults to today)
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform setAsAtDate.
    perform openFiles.
    perform loadInvoices.
    perform tallyDebtors.
    perform writeReport.
    perform closeFiles.

    display "Aged debtors at " as-at-date ": " open-invoice-count
            " open invoice(s) over " debtor-count " client(s) - "
            function trim(report-file-name).

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

setAsAtDate.
    accept date-arg from command-line.
    if function trim(date-arg) = spaces then
        move function current-date(1:8) to as-at-date
    else
        if function trim(date-arg) is not numeric
                or function test-date-yyyymmdd(
                    function numval(date-arg)) not = 0
            display "Usage: ar_aged_debtors [yyyymmdd]"
            stop run
        end-if
        move function numval(date-arg) to as-at-date
    end-if.
    compute as-at-julian = function integer-of-date(as-at-date).
    move spaces to report-file-name.
    string invoices-dir delimited by spaces
            "/aged-debtors-" delimited by size
            as-at-date delimited by size
            ".txt" delimited by size
            into report-file-name.

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

loadInvoices.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        if ws-ar-entry-date <= as-at-date
            perform loadOneEntry
        end-if
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.

loadOneEntry.
    if ws-ar-is-invoice
        if invoice-count >= invoice-max
            display "WARNING: more than " invoice-max
                    " invoices - remainder left off the report."
            exit paragraph
        end-if
        add 1 to invoice-count
        move ws-ar-invoice-no to iv-invoice-no(invoice-count)
        move ws-ar-client-code to iv-client(invoice-count)
        move ws-ar-entry-date to iv-date(invoice-count)
        move ws-ar-due-date to iv-due-date(invoice-count)
        move ws-ar-amount to iv-amount(invoice-count)
        move 0 to iv-settled(invoice-count)
        exit paragraph
    end-if.
    *> postings follow their invoice in key order
    perform varying invoice-idx from invoice-count by -1
            until invoice-idx < 1
        if iv-invoice-no(invoice-idx) = ws-ar-invoice-no
            add ws-ar-amount to iv-settled(invoice-idx)
            exit perform
        end-if
    end-perform.

setAgeBucket.
    compute age-days = as-at-julian
            - function integer-of-date(iv-date(invoice-idx)).
    evaluate true
        when age-days <= 30 move 1 to age-bucket
        when age-days <= 60 move 2 to age-bucket
        when age-days <= 90 move 3 to age-bucket
        when other move 4 to age-bucket
    end-evaluate.

tallyDebtors.
    perform varying bucket-idx from 1 by 1 until bucket-idx > 4
        move 0 to total-bucket-amount(bucket-idx)
    end-perform.
    perform varying invoice-idx from 1 by 1
            until invoice-idx > invoice-count
        if iv-settled(invoice-idx) < iv-amount(invoice-idx)
            perform tallyOneInvoice
        end-if
    end-perform.

tallyOneInvoice.
    add 1 to open-invoice-count.
    compute item-outstanding = iv-amount(invoice-idx)
            - iv-settled(invoice-idx).
    perform setAgeBucket.

    move 'N' to debtor-found.
    perform varying debtor-idx from 1 by 1
            until debtor-idx > debtor-count
        if db-client(debtor-idx) = iv-client(invoice-idx)
            move 'Y' to debtor-found
            exit perform
        end-if
    end-perform.
    if not debtor-in-table
        if debtor-count < debtor-max
            add 1 to debtor-count
            move debtor-count to debtor-idx
            initialize debtor-entry(debtor-idx)
            move iv-client(invoice-idx) to db-client(debtor-idx)
        else
            exit paragraph
        end-if
    end-if.
    add item-outstanding to db-bucket-amount(debtor-idx, age-bucket).
    add item-outstanding to db-total(debtor-idx).
    add item-outstanding to total-bucket-amount(age-bucket).
    add item-outstanding to grand-total-amount.

writeReport.
    open output report-file.
    if report-file-status not = '00'
        display "Could not write aged debtors report - status "
                report-file-status
        exit paragraph
    end-if.

    move spaces to report-line.
    string "AGED DEBTORS - as at " delimited by size
           as-at-date delimited by size
           " - aged by days since invoice date" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move "  Client     | Name                           |        0-30 |       31-60 |       61-90 |         90+ |       Total"
            to report-line.
    write report-line.
    move "  -----------+--------------------------------+-------------+-------------+-------------+-------------+------------"
            to report-line.
    write report-line.

    perform varying debtor-idx from 1 by 1
            until debtor-idx > debtor-count
        perform writeDebtorLine
    end-perform.

    move "  -----------+--------------------------------+-------------+-------------+-------------+-------------+------------"
            to report-line.
    write report-line.
    move 'TOTAL' to client-name-print.
    move spaces to debtor-line-head.
    string "  " delimited by size
           client-name-print(1:10) delimited by size
           " | " delimited by size
           "                              " delimited by size
           into debtor-line-head.
    move total-bucket-amount(1) to bucket-print(1).
    move total-bucket-amount(2) to bucket-print(2).
    move total-bucket-amount(3) to bucket-print(3).
    move total-bucket-amount(4) to bucket-print(4).
    move grand-total-amount to amount-print.
    perform writeBucketLine.

    perform writeOpenInvoiceList.
    close report-file.

writeDebtorLine.
    move spaces to client-name-print.
    initialize ws-da-defs.
    move db-client(debtor-idx) to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    if DA_SUCCESS
        move ws-client-name to client-name-print
    else
        move '(not on client master)' to client-name-print
    end-if.
    move spaces to debtor-line-head.
    string "  " delimited by size
           db-client(debtor-idx) delimited by size
           " | " delimited by size
           client-name-print delimited by size
           into debtor-line-head.
    move db-bucket-amount(debtor-idx, 1) to bucket-print(1).
    move db-bucket-amount(debtor-idx, 2) to bucket-print(2).
    move db-bucket-amount(debtor-idx, 3) to bucket-print(3).
    move db-bucket-amount(debtor-idx, 4) to bucket-print(4).
    move db-total(debtor-idx) to amount-print.
    perform writeBucketLine.

writeBucketLine.
    move spaces to report-line.
    string debtor-line-head delimited by size
           " | " delimited by size
           bucket-print(1) delimited by size
           " | " delimited by size
           bucket-print(2) delimited by size
           " | " delimited by size
           bucket-print(3) delimited by size
           " | " delimited by size
           bucket-print(4) delimited by size
           " | " delimited by size
           amount-print delimited by size
           into report-line.
    write report-line.

writeOpenInvoiceList.
    move spaces to report-line.
    write report-line.
    move "OPEN INVOICES" to report-line.
    write report-line.
    move "  Client     | Invoice | Issued   | Due      |  Age  | Bucket |      Amount | Outstanding"
            to report-line.
    write report-line.
    move "  -----------+---------+----------+----------+-------+--------+-------------+------------"
            to report-line.
    write report-line.
    perform varying debtor-idx from 1 by 1
            until debtor-idx > debtor-count
        perform varying invoice-idx from 1 by 1
                until invoice-idx > invoice-count
            if iv-client(invoice-idx) = db-client(debtor-idx)
                    and iv-settled(invoice-idx) < iv-amount(invoice-idx)
                perform writeOpenInvoiceLine
            end-if
        end-perform
    end-perform.

writeOpenInvoiceLine.
    perform setAgeBucket.
    evaluate age-bucket
        when 1 move '0-30' to bucket-name
        when 2 move '31-60' to bucket-name
        when 3 move '61-90' to bucket-name
        when other move '90+' to bucket-name
    end-evaluate.
    compute item-outstanding = iv-amount(invoice-idx)
            - iv-settled(invoice-idx).
    move age-days to age-print.
    move iv-amount(invoice-idx) to amount-print.
    move item-outstanding to bucket-print(1).
    move spaces to report-line.
    string "  " delimited by size
           iv-client(invoice-idx) delimited by size
           " | " delimited by size
           iv-invoice-no(invoice-idx) delimited by size
           " | " delimited by size
           iv-date(invoice-idx) delimited by size
           " | " delimited by size
           iv-due-date(invoice-idx) delimited by size
           " | " delimited by size
           age-print delimited by size
           " | " delimited by size
           bucket-name delimited by size
           " | " delimited by size
           amount-print delimited by size
           " | " delimited by size
           bucket-print(1) delimited by size
           into report-line.
    write report-line.
