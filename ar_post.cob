        >> SOURCE FORMAT IS FREE

identification division.
program-id. ar_post.

environment division.
configuration section.
      repository.
            function all intrinsic.


data division.

working-storage section.

copy da_defs.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 ar-ledger-file-name pic X(60).
01 arg-line pic X(200).
01 arg-ptr pic 9(3).
01 post-kind pic X(10).
01 post-invoice-arg pic X(10).
01 post-amount-arg pic X(15).
01 post-reference pic X(30).
01 post-invoice-no pic 9(7).
01 post-amount pic 9(9)v9(2).
01 invoice-amount pic 9(9)v9(2).
01 settled-amount pic 9(9)v9(2).
01 balance-amount pic 9(9)v9(2).
01 invoice-found pic X.
    88 invoice-on-ledger value 'Y'.
01 invoice-client pic X(10).
01 invoice-due pic 9(8).
01 amount-print pic zzzzzzz9.99.
01 entry-kind-name pic X(7).
01 invoice-status-name pic X(11).
*> run-control ledger: the AR ledger's count either side of the run
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-ar pic 9(7).
01 entries-read pic 9(7) value 0.
01 entries-posted pic 9(7) value 0.

*> ------------------------------------------------------------------
*> Standalone program for the accounts-receivable ledger: posts a
*> payment or a credit note against an invoice number that
*> billing_run issued, or shows an invoice with everything posted
*> against it.  A posting may settle an invoice but never take it
*> below zero - an overpayment is a matter for the office, not the
*> ledger.  Every posting is dated today and stamped with the user
*> who made it.  Each run appends its counts for the AR ledger to
*> the run-control ledger (run_ledger) for the nightly balancing.
*>
*> Usage:  ar_post payment <invoice-no> <amount> [reference]
*>         ar_post credit  <invoice-no> <amount> [reference]
*>         ar_post show    <invoice-no>
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform parseArguments.
    perform takeOpeningCounts.
    perform openFiles.
    perform loadInvoice.
    if not invoice-on-ledger
        display "Invoice " post-invoice-no " is not on the ledger."
        perform closeFiles
        perform writeRunLedger
        stop run
    end-if.

    if post-kind = 'show'
        perform showInvoice
    else
        perform postEntry
    end-if.
    perform closeFiles.
    perform writeRunLedger.

    stop run.

setFilename.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/ar-ledger.data" delimited by size
            into ar-ledger-file-name.

parseArguments.
    accept arg-line from command-line.
    move 1 to arg-ptr.
    move spaces to post-kind, post-invoice-arg, post-amount-arg.
    unstring arg-line delimited by all space
            into post-kind, post-invoice-arg, post-amount-arg
            with pointer arg-ptr
    end-unstring.
    move spaces to post-reference.
    if arg-ptr <= length of arg-line
        move arg-line(arg-ptr:) to post-reference
    end-if.
    move function lower-case(post-kind) to post-kind.

    if post-kind not = 'payment' and post-kind not = 'credit'
            and post-kind not = 'show'
        perform showUsage
    end-if.
    if function trim(post-invoice-arg) = spaces
            or function trim(post-invoice-arg) is not numeric
        perform showUsage
    end-if.
    move function numval(post-invoice-arg) to post-invoice-no.

    if post-kind = 'show'
        exit paragraph
    end-if.
    if function trim(post-amount-arg) = spaces
            or function test-numval(post-amount-arg) not = 0
        perform showUsage
    end-if.
    move function numval(post-amount-arg) to post-amount.
    if post-amount = 0
        display "The amount must be greater than zero."
        stop run
    end-if.

showUsage.
    display "Usage: ar_post payment <invoice-no> <amount> [reference]".
    display "       ar_post credit  <invoice-no> <amount> [reference]".
    display "       ar_post show    <invoice-no>".
    stop run.

openFiles.
    initialize ws-da-defs.
    move ar-ledger-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    if not DA_SUCCESS
        stop run
    end-if.

closeFiles.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'ar' to ws-count-kind.
    move ar-ledger-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-ar.

*> one ledger line, the closing count taken after closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move 'ar_post' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    move entries-read to ws-ledger-read.
    move entries-posted to ws-ledger-added.
    move opening-ar to ws-ledger-before.
    move 'ar' to ws-count-kind.
    move ar-ledger-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

*> invoice-amount less everything posted against it so far
loadInvoice.
    move 'N' to invoice-found.
    move 0 to invoice-amount, settled-amount.
    initialize ws-ar-rec.
    move post-invoice-no to ws-ar-invoice-no.
    move 'getForInvoice' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        add 1 to entries-read
        if ws-ar-is-invoice
            move 'Y' to invoice-found
            move ws-ar-amount to invoice-amount
            move ws-ar-client-code to invoice-client
            move ws-ar-due-date to invoice-due
        else
            add ws-ar-amount to settled-amount
        end-if
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.
    perform setBalance.

setBalance.
    if settled-amount >= invoice-amount
        move 0 to balance-amount
    else
        compute balance-amount = invoice-amount - settled-amount
    end-if.
    evaluate true
        when balance-amount = 0
            move 'PAID' to invoice-status-name
        when settled-amount > 0
            move 'PART-PAID' to invoice-status-name
        when other
            move 'OUTSTANDING' to invoice-status-name
    end-evaluate.

postEntry.
    if post-amount > balance-amount
        move balance-amount to amount-print
        display "Refused: invoice " post-invoice-no
                " has only " function trim(amount-print)
                " outstanding."
        exit paragraph
    end-if.

    initialize ws-da-defs.
    initialize ws-ar-rec.
    move post-invoice-no to ws-ar-invoice-no.
    if post-kind = 'payment'
        move 'P' to ws-ar-entry-type
    else
        move 'C' to ws-ar-entry-type
    end-if.
    move post-amount to ws-ar-amount.
    move post-reference to ws-ar-reference.
    move 'post' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    if not DA_SUCCESS
        display "Could not post to invoice " post-invoice-no
                " - status " ws-result
        exit paragraph
    end-if.

    add 1 to entries-posted.
    add post-amount to settled-amount.
    perform setBalance.
    move post-amount to amount-print.
    display function trim(post-kind) " of " function trim(amount-print)
            " posted to invoice " post-invoice-no
            " (" function trim(invoice-client) ") as entry "
            ws-ar-entry-seq ".".
    move balance-amount to amount-print.
    display "Balance now " function trim(amount-print) " - "
            function trim(invoice-status-name) ".".

showInvoice.
    display "Invoice " post-invoice-no " - client "
            function trim(invoice-client) " - due " invoice-due.
    display " Seq | Type    | Date     |      Amount | Reference".
    display "-----+---------+----------+-------------+------------------------------".
    initialize ws-da-defs.
    initialize ws-ar-rec.
    move post-invoice-no to ws-ar-invoice-no.
    move 'getForInvoice' to ws-file-action.
    call 'da_ar' using ws-da-defs, ws-ar-rec.
    perform until not DA_SUCCESS
        evaluate true
            when ws-ar-is-invoice move 'INVOICE' to entry-kind-name
            when ws-ar-is-payment move 'PAYMENT' to entry-kind-name
            when other move 'CREDIT' to entry-kind-name
        end-evaluate
        move ws-ar-amount to amount-print
        display " " ws-ar-entry-seq " | " entry-kind-name " | "
                ws-ar-entry-date " | " amount-print " | "
                function trim(ws-ar-reference)
        move 'getNext' to ws-file-action
        call 'da_ar' using ws-da-defs, ws-ar-rec
    end-perform.
    move balance-amount to amount-print.
    display "Balance " function trim(amount-print) " - "
            function trim(invoice-status-name) ".".
