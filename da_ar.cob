        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_ar.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select ar-file assign to ar-file-name
           organization is indexed
              access mode is dynamic
              record key is ar-key
              alternate record key is ar-client-code
              with duplicates
              lock mode is automatic
              file status is ar-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select counter-file assign to counter-file-name
       organization is sequential
          file status is counter-file-status.


data division.

file section.
fd ar-file.
copy cp_ar_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd counter-file.
copy cp_counter_defs.


working-storage section.

01 ar-file-status pic 99.
01 ar-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).
01 counter-file-status pic 99.
01 counter-file-name pic X(50).
01 counter-data-dir pic X(50).
01 next-invoice-no pic 9(7).
01 filter-mode pic X value space.
    88 filter-by-invoice value 'I'.
    88 filter-by-client value 'C'.
01 filter-invoice-no pic 9(7).
01 filter-client-code pic X(10).
01 last-entry-seq pic 9(3).

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_ar_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the accounts-receivable ledger.  'createInvoice'
*> takes the next number from ar-invoice.counter and writes entry
*> 000; 'post' appends a payment or credit note to an invoice that
*> must already be on file, under the next free entry sequence, and
*> carries the client, period and due date across from the invoice.
*> getForInvoice / getForClient position on one invoice or one
*> client and getNext then stays inside it, returning '10' at the
*> end of the group.  Ledger rows are never changed or deleted: a
*> mistake is put right with a credit note.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-ar-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getForInvoice' perform doGetForInvoice
    when 'getForClient' perform doGetForClient
    when 'getNext' perform doGetNext
    when 'createInvoice' perform doCreateInvoice
    when 'post' perform doPost
    when other perform doBadFileAction
end-evaluate.

goback.


doBadFileAction.
    move 'badAction' to ws-result.
    display "Bad Action: " ws-file-action.

doFileOpen.
    if file-open-flag = 'Y'
        if ws-file-name = held-file-name
            move '00' to ws-result
            exit paragraph
        else
            perform doRealClose
        end-if
    end-if.
    move ws-file-name to ar-file-name.
    open i-o ar-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  ar-file
        close ar-file
        open i-o ar-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
        perform openCounterFile
    else
        display "Unable to open AR ledger file - status "
                ar-file-status
                ". The data file may be from an older, incompatible"
                " record layout; it will need to be converted before"
                " it can be used."
    end-if.

openAuditFile.
    if audit-open-flag = 'Y'
        exit paragraph
    end-if.
    accept audit-data-dir from environment "HOME".
    string audit-data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into audit-data-dir.
    call 'CBL_CREATE_DIR' using audit-data-dir.
    string audit-data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-file-name.
    open extend audit-file.
    if audit-file-status = '35' then
        open output audit-file
    end-if.
    if audit-file-status < '10'
        move 'Y' to audit-open-flag
    end-if.

openCounterFile.
    accept counter-data-dir from environment "HOME".
    string counter-data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into counter-data-dir.
    call 'CBL_CREATE_DIR' using counter-data-dir.
    string counter-data-dir delimited by spaces
            "/ar-invoice.counter" delimited by size
            into counter-file-name.
    move zero to counter-value.
    open input counter-file.
    if counter-file-status = '35' then
        move zero to next-invoice-no
    else
        read counter-file next record
            at end move zero to counter-value
        end-read
        move counter-value to next-invoice-no
        close counter-file
    end-if.

doFileClose.
    if session-keep-open and file-open-flag = 'Y'
        set DA_SUCCESS to TRUE
        exit paragraph
    end-if.
    perform doRealClose.
    perform closeAuditFile.
    set DA_SUCCESS to TRUE.

doRealClose.
    if file-open-flag = 'Y'
        close ar-file
        if session-keep-open
            perform saveCounterFile
        end-if
        move 'N' to file-open-flag
    end-if.

closeAuditFile.
    if audit-open-flag = 'Y'
        close audit-file
        move 'N' to audit-open-flag
    end-if.

doSessionMode.
    move 'Y' to session-mode.
    move '00' to ws-result.

doShutdown.
    perform doRealClose.
    perform closeAuditFile.
    set DA_SUCCESS to TRUE.

saveCounterFile.
    move next-invoice-no to counter-value.
    open output counter-file.
    write counter-rec.
    close counter-file.

setResult.
    move ar-file-status to ws-result.

doGetAll.
    move space to filter-mode.
    move low-values to ar-key.
    start ar-file key is greater than ar-key
        invalid key move '10' to ar-file-status
    end-start.
    if ar-file-status = '00'
        read ar-file next record
    end-if.
    move ar-rec to ws-ar-rec.
    perform setResult.

doGetOne.
    move ws-ar-key to ar-key.
    read ar-file key is ar-key.
    move ar-rec to ws-ar-rec.
    perform setResult.

doGetForInvoice.
    move 'I' to filter-mode.
    move ws-ar-invoice-no to filter-invoice-no.
    move ws-ar-invoice-no to ar-invoice-no.
    move zero to ar-entry-seq.
    start ar-file key is not less than ar-key
        invalid key move '10' to ar-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNext
    end-if.

doGetForClient.
    move 'C' to filter-mode.
    move ws-ar-client-code to filter-client-code.
    move ws-ar-client-code to ar-client-code.
    start ar-file key is equal to ar-client-code
        invalid key move '10' to ar-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNext
    end-if.

*> inside a getForInvoice / getForClient group, running off the end
*> of the group reads as end of file to the caller
doGetNext.
    read ar-file next record.
    perform setResult.
    if DA_SUCCESS
        evaluate true
            when filter-by-invoice
                if ar-invoice-no not = filter-invoice-no
                    move '10' to ws-result
                end-if
            when filter-by-client
                if ar-client-code not = filter-client-code
                    move '10' to ws-result
                end-if
        end-evaluate
    end-if.
    move ar-rec to ws-ar-rec.

doCreateInvoice.
    perform getNextInvoiceNo.
    move next-invoice-no to ws-ar-invoice-no.
    move zero to ws-ar-entry-seq.
    move 'I' to ws-ar-entry-type.
    perform stampPosting.
    move ws-ar-rec to ar-rec.
    write ar-rec.
    perform setResult.
    if ws-result = '22'
        *> a stale counter collides with a live invoice - rescan the
        *> high-water mark once and retry with a fresh number
        move 0 to next-invoice-no
        perform getNextInvoiceNo
        move next-invoice-no to ws-ar-invoice-no
        move ws-ar-rec to ar-rec
        write ar-rec
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'INVOICE' to audit-action-name
        perform logAudit
    end-if.

getNextInvoiceNo.
    if next-invoice-no = 0 then
        move low-values to ar-key
        start ar-file key is greater than ar-key
            invalid key move '10' to ar-file-status
        end-start
        if ar-file-status = '00'
            read ar-file next record
        end-if
        perform until ar-file-status not = '00'
            if ar-invoice-no > next-invoice-no then
                move ar-invoice-no to next-invoice-no
            end-if
            read ar-file next record
        end-perform
    end-if.
    add 1 to next-invoice-no.
    if not session-keep-open
        perform saveCounterFile
    end-if.

*> the invoice row must exist; the new entry goes after the last one
*> already posted against it
doPost.
    if not ws-ar-is-payment and not ws-ar-is-credit
        move '23' to ws-result
        exit paragraph
    end-if.
    move ws-ar-invoice-no to ar-invoice-no.
    move zero to ar-entry-seq.
    read ar-file key is ar-key.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move ar-client-code to ws-ar-client-code.
    move ar-period to ws-ar-period.
    move ar-due-date to ws-ar-due-date.
    move zero to last-entry-seq.
    perform until ar-file-status not = '00'
        read ar-file next record
            at end move '10' to ar-file-status
        end-read
        if ar-file-status = '00'
            if ar-invoice-no not = ws-ar-invoice-no
                move '10' to ar-file-status
            else
                move ar-entry-seq to last-entry-seq
            end-if
        end-if
    end-perform.
    if last-entry-seq = 999
        move '24' to ws-result
        exit paragraph
    end-if.
    compute ws-ar-entry-seq = last-entry-seq + 1.
    perform stampPosting.
    move ws-ar-rec to ar-rec.
    write ar-rec.
    perform setResult.
    if DA_SUCCESS then
        if ws-ar-is-payment
            move 'PAYMENT' to audit-action-name
        else
            move 'CREDIT' to audit-action-name
        end-if
        perform logAudit
    end-if.

stampPosting.
    if ws-ar-entry-date = zero
        move function current-date(1:8) to ws-ar-entry-date
    end-if.
    if function trim(ws-ar-posted-by) = spaces
        accept ws-ar-posted-by from environment "USER"
        if function trim(ws-ar-posted-by) = spaces then
            accept ws-ar-posted-by from environment "LOGNAME"
        end-if
    end-if.
    move function current-date(1:14) to ws-ar-posted-at.

*> a held-open EXTEND handle buffers its lines until close, which
*> would leave the timeline and audit_inquiry blind to the current
*> session, and would let lines sealed onto the audit chain by other
*> programs reach the file ahead of this one's - so every append is
*> sealed, written and released
logAudit.
    if audit-open-flag not = 'Y'
        perform openAuditFile
    end-if.
    move 'AR' to audit-entity.
    move ws-ar-invoice-no to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
