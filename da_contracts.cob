        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_contracts.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select contract-file assign to contract-file-name
           organization is indexed
              access mode is dynamic
              record key is contract-key
              lock mode is automatic
              file status is contract-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.


data division.

file section.
fd contract-file.
copy cp_contract_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.


working-storage section.

01 contract-file-status pic 99.
01 contract-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).
01 filter-client-code pic X(10) value spaces.

linkage section.

copy da_defs.
copy cp_contract_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the contract hour budgets.  Keyed by client
*> code plus start date, so there is no counter file here - keys
*> are handed in by the caller.  'save' is the everyday action:
*> write the record, or rewrite it if the block is already on
*> file.  getForClient positions on one client's blocks and
*> getNext then stays inside them, returning '10' past the last.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-contract-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getNext' perform doGetNext
    when 'getForClient' perform doGetForClient
    when 'save' perform doSave
    when 'delete' perform doDelete
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
            *> the session switched projects - put the old file away
            *> cleanly before picking up the new one
            perform doRealClose
        end-if
    end-if.
    move ws-file-name to contract-file-name.
    open i-o contract-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  contract-file
        close contract-file
        open i-o contract-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
    else
        display "Unable to open contract budget file - status "
                contract-file-status
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

*> in a keep-open session the per-command close is a no-op; the
*> files go away on 'shutdown' (or when the session switches to a
*> different data file)
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
        close contract-file
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

setResult.
    move contract-file-status to ws-result.

doGetAll.
    move spaces to filter-client-code.
    move low-values to contract-key.
    start contract-file key is greater than contract-key
        invalid key move '10' to contract-file-status
    end-start.
    if contract-file-status = '00'
        read contract-file next record
    end-if.
    move contract-rec to ws-contract-rec.
    perform setResult.

doGetNext.
    read contract-file next record.
    move contract-rec to ws-contract-rec.
    perform setResult.
    if DA_SUCCESS and filter-client-code not = spaces
            and contract-client-code not = filter-client-code
        move '10' to ws-result
    end-if.

doGetForClient.
    move ws-contract-client-code to filter-client-code.
    move ws-contract-client-code to contract-client-code.
    move zero to contract-valid-from.
    start contract-file key is not less than contract-key
        invalid key move '10' to contract-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNext
    end-if.

doGetOne.
    move ws-contract-key to contract-key.
    read contract-file key is contract-key.
    move contract-rec to ws-contract-rec.
    perform setResult.

doSave.
    move ws-contract-rec to contract-rec.
    write contract-rec
        invalid key
            rewrite contract-rec
    end-write.
    perform setResult.
    if DA_SUCCESS then
        move 'SAVE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-contract-key to contract-key.
    read contract-file key is contract-key
        not invalid key
            delete contract-file.
    perform setResult.
    if DA_SUCCESS then
        move 'DELETE' to audit-action-name
        perform logAudit
    end-if.

*> a held-open EXTEND handle buffers its lines until close, which
*> would leave the timeline and audit_inquiry blind to the current
*> session, and would let lines sealed onto the audit chain by other
*> programs reach the file ahead of this one's - so every append is
*> sealed, written and released
logAudit.
    if audit-open-flag not = 'Y'
        perform openAuditFile
    end-if.
    move 'CONTRACT' to audit-entity.
    *> contracts have no numeric id - the client code and start
    *> date are the key, so the audit line carries a zero in the id
    *> column
    move 0 to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
