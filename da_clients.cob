        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_clients.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select client-file assign to client-file-name
           organization is indexed
              access mode is dynamic
              record key is client-code
              lock mode is automatic
              file status is client-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.


data division.

file section.
fd client-file.
copy cp_client_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.


working-storage section.

01 client-file-status pic 99.
01 client-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the client master.  Keyed by the client code,
*> so there is no counter file here - codes are handed in by the
*> caller.  'save' is the everyday action: write the record, or
*> rewrite it if the client is already on file.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-client-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getNext' perform doGetNext
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
    move ws-file-name to client-file-name.
    open i-o client-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  client-file
        close client-file
        open i-o client-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
    else
        display "Unable to open client master file - status "
                client-file-status
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
        close client-file
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
    move client-file-status to ws-result.

doGetAll.
    move low-values to client-code.
    start client-file key is greater than client-code
        invalid key move '10' to client-file-status
    end-start.
    if client-file-status = '00'
        read client-file next record
    end-if.
    move client-rec to ws-client-rec.
    perform setResult.

doGetNext.
    read client-file next record.
    move client-rec to ws-client-rec.
    perform setResult.

doGetOne.
    move ws-client-code to client-code.
    read client-file key is client-code.
    move client-rec to ws-client-rec.
    perform setResult.

doSave.
    move ws-client-rec to client-rec.
    write client-rec
        invalid key
            rewrite client-rec
    end-write.
    perform setResult.
    if DA_SUCCESS then
        move 'SAVE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-client-code to client-code.
    read client-file key is client-code
        not invalid key
            delete client-file.
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
    move 'CLIENT' to audit-entity.
    *> clients have no numeric id - the code itself is the key, so
    *> the audit line carries a zero in the id column
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
