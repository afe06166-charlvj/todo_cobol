        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_intakes.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select intake-file assign to intake-file-name
           organization is indexed
              access mode is dynamic
              record key is intake-id
              lock mode is automatic
              file status is intake-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select counter-file assign to counter-file-name
       organization is sequential
          file status is counter-file-status.


data division.

file section.
fd intake-file.
copy cp_intake_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd counter-file.
copy cp_counter_defs.


working-storage section.

01 intake-file-status pic 99.
01 intake-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).
01 counter-file-status pic 99.
01 counter-file-name pic X(50).
01 counter-data-dir pic X(50).
01 next-intake-id pic 999999.

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_intake_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the intake queue - one shared file of requests
*> from other teams, outside every project, so anyone can drop a
*> request in without it landing in a live task list.  Ids come
*> from their own counter, the same way da_tasks numbers tasks.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-intake-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getNext' perform doGetNext
    when 'create' perform doCreate
    when 'update' perform doUpdate
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
            *> a different file was asked for - put the old one
            *> away cleanly before picking up the new one
            perform doRealClose
        end-if
    end-if.
    move ws-file-name to intake-file-name.
    open i-o intake-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  intake-file
        close intake-file
        open i-o intake-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
        perform openCounterFile
    else
        display "Unable to open intake file - status "
                intake-file-status
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
            "/intake-id.counter" delimited by size
            into counter-file-name.
    move zero to counter-value.
    open input counter-file.
    if counter-file-status = '35' then
        move zero to next-intake-id
    else
        read counter-file next record
            at end move zero to counter-value
        end-read
        move counter-value to next-intake-id
        close counter-file
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
        close intake-file
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
    move next-intake-id to counter-value.
    open output counter-file.
    write counter-rec.
    close counter-file.

setResult.
    move intake-file-status to ws-result.

doGetAll.
    move low-values to intake-id.
    start intake-file key is greater than intake-id
        invalid key move '10' to intake-file-status
    end-start.
    if intake-file-status = '00'
        read intake-file next record
    end-if.
    move intake-rec to ws-intake-rec.
    perform setResult.

doGetOne.
    move ws-intake-id to intake-id.
    read intake-file key is intake-id.
    move intake-rec to ws-intake-rec.
    perform setResult.

doGetNext.
    read intake-file next record.
    move intake-rec to ws-intake-rec.
    perform setResult.

doCreate.
    perform getNextIntakeId.
    move next-intake-id to ws-intake-id.
    initialize intake-rec.
    move ws-intake-rec to intake-rec.
    write intake-rec.
    perform setResult.
    if ws-result = '22'
        *> a stale counter (an interrupted session never saved it)
        *> collides with a live id - rescan the high-water mark once
        *> and retry with a fresh id
        move 0 to next-intake-id
        perform getNextIntakeId
        move next-intake-id to ws-intake-id
        move ws-intake-rec to intake-rec
        write intake-rec
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'CREATE' to audit-action-name
        perform logAudit
    end-if.

getNextIntakeId.
    if next-intake-id = 0 then
        *> counter file was empty (first run after upgrade) - fall
        *> back to a one-time scan of intake-file to recover the
        *> high water mark, then the persisted counter takes over
        move low-values to intake-id
        start intake-file key is greater than intake-id
            invalid key move '10' to intake-file-status
        end-start
        if intake-file-status = '00'
            read intake-file next record
        end-if
        perform until intake-file-status not = '00'
            if intake-id > next-intake-id then
                move intake-id to next-intake-id
            end-if
            read intake-file next record
        end-perform
    end-if.
    add 1 to next-intake-id.
    if not session-keep-open
        perform saveCounterFile
    end-if.

doUpdate.
    move ws-intake-id to intake-id.
    read intake-file key is intake-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move ws-intake-rec to intake-rec.
    rewrite intake-rec.
    perform setResult.
    if DA_SUCCESS then
        move 'UPDATE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-intake-id to intake-id.
    read intake-file key is intake-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    delete intake-file.
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
    move 'INTAKE' to audit-entity.
    move ws-intake-id to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
