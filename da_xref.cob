        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_xref.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select xref-file assign to xref-file-name
           organization is indexed
              access mode is dynamic
              record key is xref-id
              alternate record key is xref-task-id
              with duplicates
              alternate record key is xref-ref-key
              with duplicates
              lock mode is automatic
              file status is xref-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select counter-file assign to counter-file-name
       organization is sequential
          file status is counter-file-status.


data division.

file section.
fd xref-file.
copy cp_xref_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd counter-file.
copy cp_counter_defs.


working-storage section.

01 xref-file-status pic 99.
01 xref-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).
01 counter-file-status pic 99.
01 counter-file-name pic X(50).
01 counter-data-dir pic X(50).
01 filter-task-id pic 9(7).
01 filter-ref-key pic X(42).
01 next-xref-id pic 999999.

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_xref_defs replacing ==:prefix:== by ==ws-==.


procedure division using ws-da-defs ws-xref-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getForTask' perform doGetForTask
    when 'getByRef' perform doGetByRef
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
            *> the session switched projects - put the old file away
            *> cleanly before picking up the new one
            perform doRealClose
        end-if
    end-if.
    move ws-file-name to xref-file-name.
    open i-o xref-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  xref-file
        close xref-file
        open i-o xref-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
        perform openCounterFile
    else
        display "Unable to open external references file - status "
                xref-file-status
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
            "/xref-id.counter" delimited by size
            into counter-file-name.
    move zero to counter-value.
    open input counter-file.
    if counter-file-status = '35' then
        move zero to next-xref-id
    else
        read counter-file next record
            at end move zero to counter-value
        end-read
        move counter-value to next-xref-id
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
        close xref-file
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
    move next-xref-id to counter-value.
    open output counter-file.
    write counter-rec.
    close counter-file.

setResult.
    move xref-file-status to ws-result.

doGetAll.
    move zero to filter-task-id.
    move spaces to filter-ref-key.
    move low-values to xref-id.
    start xref-file key is greater than xref-id
        invalid key move '10' to xref-file-status
    end-start.
    if xref-file-status = '00'
        read xref-file next record
    end-if.
    move xref-rec to ws-xref-rec.
    perform setResult.

doGetOne.
    move ws-xref-id to xref-id.
    read xref-file key is xref-id.
    move xref-rec to ws-xref-rec.
    perform setResult.

doGetForTask.
    move ws-xref-task-id to filter-task-id.
    move spaces to filter-ref-key.
    move spaces to ws-xref-rec.
    *> reposition to the top so repeated getForTask calls within one
    *> open session each see the whole file
    move low-values to xref-id.
    start xref-file key is greater than xref-id
        invalid key move '10' to xref-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNextForTask
    end-if.

*> every task linked to one system's reference, straight off the
*> alternate key; ws-xref-system and ws-xref-reference in
doGetByRef.
    move zero to filter-task-id.
    move ws-xref-ref-key to filter-ref-key.
    move filter-ref-key to xref-ref-key.
    start xref-file key is equal to xref-ref-key
        invalid key move '10' to xref-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNextByRef
    end-if.

doGetNextByRef.
    read xref-file next record.
    perform setResult.
    if DA_SUCCESS
        if xref-ref-key = filter-ref-key
            move xref-rec to ws-xref-rec
        else
            move '10' to xref-file-status
            perform setResult
        end-if
    end-if.

doGetNext.
    evaluate true
        when filter-ref-key not = spaces
            perform doGetNextByRef
        when filter-task-id > 0
            perform doGetNextForTask
        when other
            read xref-file next record
            move xref-rec to ws-xref-rec
            perform setResult
    end-evaluate.

doGetNextForTask.
    read xref-file next record.
    perform setResult.
    perform until DA_END_OF_FILE
        if xref-task-id = filter-task-id then
            move xref-rec to ws-xref-rec
            exit perform
        else
            read xref-file next record
            perform setResult
        end-if
    end-perform.

doCreate.
    perform getNextXrefId.
    move next-xref-id to ws-xref-id.
    initialize xref-rec.
    move ws-xref-rec to xref-rec.
    write xref-rec.
    perform setResult.
    if ws-result = '22'
        *> a stale counter (an interrupted session never saved it)
        *> collides with a live id - rescan the high-water mark once
        *> and retry with a fresh id
        move 0 to next-xref-id
        perform getNextXrefId
        move next-xref-id to ws-xref-id
        move ws-xref-rec to xref-rec
        write xref-rec
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'CREATE' to audit-action-name
        perform logAudit
    end-if.

getNextXrefId.
    if next-xref-id = 0 then
        *> counter file was empty (first run after upgrade) - fall
        *> back to a one-time scan of xref-file to recover the
        *> high water mark, then the persisted counter takes over
        move low-values to xref-id
        start xref-file key is greater than xref-id
            invalid key move '10' to xref-file-status
        end-start
        if xref-file-status = '00'
            read xref-file next record
        end-if
        perform until xref-file-status not = '00'
            if xref-id > next-xref-id then
                move xref-id to next-xref-id
            end-if
            read xref-file next record
        end-perform
    end-if.
    add 1 to next-xref-id.
    if not session-keep-open
        perform saveCounterFile
    end-if.

doUpdate.
    move ws-xref-id to xref-id.
    read xref-file key is xref-id
        not invalid key
            move ws-xref-rec to xref-rec
            rewrite xref-rec.
    perform setResult.
    if DA_SUCCESS then
        move 'UPDATE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-xref-id to xref-id.
    read xref-file key is xref-id
        not invalid key
            delete xref-file.
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
    move 'XREF' to audit-entity.
    move ws-xref-id to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.


