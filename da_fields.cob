        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_fields.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select fieldval-file assign to fieldval-file-name
           organization is indexed
              access mode is dynamic
              record key is fieldval-key
              lock mode is automatic
              file status is fieldval-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.


data division.

file section.
fd fieldval-file.
copy cp_field_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.


working-storage section.

01 fieldval-file-status pic 99.
01 fieldval-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).
01 filter-task-id pic 9(7) value 0.

linkage section.

copy da_defs.
copy cp_field_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the custom-field value file.  Keyed by the owning
*> task's id plus the field name, so there is no counter file here -
*> keys are handed in by the caller.  'save' writes the value, or
*> rewrites it if the task already has one for that field;
*> 'getForTask' walks one task's values in field-name order, with
*> 'getNext' stopping at the end of that task.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-fieldval-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getNext' perform doGetNext
    when 'getForTask' perform doGetForTask
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
    move ws-file-name to fieldval-file-name.
    open i-o fieldval-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output fieldval-file
        close fieldval-file
        open i-o fieldval-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
    else
        display "Unable to open custom fields file - status "
                fieldval-file-status
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
        close fieldval-file
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
    move fieldval-file-status to ws-result.

doGetAll.
    move 0 to filter-task-id.
    move low-values to fieldval-key.
    start fieldval-file key is greater than fieldval-key
        invalid key move '10' to fieldval-file-status
    end-start.
    if fieldval-file-status = '00'
        read fieldval-file next record
    end-if.
    move fieldval-rec to ws-fieldval-rec.
    perform setResult.

doGetForTask.
    move ws-fieldval-task-id to filter-task-id.
    move ws-fieldval-task-id to fieldval-task-id.
    move low-values to fieldval-name.
    start fieldval-file key is greater than fieldval-key
        invalid key move '10' to fieldval-file-status
    end-start.
    if fieldval-file-status = '00'
        read fieldval-file next record
    end-if.
    if fieldval-file-status = '00'
            and fieldval-task-id not = filter-task-id
        move '10' to fieldval-file-status
    end-if.
    move fieldval-rec to ws-fieldval-rec.
    perform setResult.

doGetNext.
    read fieldval-file next record.
    if fieldval-file-status = '00' and filter-task-id > 0
            and fieldval-task-id not = filter-task-id
        move '10' to fieldval-file-status
    end-if.
    move fieldval-rec to ws-fieldval-rec.
    perform setResult.

doGetOne.
    move ws-fieldval-key to fieldval-key.
    read fieldval-file key is fieldval-key.
    move fieldval-rec to ws-fieldval-rec.
    perform setResult.

doSave.
    move ws-fieldval-rec to fieldval-rec.
    write fieldval-rec
        invalid key
            rewrite fieldval-rec
    end-write.
    perform setResult.
    if DA_SUCCESS then
        move 'SAVE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-fieldval-key to fieldval-key.
    read fieldval-file key is fieldval-key
        not invalid key
            delete fieldval-file.
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
    move 'FIELD' to audit-entity.
    move ws-fieldval-task-id to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
