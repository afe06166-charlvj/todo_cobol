        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_expenses.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select expense-file assign to expense-file-name
           organization is indexed
              access mode is dynamic
              record key is expense-id
              alternate record key is expense-task-id
              with duplicates
              lock mode is automatic
              file status is expense-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select counter-file assign to counter-file-name
       organization is sequential
          file status is counter-file-status.
      select approvals-file assign to approvals-file-name
       organization is indexed
          access mode is dynamic
          record key is apr-approval-key
          file status is approvals-file-status.


data division.

file section.
fd expense-file.
copy cp_expense_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd counter-file.
copy cp_counter_defs.

fd approvals-file.
copy cp_approval_defs replacing ==:prefix:== by ==apr-==.


working-storage section.

01 expense-file-status pic 99.
01 expense-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).
01 counter-file-status pic 99.
01 counter-file-name pic X(50).
01 counter-data-dir pic X(50).
01 filter-task-id pic 9(7).
01 next-expense-id pic 999999.
01 approvals-file-status pic 99.
01 approvals-file-name pic X(60).
01 approvals-data-dir pic X(50).
01 lock-check-user pic X(20).
01 lock-check-month pic 9(6).
01 month-locked-flag pic X value 'N'.
    88 expense-month-locked value 'Y'.

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for expense claims, one file per project alongside
*> the work log.  Shares the work log's timesheet sign-off: a claim
*> dated in a user/month that worklog-approvals.data has approved
*> can be neither created, changed nor deleted ('LK' back to the
*> caller), so the expenses an invoice was built from stay put.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-expense-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getForTask' perform doGetForTask
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
    move ws-file-name to expense-file-name.
    open i-o expense-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  expense-file
        close expense-file
        open i-o expense-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
        perform openCounterFile
    else
        display "Unable to open expense file - status "
                expense-file-status
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
            "/expense-id.counter" delimited by size
            into counter-file-name.
    move zero to counter-value.
    open input counter-file.
    if counter-file-status = '35' then
        move zero to next-expense-id
    else
        read counter-file next record
            at end move zero to counter-value
        end-read
        move counter-value to next-expense-id
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
        close expense-file
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
    move next-expense-id to counter-value.
    open output counter-file.
    write counter-rec.
    close counter-file.

setResult.
    move expense-file-status to ws-result.

doGetAll.
    move zero to filter-task-id.
    move low-values to expense-id.
    start expense-file key is greater than expense-id
        invalid key move '10' to expense-file-status
    end-start.
    if expense-file-status = '00'
        read expense-file next record
    end-if.
    move expense-rec to ws-expense-rec.
    perform setResult.

doGetOne.
    move ws-expense-id to expense-id.
    read expense-file key is expense-id.
    move expense-rec to ws-expense-rec.
    perform setResult.

doGetForTask.
    move ws-expense-task-id to filter-task-id.
    move spaces to ws-expense-rec.
    *> reposition to the top so repeated getForTask calls within one
    *> open session each see the whole file
    move low-values to expense-id.
    start expense-file key is greater than expense-id
        invalid key move '10' to expense-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNextForTask
    end-if.

doGetNext.
    if filter-task-id > 0 perform doGetNextForTask
    else
        read expense-file next record
        move expense-rec to ws-expense-rec
        perform setResult
    end-if.

doGetNextForTask.
    read expense-file next record.
    perform setResult.
    perform until DA_END_OF_FILE
        if expense-task-id = filter-task-id then
            move expense-rec to ws-expense-rec
            exit perform
        else
            read expense-file next record
            perform setResult
        end-if
    end-perform.

*> lock-check-user / lock-check-month in; month-locked-flag out.
*> The approvals file is opened fresh for every check so a sign-off
*> made in another session takes effect immediately; no approvals
*> file at all simply means nothing is locked yet.
checkMonthLocked.
    move 'N' to month-locked-flag.
    accept approvals-data-dir from environment "HOME".
    string approvals-data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into approvals-data-dir.
    string approvals-data-dir delimited by spaces
            "/worklog-approvals.data" delimited by size
            into approvals-file-name.
    open input approvals-file.
    if approvals-file-status not = '00'
        exit paragraph
    end-if.
    move lock-check-user to apr-approval-user.
    move lock-check-month to apr-approval-month.
    read approvals-file key is apr-approval-key
        invalid key continue
        not invalid key move 'Y' to month-locked-flag
    end-read.
    close approvals-file.

doCreate.
    move ws-expense-user to lock-check-user.
    move ws-expense-date(1:6) to lock-check-month.
    perform checkMonthLocked.
    if expense-month-locked
        move 'LK' to ws-result
        exit paragraph
    end-if.
    perform getNextExpenseId.
    move next-expense-id to ws-expense-id.
    initialize expense-rec.
    move ws-expense-rec to expense-rec.
    write expense-rec.
    perform setResult.
    if ws-result = '22'
        *> a stale counter (an interrupted session never saved it)
        *> collides with a live id - rescan the high-water mark once
        *> and retry with a fresh id
        move 0 to next-expense-id
        perform getNextExpenseId
        move next-expense-id to ws-expense-id
        move ws-expense-rec to expense-rec
        write expense-rec
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'CREATE' to audit-action-name
        perform logAudit
    end-if.

getNextExpenseId.
    if next-expense-id = 0 then
        *> counter file was empty (first run after upgrade) - fall
        *> back to a one-time scan of expense-file to recover the
        *> high water mark, then the persisted counter takes over
        move low-values to expense-id
        start expense-file key is greater than expense-id
            invalid key move '10' to expense-file-status
        end-start
        if expense-file-status = '00'
            read expense-file next record
        end-if
        perform until expense-file-status not = '00'
            if expense-id > next-expense-id then
                move expense-id to next-expense-id
            end-if
            read expense-file next record
        end-perform
    end-if.
    add 1 to next-expense-id.
    if not session-keep-open
        perform saveCounterFile
    end-if.

*> both the claim as it stands and as it would become must be in
*> open months - otherwise an edit could smuggle money out of (or
*> into) a signed-off period
doUpdate.
    move ws-expense-id to expense-id.
    read expense-file key is expense-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move expense-user to lock-check-user.
    move expense-date(1:6) to lock-check-month.
    perform checkMonthLocked.
    if expense-month-locked
        move 'LK' to ws-result
        exit paragraph
    end-if.
    move ws-expense-user to lock-check-user.
    move ws-expense-date(1:6) to lock-check-month.
    perform checkMonthLocked.
    if expense-month-locked
        move 'LK' to ws-result
        exit paragraph
    end-if.
    move ws-expense-rec to expense-rec.
    rewrite expense-rec.
    perform setResult.
    if DA_SUCCESS then
        move 'UPDATE' to audit-action-name
        perform logAudit
    end-if.

doDelete.
    move ws-expense-id to expense-id.
    read expense-file key is expense-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move expense-user to lock-check-user.
    move expense-date(1:6) to lock-check-month.
    perform checkMonthLocked.
    if expense-month-locked
        move 'LK' to ws-result
        exit paragraph
    end-if.
    delete expense-file.
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
    move 'EXPENSE' to audit-entity.
    move ws-expense-id to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
