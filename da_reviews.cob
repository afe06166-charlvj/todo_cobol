        >> SOURCE FORMAT IS FREE

identification division.
program-id. da_reviews.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select review-file assign to review-file-name
           organization is indexed
              access mode is dynamic
              record key is review-id
              alternate record key is review-task-id
              with duplicates
              lock mode is automatic
              file status is review-file-status.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select counter-file assign to counter-file-name
       organization is sequential
          file status is counter-file-status.


data division.

file section.
fd review-file.
copy cp_review_defs replacing ==:prefix:== by == ==.

fd audit-file.
copy cp_audit_defs.

fd counter-file.
copy cp_counter_defs.


working-storage section.

01 review-file-status pic 99.
01 review-file-name pic X(80).
01 audit-file-status pic 99.
01 audit-file-name pic X(50).
01 audit-data-dir pic X(50).
01 audit-action-name pic X(10).
01 counter-file-status pic 99.
01 counter-file-name pic X(50).
01 counter-data-dir pic X(50).
01 next-review-id pic 9(6).
01 filter-task-id pic 9(7) value 0.

01 session-mode pic X value 'N'.
    88 session-keep-open value 'Y'.
01 file-open-flag pic X value 'N'.
01 audit-open-flag pic X value 'N'.
01 held-file-name pic X(80).

linkage section.

copy da_defs.
copy cp_review_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Data access for the review sign-off file - one shared file, since
*> task ids are unique across projects.  Ids come from their own
*> counter, the same way da_tasks numbers tasks.  'submit' adds a
*> review, 'decide' rewrites it approved, rejected or withdrawn and
*> 'reassign' rewrites it with a different reviewer; there is no
*> delete.  'getForTask' walks one task's reviews off the alternate
*> key.  Every change goes on the audit trail as a REVIEW line
*> against the task's id, so the task's history shows its reviews.
*> ------------------------------------------------------------------
procedure division using ws-da-defs ws-review-rec.

evaluate ws-file-action
    when 'open' perform doFileOpen
    when 'close' perform doFileClose
    when 'session' perform doSessionMode
    when 'shutdown' perform doShutdown
    when 'getAll' perform doGetAll
    when 'getOne' perform doGetOne
    when 'getForTask' perform doGetForTask
    when 'getNext' perform doGetNext
    when 'submit' perform doSubmit
    when 'decide' perform doDecide
    when 'reassign' perform doReassign
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
    move ws-file-name to review-file-name.
    open i-o review-file.
    perform setResult.
    if DA_NOT_EXISTS then
        open output  review-file
        close review-file
        open i-o review-file
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'Y' to file-open-flag
        move ws-file-name to held-file-name
        perform openAuditFile
        perform openCounterFile
    else
        display "Unable to open review file - status "
                review-file-status
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
            "/review-id.counter" delimited by size
            into counter-file-name.
    move zero to counter-value.
    open input counter-file.
    if counter-file-status = '35' then
        move zero to next-review-id
    else
        read counter-file next record
            at end move zero to counter-value
        end-read
        move counter-value to next-review-id
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
        close review-file
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
    move next-review-id to counter-value.
    open output counter-file.
    write counter-rec.
    close counter-file.

setResult.
    move review-file-status to ws-result.

doGetAll.
    move 0 to filter-task-id.
    move low-values to review-id.
    start review-file key is greater than review-id
        invalid key move '10' to review-file-status
    end-start.
    if review-file-status = '00'
        read review-file next record
    end-if.
    move review-rec to ws-review-rec.
    perform setResult.

doGetOne.
    move 0 to filter-task-id.
    move ws-review-id to review-id.
    read review-file key is review-id.
    move review-rec to ws-review-rec.
    perform setResult.

*> the task's reviews in the order they were sent; ws-review-task-id
*> in, end of file after the last
doGetForTask.
    move ws-review-task-id to filter-task-id.
    move filter-task-id to review-task-id.
    start review-file key is equal to review-task-id
        invalid key move '10' to review-file-status
    end-start.
    perform setResult.
    if not DA_END_OF_FILE
        perform doGetNextForTask
    end-if.

doGetNext.
    if filter-task-id > 0
        perform doGetNextForTask
    else
        read review-file next record
        move review-rec to ws-review-rec
        perform setResult
    end-if.

doGetNextForTask.
    read review-file next record.
    perform setResult.
    if DA_SUCCESS
        if review-task-id = filter-task-id
            move review-rec to ws-review-rec
        else
            move '10' to review-file-status
            perform setResult
        end-if
    end-if.

doSubmit.
    perform getNextReviewId.
    move next-review-id to ws-review-id.
    initialize review-rec.
    move ws-review-rec to review-rec.
    write review-rec.
    perform setResult.
    if ws-result = '22'
        *> a stale counter (an interrupted session never saved it)
        *> collides with a live id - rescan the high-water mark once
        *> and retry with a fresh id
        move 0 to next-review-id
        perform getNextReviewId
        move next-review-id to ws-review-id
        move ws-review-rec to review-rec
        write review-rec
        perform setResult
    end-if.
    if DA_SUCCESS then
        move 'SUBMIT' to audit-action-name
        perform logAudit
    end-if.

getNextReviewId.
    if next-review-id = 0 then
        *> counter file was empty (first run after upgrade) - fall
        *> back to a one-time scan of review-file to recover the
        *> high water mark, then the persisted counter takes over
        move low-values to review-id
        start review-file key is greater than review-id
            invalid key move '10' to review-file-status
        end-start
        if review-file-status = '00'
            read review-file next record
        end-if
        perform until review-file-status not = '00'
            if review-id > next-review-id then
                move review-id to next-review-id
            end-if
            read review-file next record
        end-perform
    end-if.
    add 1 to next-review-id.
    if not session-keep-open
        perform saveCounterFile
    end-if.

doDecide.
    move ws-review-id to review-id.
    read review-file key is review-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move ws-review-rec to review-rec.
    rewrite review-rec.
    perform setResult.
    if DA_SUCCESS then
        evaluate true
            when ws-review-is-approved
                move 'APPROVE' to audit-action-name
            when ws-review-is-rejected
                move 'REJECT' to audit-action-name
            when other
                move 'WITHDRAW' to audit-action-name
        end-evaluate
        perform logAudit
    end-if.

doReassign.
    move ws-review-id to review-id.
    read review-file key is review-id.
    perform setResult.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move ws-review-rec to review-rec.
    rewrite review-rec.
    perform setResult.
    if DA_SUCCESS then
        move 'REASSIGN' to audit-action-name
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
    move 'REVIEW' to audit-entity.
    move ws-review-task-id to audit-entity-id.
    move audit-action-name to audit-action.
    move function current-date(1:14) to audit-at.
    accept audit-user from environment "USER".
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.
