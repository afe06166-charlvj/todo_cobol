    when 'getNext' perform doGetNext
    when 'create' perform doCreate
    when 'update' perform doUpdate
    when 'assign' perform doAssign
    when 'delete' perform doDelete
    when 'undoLast' perform doUndoLast
    when 'peekLast' perform doUndoLast
    when 'restore' perform doRestore
    when other perform doBadFileAction
end-evaluate.
        perform indexTaskKeywords
    end-if.

*> an update that changes the owner - the same rewrite, logged as
*> ASSIGN so the audit trail shows who handed work to whom and when
doAssign.
    move ws-task-id to task-id.
    read tasks-file key is task-id
        not invalid key
            move 'U' to journal-action
            perform journalAppend
            move ws-task-rec to task-rec
            rewrite task-rec.
    perform setResult.
    if DA_SUCCESS then
        move 'ASSIGN' to audit-action-name
        perform logAudit
        perform indexTaskKeywords
    end-if.

doDelete.
    move ws-task-id to task-id.
    read tasks-file key is task-id

*> ws-task-id = 0 undoes the newest journal entry; a non-zero id
*> undoes the newest entry for that task.  The matched entry is
*> consumed, so repeated undo steps further back in history;
*> 'peekLast' hands back the same entry and leaves it in place.
doUndoLast.
    move 'N' to undo-found-flag.
    move 0 to undo-found-id.
            exit paragraph
    end-read.
    move journal-prior-image to ws-task-rec.
    if ws-file-action = 'peekLast'
        move '00' to ws-result
        exit paragraph
    end-if.
    delete journal-file record.
    move '00' to ws-result.


*> a held-open EXTEND handle buffers its lines until close, which
*> would leave the timeline and audit_inquiry blind to the current
*> session, and would let lines sealed onto the audit chain by other
*> programs reach the file ahead of this one's - so every append is
*> sealed, written and released
logAudit.
    if audit-open-flag not = 'Y'
        perform openAuditFile
    if function trim(audit-user) = spaces then
        accept audit-user from environment "LOGNAME"
    end-if.
    call 'audit_chain' using audit-line.
    write audit-line.
    perform closeAuditFile.

