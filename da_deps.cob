
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
