*> Shared audit-trail line layout, appended to by the data access
*> programs whenever a record is created, updated, or deleted.
*> Copy plain - always accessed as a flat line-sequential record.
*> audit-seq and audit-hash are filled by audit_chain just before
*> the line is written: a running sequence number, and a hash of
*> the line folded onto the hash of the line before it, so a line
*> edited, removed or slipped in breaks the chain (verify_audit).
*> Lines written before the chain was started leave both blank.
*> ------------------------------------------------------------------
 01 audit-line.
     05 audit-entity        pic X(10).
     05 audit-action        pic X(10).
     05 audit-at            pic 9(14).
     05 audit-user          pic X(20).
     05 audit-seq           pic 9(9).
     05 audit-hash          pic 9(15).
