*> ----------------------------------------------------------------
*> CP_XREF_DEFS
*> Shared external-reference record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_xref.cob) and by
*> ==ws-== for the Linkage/Working-Storage copy used by callers.
*> One record per ticket in another system that a task mirrors:
*> xref-system names the system (the partner helpdesk, the
*> customer's tracker) and xref-reference is that system's own
*> number for it.  The file is shared across projects - task ids
*> are unique across them - and is keyed both ways, by task for
*> show and by system + reference for the inbound status feed.
*> ----------------------------------------------------------------
 01 :prefix:xref-rec.
     05 :prefix:xref-id             pic 9(6).
     05 :prefix:xref-task-id        pic 9(7).
     05 :prefix:xref-ref-key.
         10 :prefix:xref-system     pic X(12).
         10 :prefix:xref-reference  pic X(30).
     05 :prefix:xref-added-at       pic 9(8).
     05 :prefix:xref-added-by       pic X(20).
