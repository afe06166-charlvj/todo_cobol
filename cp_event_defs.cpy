*> ----------------------------------------------------------------
*> CP_EVENT_DEFS
*> Outbound change-event record, written by change_feed.cob for the
*> downstream systems (reporting warehouse, helpdesk).  Copy with
*> REPLACING ==:prefix:== by == == for the FD record.  Fixed
*> 200-byte records, one file per batch:
*>     H  header   - batch number, when it was cut, first sequence
*>     D  detail   - one per changed field of one task event; the
*>                   fields of one event share its event-seq
*>     T  trailer  - detail record count and hash total (the sum of
*>                   the detail records' task ids)
*> An event the journal cannot describe field by field (a create,
*> a restore) carries event-field "RECORD" with the description.
*> ----------------------------------------------------------------
 01 :prefix:event-rec.
     05 :prefix:event-rec-type      pic X(1).
         88 :prefix:event-is-header   value 'H'.
         88 :prefix:event-is-detail   value 'D'.
         88 :prefix:event-is-trailer  value 'T'.
     05 :prefix:event-detail.
         10 :prefix:event-seq           pic 9(9).
         10 :prefix:event-task-id       pic 9(7).
         10 :prefix:event-action        pic X(10).
         10 :prefix:event-field         pic X(16).
         10 :prefix:event-before        pic X(50).
         10 :prefix:event-after         pic X(50).
         10 :prefix:event-user          pic X(20).
         10 :prefix:event-at            pic 9(14).
         10 filler                      pic X(23).
     05 :prefix:event-header redefines :prefix:event-detail.
         10 :prefix:event-batch-no      pic 9(6).
         10 :prefix:event-created-at    pic 9(14).
         10 :prefix:event-first-seq     pic 9(9).
         10 filler                      pic X(170).
     05 :prefix:event-trailer redefines :prefix:event-detail.
         10 :prefix:event-trailer-batch pic 9(6).
         10 :prefix:event-record-count  pic 9(9).
         10 :prefix:event-hash-total    pic 9(15).
         10 filler                      pic X(169).
