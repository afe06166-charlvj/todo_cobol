*> ----------------------------------------------------------------
*> CP_CHAIN_DEFS
*> The audit.log hash chain.  Copy with REPLACING ==:prefix:== by
*> == == for an FD record and by ==ws-== for Working-Storage.
*>   chain-head      ~/.todo_cobol/audit.chain, one line: the
*>                   sequence number and hash of the last line
*>                   sealed onto audit.log, and when
*>   checkpoint-rec  ~/.todo_cobol/audit.checkpoint, one line per
*>                   compact_logs run that rolled sealed lines into
*>                   the monthly summaries: the last rolled line's
*>                   sequence and hash (where the kept lines carry on
*>                   from), whether the rolled lines' links checked
*>                   out, and a seal chained to the previous
*>                   checkpoint's seal
*>   hash-request    the block passed to audit_hash.cob: the text to
*>                   fold in and the running value (in: the starting
*>                   value, out: the hash)
*> ----------------------------------------------------------------
 01 :prefix:chain-head.
     05 :prefix:chain-seq           pic 9(9).
     05 filler                      pic X(1).
     05 :prefix:chain-hash          pic 9(15).
     05 filler                      pic X(1).
     05 :prefix:chain-at            pic 9(14).
 01 :prefix:checkpoint-rec.
     05 :prefix:ckpt-at             pic 9(14).
     05 filler                      pic X(1).
     05 :prefix:ckpt-first-seq      pic 9(9).
     05 filler                      pic X(1).
     05 :prefix:ckpt-last-seq       pic 9(9).
     05 filler                      pic X(1).
     05 :prefix:ckpt-last-hash      pic 9(15).
     05 filler                      pic X(1).
     05 :prefix:ckpt-rolled         pic 9(7).
     05 filler                      pic X(1).
     05 :prefix:ckpt-verified       pic X(1).
         88 :prefix:ckpt-links-intact     value 'Y'.
     05 filler                      pic X(1).
     05 :prefix:ckpt-seal           pic 9(15).
 01 :prefix:hash-request.
     05 :prefix:hash-text           pic X(120).
     05 :prefix:hash-value          pic 9(15).
