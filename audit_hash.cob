        >> SOURCE FORMAT IS FREE

identification division.
program-id. audit_hash.

environment division.
configuration section.
      repository.
            function all intrinsic.

data division.

working-storage section.

01 hash-pos pic 9(3).

linkage section.

copy cp_chain_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> The one hash the audit chain uses, CALLed by audit_chain when it
*> seals a line, by compact_logs for its checkpoints and by
*> verify_audit to recompute them; sign_on borrows it to hash run
*> tickets and the material new tickets and PIN salts are made
*> from.  Every byte of hash-text is folded into hash-value (which
*> comes in holding the previous link) with a multiply-and-add kept
*> under a 15-digit prime, so changing any byte of a line, or of
*> any line before it, changes the hash.
*> Trailing spaces count: callers always pass the full field.
*> ------------------------------------------------------------------
procedure division using ws-hash-request.

perform varying hash-pos from 1 by 1 until hash-pos > 120
    compute ws-hash-value = function mod(ws-hash-value * 131
            + function ord(ws-hash-text(hash-pos:1)) + hash-pos,
            999999999999989)
end-perform.

goback.
