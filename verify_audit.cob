        >> SOURCE FORMAT IS FREE

identification division.
program-id. verify_audit.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select chain-file assign to chain-file-name
       organization is line sequential
          file status is chain-file-status.
      select checkpoint-file assign to checkpoint-file-name
       organization is line sequential
          file status is checkpoint-file-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd audit-file.
copy cp_audit_defs.

fd chain-file.
01 chain-line pic X(40).

fd checkpoint-file.
01 checkpoint-line pic X(100).

fd report-file.
01 report-line pic X(100).


working-storage section.

copy cp_chain_defs replacing ==:prefix:== by ==ws-==.

01 audit-file-status pic 99.
01 chain-file-status pic 99.
01 checkpoint-file-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 audit-file-name pic X(60).
01 chain-file-name pic X(60).
01 checkpoint-file-name pic X(60).
01 report-file-name pic X(80).
01 today-date pic 9(8).

*> where the kept log has to carry on from: the last checkpoint
01 ckpt-count pic 9(5) value 0.
01 ckpt-unverified-count pic 9(5) value 0.
01 ckpt-prev-seal pic 9(15) value 0.
01 ckpt-prev-last-seq pic 9(9) value 0.
01 start-seq pic 9(9) value 0.
01 start-hash pic 9(15) value 0.

01 line-no pic 9(9) value 0.
01 legacy-count pic 9(9) value 0.
01 sealed-count pic 9(9) value 0.
01 expected-seq pic 9(9).
01 last-seq pic 9(9) value 0.
01 last-hash pic 9(15) value 0.
01 last-at pic 9(14) value 0.
01 gap-first pic 9(9).
01 gap-last pic 9(9).

01 broken-count pic 9(7) value 0.
01 missing-count pic 9(9) value 0.
01 disorder-count pic 9(7) value 0.
01 time-order-count pic 9(7) value 0.
01 unsealed-count pic 9(7) value 0.
01 other-count pic 9(7) value 0.
01 first-broken-line pic 9(9) value 0.
01 first-broken-seq pic 9(9) value 0.

*> the individual findings, in file order; the counts above keep
*> going once the table is full
01 finding-table.
      05 finding-entry occurs 200 times pic X(100).
01 finding-count pic 9(3) value 0.
01 finding-idx pic 9(3).
01 finding-text pic X(100).
01 finding-total pic 9(9) value 0.

*> ------------------------------------------------------------------
*> Standalone batch program: proves audit.log whole.  Each audit line
*> carries a sequence number and a hash folded onto the line before
*> it (audit_chain.cob); compact_logs leaves a sealed checkpoint in
*> audit.checkpoint for the lines it rolls away.  This walks
*>   - the checkpoints, whose seals chain one to the next, and takes
*>     the last one as the point the kept log must carry on from;
*>   - every line of audit.log, recomputing each link and reporting
*>     the first broken one, any missing sequence numbers, numbers
*>     repeated or going backwards, lines whose time is earlier than
*>     the line before, and unsealed lines inside the chain;
*>   - audit.chain, the head the next line will be sealed onto, so
*>     lines cut from the end of the log show as missing too.
*> Lines from before the chain was started (no sequence number) are
*> counted and left alone.  Any finding fails the run with return
*> code 8, so the nightly chain stops on it.
*>
*> Usage:  verify_audit
*> Output: ~/.todo_cobol/audit-verify-<yyyymmdd>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform verifyCheckpoints.
    perform verifyAuditLog.
    perform verifyChainHead.
    perform writeReport.

    compute finding-total = broken-count + missing-count
            + disorder-count + time-order-count + unsealed-count
            + other-count.
    if finding-total > 0
        display "Audit chain verification FAILED - see "
                function trim(report-file-name)
        move 8 to return-code
    else
        display "Audit chain verified: " sealed-count
                " sealed line(s) intact, written to "
                function trim(report-file-name)
        move 0 to return-code
    end-if.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-file-name.
    string data-dir delimited by spaces
            "/audit.chain" delimited by size
            into chain-file-name.
    string data-dir delimited by spaces
            "/audit.checkpoint" delimited by size
            into checkpoint-file-name.
    move function current-date(1:8) to today-date.
    string data-dir delimited by spaces
            "/audit-verify-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.

verifyCheckpoints.
    open input checkpoint-file.
    if checkpoint-file-status not = '00'
        exit paragraph
    end-if.
    perform until checkpoint-file-status not = '00'
        read checkpoint-file next record
            at end move '10' to checkpoint-file-status
            not at end perform checkOneCheckpoint
        end-read
    end-perform.
    close checkpoint-file.

checkOneCheckpoint.
    if function trim(checkpoint-line) = spaces
        exit paragraph
    end-if.
    add 1 to ckpt-count.
    move checkpoint-line to ws-checkpoint-rec.
    if ws-ckpt-at is not numeric or ws-ckpt-first-seq is not numeric
            or ws-ckpt-last-seq is not numeric
            or ws-ckpt-last-hash is not numeric
            or ws-ckpt-seal is not numeric
        add 1 to other-count
        move spaces to finding-text
        string "Checkpoint " delimited by size
               ckpt-count delimited by size
               " is not a checkpoint record" delimited by size
               into finding-text
        perform addFinding
        exit paragraph
    end-if.

    move spaces to ws-hash-text.
    move ws-checkpoint-rec(1:61) to ws-hash-text.
    move ckpt-prev-seal to ws-hash-value.
    call 'audit_hash' using ws-hash-request.
    if ws-hash-value not = ws-ckpt-seal
        add 1 to other-count
        move spaces to finding-text
        string "Checkpoint " delimited by size
               ckpt-count delimited by size
               " of " delimited by size
               ws-ckpt-at(1:8) delimited by size
               ": seal does not follow from the one before"
                    delimited by size
               into finding-text
        perform addFinding
    end-if.
    if ws-ckpt-first-seq not = ckpt-prev-last-seq + 1
        add 1 to other-count
        move spaces to finding-text
        string "Checkpoint " delimited by size
               ckpt-count delimited by size
               " starts at sequence " delimited by size
               ws-ckpt-first-seq delimited by size
               ", expected " delimited by size
               ckpt-prev-last-seq delimited by size
               " + 1" delimited by size
               into finding-text
        perform addFinding
    end-if.
    if not ws-ckpt-links-intact
        add 1 to ckpt-unverified-count
    end-if.
    move ws-ckpt-seal to ckpt-prev-seal.
    move ws-ckpt-last-seq to ckpt-prev-last-seq.
    move ws-ckpt-last-seq to start-seq.
    move ws-ckpt-last-hash to start-hash.

verifyAuditLog.
    open input audit-file.
    if audit-file-status not = '00'
        exit paragraph
    end-if.
    perform until audit-file-status not = '00'
        read audit-file next record
            at end move '10' to audit-file-status
            not at end perform checkOneLine
        end-read
    end-perform.
    close audit-file.

checkOneLine.
    add 1 to line-no.
    if audit-seq is not numeric or audit-hash is not numeric
        if sealed-count = 0
            add 1 to legacy-count
        else
            add 1 to unsealed-count
            move spaces to finding-text
            string "Line " delimited by size
                   line-no delimited by size
                   ": no sequence number inside the chain"
                        delimited by size
                   into finding-text
            perform addFinding
        end-if
        exit paragraph
    end-if.

    if sealed-count = 0
        move start-seq to last-seq
        move start-hash to last-hash
    end-if.
    add 1 to sealed-count.
    compute expected-seq = last-seq + 1.

    evaluate true
        when audit-seq > expected-seq
            compute gap-first = expected-seq
            compute gap-last = audit-seq - 1
            compute missing-count = missing-count
                    + gap-last - gap-first + 1
            move spaces to finding-text
            string "Line " delimited by size
                   line-no delimited by size
                   ": sequence " delimited by size
                   gap-first delimited by size
                   " to " delimited by size
                   gap-last delimited by size
                   " missing" delimited by size
                   into finding-text
            perform addFinding
        when audit-seq < expected-seq
            add 1 to disorder-count
            move spaces to finding-text
            string "Line " delimited by size
                   line-no delimited by size
                   ": sequence " delimited by size
                   audit-seq delimited by size
                   " repeated or out of order (expected "
                        delimited by size
                   expected-seq delimited by size
                   ")" delimited by size
                   into finding-text
            perform addFinding
        when other
            move spaces to ws-hash-text
            move audit-line(1:70) to ws-hash-text
            move last-hash to ws-hash-value
            call 'audit_hash' using ws-hash-request
            if ws-hash-value not = audit-hash
                add 1 to broken-count
                if first-broken-line = 0
                    move line-no to first-broken-line
                    move audit-seq to first-broken-seq
                end-if
                move spaces to finding-text
                string "Line " delimited by size
                       line-no delimited by size
                       ": broken link at sequence " delimited by size
                       audit-seq delimited by size
                       " - the line or one before it was altered"
                            delimited by size
                       into finding-text
                perform addFinding
            end-if
    end-evaluate.

    if audit-at < last-at
        add 1 to time-order-count
        move spaces to finding-text
        string "Line " delimited by size
               line-no delimited by size
               ": sequence " delimited by size
               audit-seq delimited by size
               " stamped " delimited by size
               audit-at delimited by size
               ", earlier than the line before" delimited by size
               into finding-text
        perform addFinding
    end-if.

    move audit-seq to last-seq.
    move audit-hash to last-hash.
    move audit-at to last-at.

*> the head is what the next line will be sealed onto - anything
*> past the last line on file was written and has since gone
verifyChainHead.
    move spaces to chain-line.
    open input chain-file.
    if chain-file-status = '00'
        read chain-file
            at end move spaces to chain-line
        end-read
        close chain-file
    end-if.
    if chain-line(1:9) is not numeric or chain-line(11:15) is not numeric
        if sealed-count > 0
            add 1 to other-count
            move spaces to finding-text
            string "audit.chain is missing or unreadable - the next"
                        delimited by size
                   " line will restart the chain" delimited by size
                   into finding-text
            perform addFinding
        end-if
        exit paragraph
    end-if.
    move chain-line to ws-chain-head.
    if sealed-count = 0
        move start-seq to last-seq
        move start-hash to last-hash
    end-if.
    evaluate true
        when ws-chain-seq > last-seq
            compute gap-first = last-seq + 1
            compute missing-count = missing-count
                    + ws-chain-seq - last-seq
            move spaces to finding-text
            string "End of log: sequence " delimited by size
                   gap-first delimited by size
                   " to " delimited by size
                   ws-chain-seq delimited by size
                   " missing (audit.chain is ahead of the file)"
                        delimited by size
                   into finding-text
            perform addFinding
        when ws-chain-seq < last-seq
            add 1 to other-count
            move spaces to finding-text
            string "audit.chain stands at sequence " delimited by size
                   ws-chain-seq delimited by size
                   ", behind the log's " delimited by size
                   last-seq delimited by size
                   into finding-text
            perform addFinding
        when ws-chain-hash not = last-hash
            add 1 to other-count
            move spaces to finding-text
            string "audit.chain hash does not match the last line"
                        delimited by size
                   " (sequence " delimited by size
                   last-seq delimited by size
                   ")" delimited by size
                   into finding-text
            perform addFinding
    end-evaluate.

addFinding.
    if finding-count < 200
        add 1 to finding-count
        move finding-text to finding-entry(finding-count)
    end-if.

writeReport.
    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        exit paragraph
    end-if.
    move spaces to report-line.
    string "-- Audit Chain Verification -- " delimited by size
           today-date delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  Lines read:                " delimited by size
           line-no delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Sealed lines checked:      " delimited by size
           sealed-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Lines from before the chain: " delimited by size
           legacy-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Checkpoints:               " delimited by size
           ckpt-count delimited by size
           " (chain carries on from sequence " delimited by size
           start-seq delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  Broken links:              " delimited by size
           broken-count delimited by size
           into report-line.
    write report-line.
    if first-broken-line > 0
        move spaces to report-line
        string "    first broken link:       line " delimited by size
               first-broken-line delimited by size
               ", sequence " delimited by size
               first-broken-seq delimited by size
               into report-line
        write report-line
    end-if.
    move spaces to report-line.
    string "  Missing sequence numbers:  " delimited by size
           missing-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Repeated / out of order:   " delimited by size
           disorder-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Out of time order:         " delimited by size
           time-order-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Unsealed in the chain:     " delimited by size
           unsealed-count delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    string "  Checkpoint / head faults:  " delimited by size
           other-count delimited by size
           into report-line.
    write report-line.
    if ckpt-unverified-count > 0
        move spaces to report-line
        string "  (" delimited by size
               ckpt-unverified-count delimited by size
               " checkpoint(s) rolled lines whose links did not"
                    delimited by size
               " check out at the time)" delimited by size
               into report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.

    move "-- Findings --" to report-line.
    write report-line.
    if finding-count = 0
        move "  (none - the chain is whole)" to report-line
        write report-line
    end-if.
    perform varying finding-idx from 1 by 1
            until finding-idx > finding-count
        move spaces to report-line
        string "  " delimited by size
               finding-entry(finding-idx) delimited by size
               into report-line
        write report-line
    end-perform.
    close report-file.
