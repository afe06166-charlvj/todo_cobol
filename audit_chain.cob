        >> SOURCE FORMAT IS FREE

identification division.
program-id. audit_chain.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select chain-file assign to chain-file-name
       organization is line sequential
          file status is chain-file-status.


data division.

file section.
fd chain-file.
01 chain-line pic X(40).


working-storage section.

copy cp_chain_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 chain-file-name pic X(60).
01 chain-file-status pic 99.
01 names-set-flag pic X value 'N'.

linkage section.

copy cp_audit_defs.


*> ------------------------------------------------------------------
*> Seals one audit line onto the chain: CALLed by every data access
*> program with its audit-line filled in, just before the WRITE.  It
*> takes the next sequence number from audit.chain, hashes the line
*> (up to and including that number) onto the previous line's hash,
*> puts both on the line and moves audit.chain on.  The head file is
*> read and rewritten on every call, so lines sealed by different
*> programs - or different sessions - in turn still form one chain,
*> as long as each line is written before the next is sealed (the
*> data access programs release every audit line as they write it).
*> A missing audit.chain starts the chain again at 1, which the
*> verification batch reports against the lines already on file.
*> ------------------------------------------------------------------
procedure division using audit-line.

perform setFilenames.
perform readChainHead.

add 1 to ws-chain-seq.
move ws-chain-seq to audit-seq.
move spaces to ws-hash-text.
move audit-line(1:70) to ws-hash-text.
move ws-chain-hash to ws-hash-value.
call 'audit_hash' using ws-hash-request.
move ws-hash-value to audit-hash.

move ws-hash-value to ws-chain-hash.
move audit-at to ws-chain-at.
perform writeChainHead.

goback.


setFilenames.
    if names-set-flag = 'Y'
        exit paragraph
    end-if.
    move 'Y' to names-set-flag.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/audit.chain" delimited by size
            into chain-file-name.

readChainHead.
    move spaces to ws-chain-head.
    move 0 to ws-chain-seq, ws-chain-hash, ws-chain-at.
    open input chain-file.
    if chain-file-status not = '00'
        exit paragraph
    end-if.
    read chain-file
        at end move spaces to chain-line
    end-read.
    close chain-file.
    if chain-line(1:9) is numeric and chain-line(11:15) is numeric
        move chain-line to ws-chain-head
    end-if.

writeChainHead.
    open output chain-file.
    move ws-chain-head to chain-line.
    write chain-line.
    close chain-file.
