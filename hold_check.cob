        >> SOURCE FORMAT IS FREE

identification division.
program-id. hold_check.

environment division.
configuration section.
      repository.
            function all intrinsic.


data division.

working-storage section.

copy da_defs.
copy cp_hold_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 holds-file-name pic X(80).
01 holds-loaded-flag pic X value 'N'.
    88 holds-are-loaded value 'Y'.
*> the active holds only - a released hold reaches nothing
01 active-hold-table.
      05 active-hold-entry occurs 200 times.
            10 ah-id pic 9(5).
            10 ah-scope pic X.
            10 ah-scope-value pic X(20).
            10 ah-task-count pic 9(2).
            10 ah-task-id pic 9(7) occurs 10 times.
01 active-hold-count pic 9(3) value 0.
01 active-hold-idx pic 9(3).
01 hold-task-idx pic 9(2).
01 check-after-id pic 9(5).
01 tags-file-name pic X(80).
01 client-hold-flag pic X value 'N'.
    88 client-hold-active value 'Y'.
*> the tag registry's default clients, for tasks billed through
*> their tag (read only while a client hold is active)
01 tag-client-table.
      05 tag-client-entry occurs 200 times.
            10 tc-tag pic X(20).
            10 tc-client pic X(10).
01 tag-client-count pic 9(3) value 0.
01 tag-client-idx pic 9(3).
01 check-tag pic X(20).
01 billed-client pic X(10).

linkage section.

copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> The one place the legal hold rule lives, CALLed by todo before a
*> delete or merge and by every purge and compaction batch before
*> it removes anything.  A task is held while any active hold in
*> legal-holds.data names its id, or carries its tag (any case),
*> its owner or the client it is billed to - its own client code,
*> else its tag's default client, as billing_run bills it.
*> Everything belonging to a held task - notes, attachments, work
*> log, expenses, journal images, audit lines - is held with it;
*> the callers look the task up from the satellite record and ask
*> about the task.
*> 'checkAfter' looks only at holds numbered above hchk-hold-id, so
*> a report can collect every hold that reaches one task.
*> The register is read once per run; 'reload' after placing or
*> releasing a hold.  hchk-hold-count returns the number of active
*> holds, so a batch can skip its per-record checks when it is 0.
*> ------------------------------------------------------------------
procedure division using ws-hchk-request.

evaluate ws-hchk-action
    when 'reload' perform doReload
    when 'close' perform doClose
    when 'checkAfter' perform doCheck
    when other
        move 0 to ws-hchk-hold-id
        perform doCheck
end-evaluate.

goback.


doCheck.
    move ws-hchk-hold-id to check-after-id.
    move 'N' to ws-hchk-result.
    move 0 to ws-hchk-hold-id.
    if not holds-are-loaded
        perform loadActiveHolds
    end-if.
    move active-hold-count to ws-hchk-hold-count.
    move ws-hchk-task-client to billed-client.
    if billed-client = spaces and client-hold-active
            and ws-hchk-task-tag not = spaces
        move function lower-case(ws-hchk-task-tag) to check-tag
        perform varying tag-client-idx from 1 by 1
                until tag-client-idx > tag-client-count
            if tc-tag(tag-client-idx) = check-tag
                move tc-client(tag-client-idx) to billed-client
                exit perform
            end-if
        end-perform
    end-if.
    perform varying active-hold-idx from 1 by 1
            until active-hold-idx > active-hold-count
                or ws-hchk-is-held
        if ah-id(active-hold-idx) > check-after-id
            perform checkOneHold
        end-if
    end-perform.

checkOneHold.
    evaluate ah-scope(active-hold-idx)
        when 'T'
            perform varying hold-task-idx from 1 by 1
                    until hold-task-idx > ah-task-count(active-hold-idx)
                if ah-task-id(active-hold-idx, hold-task-idx)
                        = ws-hchk-task-id
                    move 'Y' to ws-hchk-result
                end-if
            end-perform
        when 'G'
            if ws-hchk-task-tag not = spaces
                    and function lower-case(ws-hchk-task-tag)
                        = function lower-case(
                            ah-scope-value(active-hold-idx))
                move 'Y' to ws-hchk-result
            end-if
        when 'O'
            if ws-hchk-task-owner not = spaces
                    and ws-hchk-task-owner
                        = ah-scope-value(active-hold-idx)
                move 'Y' to ws-hchk-result
            end-if
        when 'C'
            if billed-client not = spaces
                    and function upper-case(billed-client)
                        = function upper-case(
                            ah-scope-value(active-hold-idx))
                move 'Y' to ws-hchk-result
            end-if
    end-evaluate.
    if ws-hchk-is-held
        move ah-id(active-hold-idx) to ws-hchk-hold-id
    end-if.

doReload.
    perform loadActiveHolds.
    move active-hold-count to ws-hchk-hold-count.

doClose.
    move 'N' to holds-loaded-flag.
    move 0 to active-hold-count.
    move 'N' to client-hold-flag.
    move 0 to tag-client-count.

loadActiveHolds.
    move 'Y' to holds-loaded-flag.
    move 0 to active-hold-count.
    move 'N' to client-hold-flag.
    move 0 to tag-client-count.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    move spaces to holds-file-name.
    string data-dir delimited by spaces
            "/legal-holds.data" delimited by size
            into holds-file-name.

    initialize ws-da-defs.
    move holds-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.
    perform until not DA_SUCCESS
        if ws-hold-is-active and active-hold-count < 200
            add 1 to active-hold-count
            move ws-hold-id to ah-id(active-hold-count)
            move ws-hold-scope to ah-scope(active-hold-count)
            if ws-hold-scope = 'C'
                move 'Y' to client-hold-flag
            end-if
            move ws-hold-scope-value
                    to ah-scope-value(active-hold-count)
            move ws-hold-task-count to ah-task-count(active-hold-count)
            perform varying hold-task-idx from 1 by 1
                    until hold-task-idx > 10
                move ws-hold-task-id(hold-task-idx)
                        to ah-task-id(active-hold-count, hold-task-idx)
            end-perform
        end-if
        move 'getNext' to ws-file-action
        call 'da_holds' using ws-da-defs, ws-hold-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_holds' using ws-da-defs, ws-hold-rec.
    if client-hold-active
        perform loadTagClients
    end-if.

loadTagClients.
    move spaces to tags-file-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tags-file-name.
    initialize ws-da-defs.
    move tags-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    perform until not DA_SUCCESS
        if ws-tag-default-client not = spaces
                and tag-client-count < 200
            add 1 to tag-client-count
            move function lower-case(ws-tag-name)
                    to tc-tag(tag-client-count)
            move ws-tag-default-client to tc-client(tag-client-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
