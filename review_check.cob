        >> SOURCE FORMAT IS FREE

identification division.
program-id. review_check.

environment division.
configuration section.
      repository.
            function all intrinsic.


data division.

working-storage section.

copy da_defs.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 tags-file-name pic X(80).
01 tags-loaded-flag pic X value 'N'.
    88 tags-are-loaded value 'Y'.
*> only the tags marked for review - any other tag closes directly
01 review-tag-table.
      05 review-tag-entry occurs 200 times.
            10 rt-tag pic X(20).
            10 rt-reviewer pic X(20).
01 review-tag-count pic 9(3) value 0.
01 review-tag-idx pic 9(3).
01 check-tag pic X(20).

linkage section.

copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> The one place the review sign-off rule lives, CALLed by todo
*> before it closes a task and by the batches that can close one
*> (sync_tasks, partner_status).  A task needs a reviewer's sign-off
*> before it closes when its tag - compared in any case, so a
*> spelling variant cannot slip past - is marked for review in the
*> tag registry, retired or not.  The tag's standing reviewer comes
*> back with the answer for callers that cannot ask for one.
*> The registry is read once per run; 'reload' after a tag changes.
*> ------------------------------------------------------------------
procedure division using ws-rvck-request.

evaluate ws-rvck-action
    when 'reload' perform doReload
    when 'close' perform doClose
    when other perform doCheck
end-evaluate.

goback.


doCheck.
    move 'N' to ws-rvck-result.
    move spaces to ws-rvck-reviewer.
    if not tags-are-loaded
        perform loadReviewTags
    end-if.
    if ws-rvck-task-tag = spaces
        exit paragraph
    end-if.
    move function lower-case(ws-rvck-task-tag) to check-tag.
    perform varying review-tag-idx from 1 by 1
            until review-tag-idx > review-tag-count
        if rt-tag(review-tag-idx) = check-tag
            move 'Y' to ws-rvck-result
            move rt-reviewer(review-tag-idx) to ws-rvck-reviewer
            exit perform
        end-if
    end-perform.

doReload.
    perform loadReviewTags.

doClose.
    move 'N' to tags-loaded-flag.
    move 0 to review-tag-count.

loadReviewTags.
    move 'Y' to tags-loaded-flag.
    move 0 to review-tag-count.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
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
        if ws-tag-needs-review and review-tag-count < 200
            add 1 to review-tag-count
            move function lower-case(ws-tag-name)
                    to rt-tag(review-tag-count)
            move ws-tag-reviewer to rt-reviewer(review-tag-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
