*> ----------------------------------------------------------------
*> CP_REVIEW_DEFS
*> Peer review sign-off layout.  Copy with REPLACING ==:prefix:==
*> by == == for the FD record (da_reviews.cob) and by ==ws-== for
*> the Linkage/Working-Storage copy used by callers.
*> One record per completion sent for review: the task goes to
*> status R and waits here on the named reviewer, who approves it
*> (the task closes) or rejects it back to in-process with a
*> reason.  A review the task left some other way (started again,
*> deleted) is marked withdrawn.  Records are never deleted, so a
*> task rejected twice has three; the aging report reads them for
*> review turnaround.  Shared across projects - task ids are unique
*> across them - and keyed by its own id with the task id as an
*> alternate.
*> ----------------------------------------------------------------
 01 :prefix:review-rec.
     05 :prefix:review-id           pic 9(6).
     05 :prefix:review-task-id      pic 9(7).
     05 :prefix:review-project      pic X(20).
     05 :prefix:review-state        pic X(1).
         88 :prefix:review-is-waiting     value 'W'.
         88 :prefix:review-is-approved    value 'A'.
         88 :prefix:review-is-rejected    value 'R'.
         88 :prefix:review-is-withdrawn   value 'X'.
     05 :prefix:review-description  pic X(50).
     05 :prefix:review-owner        pic X(20).
     05 :prefix:review-submitted-by pic X(20).
     05 :prefix:review-submitted-at pic 9(14).
     05 :prefix:review-reviewer     pic X(20).
     05 :prefix:review-decided-by   pic X(20).
     05 :prefix:review-decided-at   pic 9(14).
     05 :prefix:review-reason       pic X(60).
