*> file is keyed by its task id.  A registered tag pins the
*> spelling and carries the defaults addTask applies when a task
*> arrives with that tag: a priority, an owner, and a due date as
*> days after the created date (0 = no default due date), and the
*> client code (cp_client_defs) a task with that tag is billed to.
*> The active byte retires a tag without losing its row.
*> A tag marked for review sends every completion of its tasks to
*> a reviewer first (status R); tag-reviewer is the reviewer used
*> when the person completing names none.
*> ----------------------------------------------------------------
 01 :prefix:tag-rec.
     05 :prefix:tag-name            pic X(20).
     05 :prefix:tag-active          pic X(1).
         88 :prefix:tag-is-active        value 'Y'.
         88 :prefix:tag-is-retired       value 'N'.
     05 :prefix:tag-default-client  pic X(10).
     05 :prefix:tag-review-flag     pic X(1).
         88 :prefix:tag-needs-review     value 'Y'.
     05 :prefix:tag-reviewer        pic X(20).
