*> image back.  Copy with REPLACING ==:prefix:== by == == for the
*> FD record.  journal-prior-image holds the task-rec exactly as
*> it looked before the change - its length must match the total
*> length of the cp_task_defs record (currently 202 bytes); adjust
*> it whenever that layout grows.  journal-source names the tasks
*> file the change was applied to, so undo in one project can never
*> restore an image into another project's file.
     05 :prefix:journal-at           pic 9(14).
     05 :prefix:journal-task-id      pic 9(7).
     05 :prefix:journal-source       pic X(80).
     05 :prefix:journal-prior-image  pic X(202).
