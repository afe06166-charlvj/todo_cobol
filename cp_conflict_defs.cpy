*> the foreign task record exactly as the sync run saw it, so the
*> console can lay the two versions side by side without the stick
*> still being plugged in; keep its length in step with the
*> cp_task_defs record (currently 202 bytes).
*> ----------------------------------------------------------------
 01 :prefix:conflict-rec.
     05 :prefix:conf-local-id       pic 9(7).
     05 :prefix:conf-resolved       pic X(1).
         88 :prefix:conf-is-resolved     value 'Y'.
         88 :prefix:conf-is-open         value 'N'.
     05 :prefix:conf-foreign-image  pic X(202).
