*> ----------------------------------------------------------------
*> CP_FIELD_DEFS
*> Shared custom-field value record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_fields.cob) and by
*> ==ws-== for the Linkage/Working-Storage copy used by callers.
*> One record per task per field, keyed by the owning task's id and
*> the field's name as declared in the project's fields.conf (see
*> CP_FIELDDEF_DEFS).  The value is held as text whatever the
*> field's type: numbers as entered, dates as YYYYMMDD, yes-no as
*> Y or N.
*> ----------------------------------------------------------------
 01 :prefix:fieldval-rec.
     05 :prefix:fieldval-key.
         10 :prefix:fieldval-task-id    pic 9(7).
         10 :prefix:fieldval-name       pic X(16).
     05 :prefix:fieldval-value          pic X(40).
     05 :prefix:fieldval-updated-at     pic 9(8).
