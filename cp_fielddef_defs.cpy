*> ----------------------------------------------------------------
*> CP_FIELDDEF_DEFS
*> Custom-field definitions, as loaded from a project's fields.conf
*> (fields-<project>.conf outside the default project).  Copy with
*> REPLACING ==:prefix:== by ==ws-== into Working-Storage.  One
*> line per field in the file:
*>     <name> <TEXT|NUMBER|DATE|YESNO> <length> [REQUIRED|OPTIONAL]
*>            [allowed,values,...]
*> Date fields are always 8 long (YYYYMMDD) and yes-no fields 1; the
*> allowed-values list applies to text fields only.  Names are
*> matched without regard to case.  The values themselves live in
*> the task-fields file (CP_FIELD_DEFS).
*> ----------------------------------------------------------------
 01 :prefix:fielddef-table.
     05 :prefix:fielddef-count          pic 9(2) value 0.
     05 :prefix:fielddef-entry occurs 10 times.
         10 :prefix:fielddef-name       pic X(16).
         10 :prefix:fielddef-type       pic X(1).
             88 :prefix:fielddef-is-text     value 'T'.
             88 :prefix:fielddef-is-number   value 'N'.
             88 :prefix:fielddef-is-date     value 'D'.
             88 :prefix:fielddef-is-yesno    value 'Y'.
         10 :prefix:fielddef-length     pic 9(2).
         10 :prefix:fielddef-required   pic X(1).
             88 :prefix:fielddef-is-required value 'Y'.
         10 :prefix:fielddef-values     pic X(60).
