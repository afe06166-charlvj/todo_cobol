      select csv-file assign to csv-file-name
       organization is line sequential
          file status is csv-file-status.
      select fields-conf-file assign to fields-conf-file-name
       organization is line sequential
          file status is fields-conf-status.


data division.

file section.
fd csv-file.
01 csv-line pic X(900).

fd fields-conf-file.
01 fields-conf-line pic X(120).


working-storage section.
copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.
copy cp_field_defs replacing ==:prefix:== by ==ws-==.
copy cp_fielddef_defs replacing ==:prefix:== by ==ws-==.
copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.

01 csv-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(50).
01 task-ext-file-name pic X(50).
01 tag-registry-file-name pic X(60).
01 clients-file-name pic X(60).
01 task-fields-file-name pic X(60).
01 fields-conf-file-name pic X(60).
01 fields-conf-status pic 99.
01 csv-file-name pic X(50).
01 fdl-name pic X(20).
01 fdl-type pic X(10).
01 fdl-length pic X(5).
01 fdl-required pic X(10).
01 fdl-values pic X(60).
01 fielddef-idx pic 9(2).
*> which defined field each extra column after Client carries;
*> 0 for a column fields.conf does not know
01 imp-col-table.
      05 imp-col-def occurs 10 times pic 9(2).
01 imp-col-idx pic 9(2).
01 imp-col-str pic X(60).
01 imp-field-table.
      05 imp-field-value occurs 10 times pic X(60).
01 fieldval-input pic X(60).
01 fieldval-clean pic X(40).
01 fieldval-input-len pic 9(3).
01 fieldval-ok-flag pic X.
      88 fieldval-is-valid value 'Y'.
01 fieldval-error pic X(40).
01 fieldval-allowed-ptr pic 9(3).
01 fieldval-allowed-tok pic X(40).
01 csv-eof pic X value 'N'.
    88 csv-at-end value 'Y'.
01 header-skipped pic X value 'N'.
01 imp-priority-str pic X(10).
01 imp-tag-str pic X(20).
01 imp-owner-str pic X(20).
01 imp-client-str pic X(20).
01 imp-client-code pic X(10).
01 cvt-input-str pic X(10).
01 cvt-output-date pic 9(8).
01 cvt-date-split redefines cvt-output-date.
    88 row-is-rejected value 'Y'.
01 count-accepted pic 9(5) value 0.
01 count-rejected pic 9(5) value 0.
01 count-review-held pic 9(5) value 0.
01 review-hold-flag pic X.
    88 row-close-held value 'Y'.
01 count-ext-saved pic 9(5) value 0.
01 count-fields-saved pic 9(5) value 0.
01 run-started-at pic 9(14).
01 ledger-file-path pic X(80).
01 opening-tasks pic 9(7).
01 opening-task-ext pic 9(7).
01 opening-fields pic 9(7).

*> ------------------------------------------------------------------
*> Standalone batch program: the counterpart to export_tasks.  Reads
*> a comma-delimited CSV in the same column layout export_tasks
*> writes (id, status, quoted description, the lifecycle dates, due
*> date, priority, tag, owner, client) and loads each row into
*> tasks-file through da_tasks 'create', so ids come off the counter
*> and the audit trail records every load.  The id column in the CSV is
*> ignored - imported rows always get a fresh id.  A blank client
*> column falls back to the tag registry's default client for the
*> row's tag; a client code that is not an active client in
*> clients.data rejects the row.  Columns after Client carry the
*> custom fields declared in fields.conf, matched to the fields by
*> the header's column names (in fields.conf order when the file
*> has no header); each value gets the same checks add gives it,
*> and a row missing a required field is rejected.  A row closed
*> (C) in the file whose tag needs a review sign-off (review_check)
*> is loaded in progress instead, with no completed date, to be
*> completed through todo and its reviewer.  Prints a load report
*> of rows accepted and rows rejected with the reason.
*> The counts for tasks, long descriptions and field values go to
*> the run-control ledger (run_ledger) for the nightly balancing.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform loadFieldDefs.
    perform takeOpeningCounts.
    perform openFiles.
    perform importTasks.
    perform closeFiles.
    perform writeRunLedger.
    perform showReport.

    stop run.
    string data-dir delimited by spaces
            "/task-ext.data" delimited by size
            into task-ext-file-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tag-registry-file-name.
    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.
    string data-dir delimited by spaces
            "/task-fields.data" delimited by size
            into task-fields-file-name.
    string data-dir delimited by spaces
            "/fields.conf" delimited by size
            into fields-conf-file-name.

    accept csv-file-name from command-line.
    if csv-file-name = spaces then
    move 'open' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.

    initialize ws-da-defs.
    move tag-registry-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

    initialize ws-da-defs.
    move clients-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

    initialize ws-da-defs.
    move task-fields-file-name to ws-file-name.
    move 'rw' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    open input csv-file.
    if csv-file-status not = '00' then
        display "Unable to open import file: " function trim(csv-file-name)
    move 'close' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    close csv-file.

importTasks.
    if not header-was-skipped then
        move 'Y' to header-skipped
        if csv-line(1:7) = 'Task ID' then
            perform mapHeaderColumns
            exit paragraph
        end-if
    end-if.
    if DA_SUCCESS then
        add 1 to count-accepted
        display "  Loaded row " row-number " as task " ws-task-id
        if row-close-held
            add 1 to count-review-held
            display "    completed in the file, but its tag needs a"
                    " review - loaded as P"
        end-if
        if imp-desc-len > 50 then
            perform saveLongDescription
        end-if
        perform saveFieldValues
    else
        add 1 to count-rejected
        display "  REJECTED row " row-number ": write failed, status "
    move spaces to imp-id-str, imp-status-str, imp-desc-str.
    move spaces to imp-created-str, imp-started-str, imp-completed-str.
    move spaces to imp-due-str, imp-priority-str, imp-tag-str.
    move spaces to imp-owner-str, imp-client-str.
    move 1 to parse-ptr.

    unstring csv-line delimited by ','
            with pointer parse-ptr
    end-unstring.

    if parse-ptr > 900 then
        exit paragraph
    end-if.

    unstring csv-line delimited by ','
            into imp-created-str, imp-started-str, imp-completed-str,
                 imp-due-str, imp-priority-str, imp-tag-str,
                 imp-owner-str, imp-client-str
            with pointer parse-ptr
    end-unstring.
    perform parseFieldColumns.

*> the extra columns after Client, quoted or bare, each dropped into
*> the slot of the field its header named
parseFieldColumns.
    move spaces to imp-field-table.
    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > 10 or parse-ptr > 900
        move spaces to imp-col-str
        if csv-line(parse-ptr:1) = '"' then
            add 1 to parse-ptr
            unstring csv-line delimited by '"'
                    into imp-col-str
                    with pointer parse-ptr
            end-unstring
            add 1 to parse-ptr
        else
            unstring csv-line delimited by ','
                    into imp-col-str
                    with pointer parse-ptr
            end-unstring
        end-if
        if imp-col-def(imp-col-idx) > 0
            move imp-col-str to imp-field-value(imp-col-def(imp-col-idx))
        end-if
    end-perform.

*> the header's names after Client, matched to fields.conf without
*> regard to case
mapHeaderColumns.
    move zeros to imp-col-table.
    move 1 to parse-ptr.
    perform 11 times
        move spaces to imp-col-str
        unstring csv-line delimited by ','
                into imp-col-str
                with pointer parse-ptr
        end-unstring
    end-perform.
    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > 10 or parse-ptr > 900
        move spaces to imp-col-str
        unstring csv-line delimited by ','
                into imp-col-str
                with pointer parse-ptr
        end-unstring
        if function trim(imp-col-str) = spaces
            exit perform
        end-if
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            if function upper-case(ws-fielddef-name(fielddef-idx))
                    = function upper-case(function trim(imp-col-str))
                move fielddef-idx to imp-col-def(imp-col-idx)
                exit perform
            end-if
        end-perform
        if imp-col-def(imp-col-idx) = 0
            display "  Column '" function trim(imp-col-str)
                    "' is not a field in fields.conf - ignored"
        end-if
    end-perform.

validateCsvRow.
    if function trim(imp-desc-str) = spaces then
    if cvt-date-bad then
        move 'invalid due date' to reject-reason
        move 'Y' to row-rejected
        exit paragraph
    end-if.

    perform validateClientCode.
    if not row-is-rejected then
        perform validateFieldValues
    end-if.

validateFieldValues.
    perform varying fielddef-idx from 1 by 1
            until fielddef-idx > ws-fielddef-count
        move imp-field-value(fielddef-idx) to fieldval-input
        perform checkFieldValue
        if not fieldval-is-valid then
            string function trim(ws-fielddef-name(fielddef-idx))
                           delimited by size
                   " " delimited by size
                   fieldval-error delimited by size
                   into reject-reason
            move 'Y' to row-rejected
            exit perform
        end-if
        move fieldval-clean to imp-field-value(fielddef-idx)
    end-perform.

*> fielddef-idx and fieldval-input in; fieldval-ok-flag, the stored
*> form in fieldval-clean and fieldval-error out - the checks todo
*> applies when the value is typed in, with dates taken in either
*> CSV form
checkFieldValue.
    move 'Y' to fieldval-ok-flag.
    move spaces to fieldval-clean, fieldval-error.
    if function trim(fieldval-input) = spaces then
        if ws-fielddef-is-required(fielddef-idx) then
            move 'N' to fieldval-ok-flag
            move "is required" to fieldval-error
        end-if
        exit paragraph
    end-if.
    move function length(function trim(fieldval-input))
            to fieldval-input-len.
    evaluate true
        when ws-fielddef-is-date(fielddef-idx)
            move function trim(fieldval-input) to cvt-input-str
            perform convertCsvDate
            if cvt-date-bad or fieldval-input-len > 10 then
                move 'N' to fieldval-ok-flag
                move "is not a real calendar date" to fieldval-error
            else
                move cvt-output-date to fieldval-clean
            end-if
        when ws-fielddef-is-yesno(fielddef-idx)
            evaluate function upper-case(function trim(fieldval-input))
                when 'Y' when 'YES'
                    move 'Y' to fieldval-clean
                when 'N' when 'NO'
                    move 'N' to fieldval-clean
                when other
                    move 'N' to fieldval-ok-flag
                    move "must be yes or no" to fieldval-error
            end-evaluate
        when ws-fielddef-is-number(fielddef-idx)
                and function test-numval(fieldval-input) not = 0
            move 'N' to fieldval-ok-flag
            move "must be a number" to fieldval-error
        when fieldval-input-len > ws-fielddef-length(fielddef-idx)
            move 'N' to fieldval-ok-flag
            string "is longer than " delimited by size
                   ws-fielddef-length(fielddef-idx) delimited by size
                   " characters" delimited by size
                   into fieldval-error
        when other
            move function trim(fieldval-input) to fieldval-clean
            if ws-fielddef-is-text(fielddef-idx)
                    and ws-fielddef-values(fielddef-idx) not = spaces then
                perform checkFieldAllowedValue
            end-if
    end-evaluate.

checkFieldAllowedValue.
    move 'N' to fieldval-ok-flag.
    move 1 to fieldval-allowed-ptr.
    perform until fieldval-allowed-ptr > 60
        move spaces to fieldval-allowed-tok
        unstring ws-fielddef-values(fielddef-idx) delimited by ','
                into fieldval-allowed-tok
                with pointer fieldval-allowed-ptr
        end-unstring
        if fieldval-allowed-tok not = spaces
                and function upper-case(function trim(fieldval-allowed-tok))
                    = function upper-case(fieldval-clean) then
            move 'Y' to fieldval-ok-flag
            move function trim(fieldval-allowed-tok) to fieldval-clean
            exit perform
        end-if
    end-perform.
    if not fieldval-is-valid then
        move "is not an allowed value" to fieldval-error
    end-if.

*> the row's own client wins; a blank one is taken from the tag
*> registry so rows exported before clients existed still bill
validateClientCode.
    move function trim(imp-client-str) to imp-client-code.
    if imp-client-code = spaces
            and function trim(imp-tag-str) not = spaces then
        initialize ws-da-defs
        move function trim(imp-tag-str) to ws-tag-name
        move 'getOne' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
        if DA_SUCCESS then
            move ws-tag-default-client to imp-client-code
        end-if
    end-if.
    if imp-client-code = spaces then
        exit paragraph
    end-if.

    initialize ws-da-defs.
    move imp-client-code to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    if not DA_SUCCESS then
        move 'unknown client code' to reject-reason
        move 'Y' to row-rejected
        exit paragraph
    end-if.
    if ws-client-is-retired then
        move 'client is retired' to reject-reason
        move 'Y' to row-rejected
    end-if.

buildTaskRec.

    move function trim(imp-tag-str) to ws-task-tag.
    move function trim(imp-owner-str) to ws-task-owner.
    move imp-client-code to ws-task-client-code.
    move 'N' to ws-task-recurrence.

    move imp-created-str to cvt-input-str.
    perform convertCsvDate.
    move cvt-output-date to ws-task-due-date.

    perform checkReviewClose.

*> a closed row whose tag needs a review sign-off arrives open, the
*> way sync_tasks brings over a completion from the other machine
checkReviewClose.
    move 'N' to review-hold-flag.
    if ws-task-status not = 'C'
        exit paragraph
    end-if.
    move 'check' to ws-rvck-action.
    move ws-task-tag to ws-rvck-task-tag.
    call 'review_check' using ws-rvck-request.
    if not ws-rvck-needs-review
        exit paragraph
    end-if.
    move 'Y' to review-hold-flag.
    move 'P' to ws-task-status.
    move 0 to ws-task-completed-at.
    if ws-task-started-at = 0
        move ws-task-created-at to ws-task-started-at
    end-if.

saveFieldValues.
    perform varying fielddef-idx from 1 by 1
            until fielddef-idx > ws-fielddef-count
        if imp-field-value(fielddef-idx) not = spaces then
            initialize ws-da-defs
            initialize ws-fieldval-rec
            move ws-task-id to ws-fieldval-task-id
            move function upper-case(ws-fielddef-name(fielddef-idx))
                    to ws-fieldval-name
            move imp-field-value(fielddef-idx) to ws-fieldval-value
            move function current-date(1:8) to ws-fieldval-updated-at
            move 'save' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
            if DA_SUCCESS
                add 1 to count-fields-saved
            end-if
        end-if
    end-perform.

*> fields.conf declares the custom fields, one per line:
*>     <name> <TEXT|NUMBER|DATE|YESNO> <length> <REQUIRED|OPTIONAL>
*>            [allowed,values,...]
*> until a header says otherwise the extra columns are taken in
*> the order the fields are declared
loadFieldDefs.
    move 0 to ws-fielddef-count.
    move zeros to imp-col-table.
    open input fields-conf-file.
    if fields-conf-status not = '00' then
        exit paragraph
    end-if.
    perform until fields-conf-status not = '00'
        read fields-conf-file next record
            at end move '10' to fields-conf-status
            not at end perform applyFieldDefLine
        end-read
    end-perform.
    close fields-conf-file.
    perform varying fielddef-idx from 1 by 1
            until fielddef-idx > ws-fielddef-count
        move fielddef-idx to imp-col-def(fielddef-idx)
    end-perform.

applyFieldDefLine.
    if fields-conf-line(1:1) = '*'
            or function trim(fields-conf-line) = spaces
            or ws-fielddef-count >= 10 then
        exit paragraph
    end-if.
    move spaces to fdl-name, fdl-type, fdl-length, fdl-required,
            fdl-values.
    unstring fields-conf-line delimited by all space
            into fdl-name, fdl-type, fdl-length, fdl-required, fdl-values
    end-unstring.
    evaluate function upper-case(fdl-type)
        when 'TEXT' move 'T' to fdl-type
        when 'NUMBER' move 'N' to fdl-type
        when 'DATE' move 'D' to fdl-type
        when 'YESNO' when 'YES-NO' move 'Y' to fdl-type
        when other exit paragraph
    end-evaluate.
    add 1 to ws-fielddef-count.
    move ws-fielddef-count to fielddef-idx.
    move fdl-name to ws-fielddef-name(fielddef-idx).
    move fdl-type to ws-fielddef-type(fielddef-idx).
    move fdl-values to ws-fielddef-values(fielddef-idx).
    if function upper-case(fdl-required) = 'REQUIRED' then
        move 'Y' to ws-fielddef-required(fielddef-idx)
    else
        move 'N' to ws-fielddef-required(fielddef-idx)
    end-if.
    move 40 to fieldval-input-len.
    if function test-numval(fdl-length) = 0 then
        move function numval(fdl-length) to fieldval-input-len
    end-if.
    if fieldval-input-len < 1 or fieldval-input-len > 40 then
        move 40 to fieldval-input-len
    end-if.
    move fieldval-input-len to ws-fielddef-length(fielddef-idx).
    evaluate true
        when ws-fielddef-is-date(fielddef-idx)
            move 8 to ws-fielddef-length(fielddef-idx)
        when ws-fielddef-is-yesno(fielddef-idx)
            move 1 to ws-fielddef-length(fielddef-idx)
    end-evaluate.

saveLongDescription.
    initialize ws-da-defs.
    move ws-task-id to ws-task-ext-task-id.
    move imp-desc-str to ws-task-ext-text.
    move 'save' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    if DA_SUCCESS
        add 1 to count-ext-saved
    end-if.

*> ------------------------------------------------------------------
*> Converts the YYYY-MM-DD column format export_tasks writes (bare
        move 0 to cvt-output-date
    end-if.

takeOpeningCounts.
    move function current-date(1:14) to run-started-at.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-tasks.
    move 'taskext' to ws-count-kind.
    move task-ext-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-task-ext.
    move 'fields' to ws-count-kind.
    move task-fields-file-name to ws-count-file-name.
    call 'count_records' using ws-count-request.
    move ws-count-result to opening-fields.

*> one ledger line per file, closing counts taken after closeFiles
writeRunLedger.
    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move row-number to ws-ledger-read.
    move count-accepted to ws-ledger-added.
    move opening-tasks to ws-ledger-before.
    move 'tasks' to ws-count-kind.
    move tasks-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-ext-saved to ws-ledger-added.
    move opening-task-ext to ws-ledger-before.
    move 'taskext' to ws-count-kind.
    move task-ext-file-name to ws-count-file-name.
    perform writeLedgerLine.

    move spaces to ws-ledger-rec.
    initialize ws-ledger-rec.
    move count-fields-saved to ws-ledger-added.
    move opening-fields to ws-ledger-before.
    move 'fields' to ws-count-kind.
    move task-fields-file-name to ws-count-file-name.
    perform writeLedgerLine.

*> the counts are in ws-ledger-rec and the file in ws-count-request
writeLedgerLine.
    move 'import_tasks' to ws-ledger-program.
    move run-started-at to ws-ledger-run-at.
    call 'count_records' using ws-count-request.
    move ws-count-result to ws-ledger-after.
    move ws-count-file-name to ledger-file-path.
    call 'run_ledger' using ws-ledger-rec, ledger-file-path.

showReport.
    display " ".
    display "-- Import Load Report --".
    display "Rows accepted: " count-accepted.
    display "Rows rejected: " count-rejected.
    display "Loaded open:   " count-review-held
            " closed row(s) awaiting a review".
