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
copy cp_field_defs replacing ==:prefix:== by ==ws-==.
copy cp_fielddef_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 csv-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(50).
01 task-ext-file-name pic X(50).
01 task-fields-file-name pic X(60).
01 fields-conf-file-name pic X(60).
01 fields-conf-status pic 99.
01 fdl-name pic X(20).
01 fdl-type pic X(10).
01 fdl-length pic X(5).
01 fdl-required pic X(10).
01 fdl-values pic X(60).
01 fielddef-idx pic 9(2).
01 csv-ptr pic 9(3).
01 csv-file-name pic X(50).
01 export-desc pic X(250).
01 ext-lookup-result pic X(10).
01 completed-str pic X(10).
01 due-str pic X(10).
01 export-count pic 9(5) value 0.
01 withheld-count pic 9(5) value 0.
01 run-by-user pic X(20).

*> ------------------------------------------------------------------
*> Standalone batch program: walks tasks-file through da_tasks the
*> same way todo.cob does, and writes a comma-delimited CSV report
*> (task id, status, description, the lifecycle and due dates,
*> priority, tag, owner and client code)
*> suitable for opening in a spreadsheet.  Any custom fields
*> declared in fields.conf follow as one extra column each, headed
*> with the field's name; text values are quoted like the
*> description and dates use the same YYYY-MM-DD form.  Private
*> and group tasks the user running the export may not see are
*> left out (task_visibility), and counted on the console.  A user
*> listed in users.data signs on first (PIN or nightly_run's
*> ticket), and each restricted row released to an admin goes on
*> the audit trail.
*> ------------------------------------------------------------------
procedure division.

    perform setFilename.
    perform signOnRunUser.
    if not ws-signon-ok
        display "export_tasks needs your PIN - nothing exported."
        move 8 to return-code
        stop run
    end-if.
    perform loadFieldDefs.
    perform openFiles.
    perform writeHeader.
    perform exportTasks.
    perform closeFiles.

    display "Exported " export-count " task(s) to " csv-file-name.
    if withheld-count > 0
        display withheld-count " restricted task(s) withheld."
    end-if.

    stop run.

            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    accept run-by-user from environment "USER".
    if function trim(run-by-user) = spaces then
        accept run-by-user from environment "LOGNAME"
    end-if.
    string data-dir delimited by spaces
            "/tasks.data"
            into tasks-file-name.
    string data-dir delimited by spaces
            "/task-ext.data" delimited by size
            into task-ext-file-name.
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
    move task-fields-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    open output csv-file.

closeFiles.
    move 'close' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    close csv-file.

writeHeader.
    move "Task ID,Status,Description,Created,Started,Completed,Due,Priority,Tag,Owner,Client" to csv-line.
    move 83 to csv-ptr.
    perform varying fielddef-idx from 1 by 1
            until fielddef-idx > ws-fielddef-count
        string ',' delimited by size
               function trim(ws-fielddef-name(fielddef-idx))
                       delimited by size
               into csv-line
               with pointer csv-ptr
        end-string
    end-perform.
    write csv-line.

exportTasks.
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        perform checkTaskVisible
        if ws-vis-can-see
            perform writeCsvRow
            perform logAdminView
        else
            add 1 to withheld-count
        end-if
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec
    end-perform.

checkTaskVisible.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.

*> the USER/LOGNAME name is only a claim, and it decides which
*> restricted tasks go into the file
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-by-user to ws-signon-user.
    move 'export_tasks' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

logAdminView.
    if ws-vis-seen-as-admin
        move 'logView' to ws-vis-action
        call 'task_visibility' using ws-vis-request
    end-if.

writeCsvRow.
    *> a long description lives in the extended file - prefer it
    move ws-task-description to export-desc.
           function trim(ws-task-tag) delimited by size
           ',' delimited by size
           function trim(ws-task-owner) delimited by size
           ',' delimited by size
           function trim(ws-task-client-code) delimited by size
           into csv-line.
    if ws-fielddef-count > 0
        perform appendFieldColumns
    end-if.
    write csv-line.
    add 1 to export-count.

appendFieldColumns.
    move function length(function trim(csv-line, trailing)) to csv-ptr.
    add 1 to csv-ptr.
    perform varying fielddef-idx from 1 by 1
            until fielddef-idx > ws-fielddef-count
        initialize ws-da-defs
        initialize ws-fieldval-rec
        move ws-task-id to ws-fieldval-task-id
        move function upper-case(ws-fielddef-name(fielddef-idx))
                to ws-fieldval-name
        move 'getOne' to ws-file-action
        call 'da_fields' using ws-da-defs, ws-fieldval-rec
        if not DA_SUCCESS
            move spaces to ws-fieldval-value
        end-if
        evaluate true
            when ws-fieldval-value = spaces
                string ',' delimited by size
                       into csv-line with pointer csv-ptr
                end-string
            when ws-fielddef-is-date(fielddef-idx)
                move ws-fieldval-value(1:8) to fmt-input-date
                perform formatDate
                string ',' delimited by size
                       fmt-output-str delimited by size
                       into csv-line with pointer csv-ptr
                end-string
            when ws-fielddef-is-text(fielddef-idx)
                string ',"' delimited by size
                       function trim(ws-fieldval-value) delimited by size
                       '"' delimited by size
                       into csv-line with pointer csv-ptr
                end-string
            when other
                string ',' delimited by size
                       function trim(ws-fieldval-value) delimited by size
                       into csv-line with pointer csv-ptr
                end-string
        end-evaluate
    end-perform.

*> fields.conf declares the custom fields, one per line:
*>     <name> <TEXT|NUMBER|DATE|YESNO> <length> <REQUIRED|OPTIONAL>
*>            [allowed,values,...]
*> only the names and types matter to the export
loadFieldDefs.
    move 0 to ws-fielddef-count.
    open input fields-conf-file.
    if fields-conf-status not = '00'
        exit paragraph
    end-if.
    perform until fields-conf-status not = '00'
        read fields-conf-file next record
            at end move '10' to fields-conf-status
            not at end perform applyFieldDefLine
        end-read
    end-perform.
    close fields-conf-file.

applyFieldDefLine.
    if fields-conf-line(1:1) = '*'
            or function trim(fields-conf-line) = spaces
            or ws-fielddef-count >= 10
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

formatDate.
    if fmt-input-date = 0 then
        move spaces to fmt-output-str
