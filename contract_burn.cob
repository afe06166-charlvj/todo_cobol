        >> SOURCE FORMAT IS FREE

identification division.
program-id. contract_burn.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select statement-file assign to statement-file-name
       organization is line sequential
          file status is statement-file-status.
      select history-file assign to history-file-name
       organization is indexed
          access mode is dynamic
          record key is hist-task-id
          file status is history-file-status.


data division.

file section.
fd project-registry-file.
01 project-registry-line pic X(20).

fd statement-file.
01 statement-line pic X(132).

fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.
copy cp_contract_defs replacing ==:prefix:== by ==ws-==.

01 project-registry-status pic 99.
01 statement-file-status pic 99.
01 history-file-status pic 99.
01 data-dir pic X(50).
01 project-registry-name pic X(60).
01 tag-registry-file-name pic X(60).
01 clients-file-name pic X(60).
01 contracts-file-name pic X(60).
01 history-file-name pic X(60).
01 tasks-file-name pic X(80).
01 work-log-file-name pic X(80).
01 invoices-dir pic X(60).
01 statement-file-name pic X(120).
01 month-arg pic X(10).
01 report-month pic 9(6).
01 month-start-date pic 9(8).
01 month-end-date pic 9(8).
01 next-month-date pic 9(8).
01 today-date pic 9(8).

01 project-table.
      05 project-name-entry occurs 50 times pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).

01 contract-table.
      05 contract-entry occurs 100 times.
            10 ct-client pic X(10).
            10 ct-from pic 9(8).
            10 ct-to pic 9(8).
            10 ct-hours pic 9(5)v9(2).
            10 ct-warn-pct pic 9(3).
            10 ct-reference pic X(30).
            10 ct-used-before pic 9(7)v9(2).
            10 ct-used-month pic 9(7)v9(2).
01 contract-count pic 9(3) value 0.
01 contract-max pic 9(3) value 100.
01 contract-idx pic 9(3).

01 tag-client-table.
      05 tag-client-entry occurs 200 times.
            10 tc-tag pic X(20).
            10 tc-client pic X(10).
01 tag-client-count pic 9(3) value 0.
01 tag-client-idx pic 9(3).

01 task-client-table.
      05 task-client-entry occurs 5000 times.
            10 tk-task-id pic 9(7).
            10 tk-client pic X(10).
01 task-client-count pic 9(4) value 0.
01 task-client-max pic 9(4) value 5000.
01 task-client-idx pic 9(4).
01 task-client pic X(10).

01 usage-table.
      05 usage-entry occurs 1000 times.
            10 us-contract pic 9(3).
            10 us-user pic X(20).
            10 us-hours pic 9(6)v9(2).
01 usage-count pic 9(4) value 0.
01 usage-max pic 9(4) value 1000.
01 usage-idx pic 9(4).
01 usage-found pic X.
    88 usage-in-table value 'Y'.

01 opening-balance pic S9(7)v9(2).
01 closing-balance pic S9(7)v9(2).
01 hours-print pic zzzzz9.99.
01 balance-print pic -(6)9.99.
01 pct-print pic zzzz9.
01 used-pct pic 9(5).
01 statement-written-count pic 9(3) value 0.

*> ------------------------------------------------------------------
*> Standalone batch program for month end: a burn statement for
*> every contract hour budget (contracts.data, via da_contracts)
*> that runs during the month.  Each statement shows the hours
*> purchased, the balance at the start of the month (or the whole
*> block, if it starts this month), the month's hours by user, and
*> the balance carried forward - negative once the block is
*> overrun.  Hours count against a block when they are booked on a
*> task billed to the client (the task's own client code, or its
*> tag's default client) between the block's valid-from and
*> valid-to dates, in the work log of any project in projects.data
*> or the default project; tasks purged to tasks-history.data still
*> count.  Statements go to ~/.todo_cobol/invoices/
*> beside the invoices.
*>
*> Usage:  contract_burn [yyyymm]     (defaults to current month)
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform setReportMonth.
    perform loadContracts.
    if contract-count = 0
        display "No contract block runs during " report-month "."
        stop run
    end-if.
    perform loadTagClients.
    perform loadProjectTable.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform tallyProject
    end-perform.
    perform writeStatements.

    display "Burn statements for " report-month " complete: "
            statement-written-count " statement(s) written to "
            function trim(invoices-dir) ".".

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/tag-registry.data" delimited by size
            into tag-registry-file-name.
    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.
    string data-dir delimited by spaces
            "/contracts.data" delimited by size
            into contracts-file-name.
    string data-dir delimited by spaces
            "/tasks-history.data" delimited by size
            into history-file-name.
    string data-dir delimited by spaces
            "/invoices" delimited by size
            into invoices-dir.
    call 'CBL_CREATE_DIR' using invoices-dir.
    move function current-date(1:8) to today-date.

setReportMonth.
    accept month-arg from command-line.
    if function trim(month-arg) = spaces then
        move function current-date(1:6) to report-month
    else
        if function trim(month-arg) is not numeric
            display "Usage: contract_burn [yyyymm]"
            stop run
        end-if
        move function numval(month-arg) to report-month
    end-if.
    compute month-start-date = report-month * 100 + 1.
    if report-month(5:2) = '12'
        compute next-month-date = (report-month + 89) * 100 + 1
    else
        compute next-month-date = (report-month + 1) * 100 + 1
    end-if.
    compute month-end-date = function date-of-integer(
            function integer-of-date(next-month-date) - 1).

*> only the blocks that are live at some point in the month
loadContracts.
    initialize ws-da-defs.
    move contracts-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_contracts' using ws-da-defs, ws-contract-rec.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_contracts' using ws-da-defs, ws-contract-rec.
    perform until not DA_SUCCESS
        if ws-contract-valid-from <= month-end-date
                and ws-contract-valid-to >= month-start-date
                and contract-count < contract-max
            add 1 to contract-count
            initialize contract-entry(contract-count)
            move ws-contract-client-code to ct-client(contract-count)
            move ws-contract-valid-from to ct-from(contract-count)
            move ws-contract-valid-to to ct-to(contract-count)
            move ws-contract-hours to ct-hours(contract-count)
            move ws-contract-warn-pct to ct-warn-pct(contract-count)
            move ws-contract-reference to ct-reference(contract-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_contracts' using ws-da-defs, ws-contract-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_contracts' using ws-da-defs, ws-contract-rec.

loadTagClients.
    initialize ws-da-defs.
    move tag-registry-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.
    perform until not DA_SUCCESS
        if function trim(ws-tag-default-client) not = spaces
                and tag-client-count < 200
            add 1 to tag-client-count
            move ws-tag-name to tc-tag(tag-client-count)
            move ws-tag-default-client to tc-client(tag-client-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_tags' using ws-da-defs, ws-tag-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tags' using ws-da-defs, ws-tag-rec.

loadProjectTable.
    move 1 to project-count.
    move 'default' to project-name-entry(1).
    open input project-registry-file.
    if project-registry-status not = '00'
        exit paragraph
    end-if.
    perform until project-registry-status not = '00'
        read project-registry-file next record
            at end move '10' to project-registry-status
            not at end
                if function trim(project-registry-line) not = spaces
                        and project-count < 50
                    add 1 to project-count
                    move project-registry-line
                            to project-name-entry(project-count)
                end-if
        end-read
    end-perform.
    close project-registry-file.

setProjectFilenames.
    move spaces to tasks-file-name, work-log-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/work-log.data" delimited by size
                into work-log-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/work-log-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into work-log-file-name
    end-if.

*> task ids are unique across projects, so one table of the tasks
*> billed to a contract client serves the whole run
tallyProject.
    perform setProjectFilenames.

    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        perform noteContractTask
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if current-project = 'default'
        perform noteHistoryTasks
    end-if.

    initialize ws-da-defs.
    move work-log-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    perform until not DA_SUCCESS
        if ws-worklog-date <= month-end-date
            perform tallyOneBooking
        end-if
        move 'getNext' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

noteContractTask.
    move ws-task-client-code to task-client.
    if function trim(task-client) = spaces
        perform varying tag-client-idx from 1 by 1
                until tag-client-idx > tag-client-count
            if tc-tag(tag-client-idx) = ws-task-tag
                move tc-client(tag-client-idx) to task-client
                exit perform
            end-if
        end-perform
    end-if.
    if function trim(task-client) = spaces
        exit paragraph
    end-if.
    perform varying contract-idx from 1 by 1
            until contract-idx > contract-count
        if ct-client(contract-idx) = task-client
            if task-client-count < task-client-max
                add 1 to task-client-count
                move ws-task-id to tk-task-id(task-client-count)
                move task-client to tk-client(task-client-count)
            else
                display "WARNING: more than " task-client-max
                        " contract task(s) - task " ws-task-id
                        " left out."
            end-if
            exit perform
        end-if
    end-perform.

*> purge_tasks archives the default project's rows into
*> tasks-history.data; their work-log entries stay behind and
*> still burn the block
noteHistoryTasks.
    open input history-file.
    if history-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to hist-task-id.
    start history-file key is greater than hist-task-id
        invalid key move '10' to history-file-status
    end-start.
    perform until history-file-status not = '00'
        read history-file next record
            at end move '10' to history-file-status
            not at end
                move hist-task-rec to ws-task-rec
                perform noteContractTask
        end-read
    end-perform.
    close history-file.

tallyOneBooking.
    move spaces to task-client.
    perform varying task-client-idx from 1 by 1
            until task-client-idx > task-client-count
        if tk-task-id(task-client-idx) = ws-worklog-task-id
            move tk-client(task-client-idx) to task-client
            exit perform
        end-if
    end-perform.
    if task-client = spaces
        exit paragraph
    end-if.

    perform varying contract-idx from 1 by 1
            until contract-idx > contract-count
        if ct-client(contract-idx) = task-client
                and ct-from(contract-idx) <= ws-worklog-date
                and ct-to(contract-idx) >= ws-worklog-date
            if ws-worklog-date < month-start-date
                add ws-worklog-hours to ct-used-before(contract-idx)
            else
                add ws-worklog-hours to ct-used-month(contract-idx)
                perform tallyUsageUser
            end-if
            exit perform
        end-if
    end-perform.

tallyUsageUser.
    move 'N' to usage-found.
    perform varying usage-idx from 1 by 1 until usage-idx > usage-count
        if us-contract(usage-idx) = contract-idx
                and us-user(usage-idx) = ws-worklog-user
            move 'Y' to usage-found
            exit perform
        end-if
    end-perform.
    if not usage-in-table
        if usage-count < usage-max
            add 1 to usage-count
            move usage-count to usage-idx
            initialize usage-entry(usage-idx)
            move contract-idx to us-contract(usage-idx)
            move ws-worklog-user to us-user(usage-idx)
        else
            exit paragraph
        end-if
    end-if.
    add ws-worklog-hours to us-hours(usage-idx).

writeStatements.
    initialize ws-da-defs.
    move clients-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

    perform varying contract-idx from 1 by 1
            until contract-idx > contract-count
        perform writeOneStatement
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.

writeOneStatement.
    initialize ws-da-defs.
    initialize ws-client-rec.
    move ct-client(contract-idx) to ws-client-code.
    move 'getOne' to ws-file-action.
    call 'da_clients' using ws-da-defs, ws-client-rec.
    if not DA_SUCCESS
        move ct-client(contract-idx) to ws-client-name
    end-if.

    move spaces to statement-file-name.
    string invoices-dir delimited by spaces
            "/burn-" delimited by size
            function trim(ct-client(contract-idx)) delimited by size
            "-" delimited by size
            ct-from(contract-idx) delimited by size
            "-" delimited by size
            report-month delimited by size
            ".txt" delimited by size
            into statement-file-name.
    open output statement-file.
    if statement-file-status not = '00'
        display "Could not write burn statement for "
                function trim(ct-client(contract-idx))
                " - status " statement-file-status
        exit paragraph
    end-if.

    compute opening-balance
            = ct-hours(contract-idx) - ct-used-before(contract-idx).
    compute closing-balance
            = opening-balance - ct-used-month(contract-idx).

    move spaces to statement-line.
    string "CONTRACT HOURS STATEMENT - " delimited by size
           function trim(ws-client-name) delimited by size
           " - period " delimited by size
           report-month delimited by size
           " - issued " delimited by size
           today-date delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.
    move spaces to statement-line.
    string "  Client:   " delimited by size
           function trim(ct-client(contract-idx)) delimited by size
           "    Contract ref: " delimited by size
           function trim(ct-reference(contract-idx)) delimited by size
           into statement-line.
    write statement-line.
    move ct-hours(contract-idx) to hours-print.
    move spaces to statement-line.
    string "  Block:    " delimited by size
           hours-print delimited by size
           " hour(s) valid " delimited by size
           ct-from(contract-idx) delimited by size
           " to " delimited by size
           ct-to(contract-idx) delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.

    move opening-balance to balance-print.
    move spaces to statement-line.
    if ct-from(contract-idx) >= month-start-date
        string "  Opening balance (block starts " delimited by size
               ct-from(contract-idx) delimited by size
               "): " delimited by size
               balance-print delimited by size
               into statement-line
    else
        string "  Opening balance " delimited by size
               month-start-date delimited by size
               ":            " delimited by size
               balance-print delimited by size
               into statement-line
    end-if.
    write statement-line.
    move spaces to statement-line.
    write statement-line.

    move "   Used by                |     Hours" to statement-line.
    write statement-line.
    move "  ------------------------+----------" to statement-line.
    write statement-line.
    perform varying usage-idx from 1 by 1 until usage-idx > usage-count
        if us-contract(usage-idx) = contract-idx
            move us-hours(usage-idx) to hours-print
            move spaces to statement-line
            string "   " delimited by size
                   us-user(usage-idx) delimited by size
                   "   | " delimited by size
                   hours-print delimited by size
                   into statement-line
            write statement-line
        end-if
    end-perform.
    move ct-used-month(contract-idx) to hours-print.
    move spaces to statement-line.
    string "   Month total              | " delimited by size
           hours-print delimited by size
           into statement-line.
    write statement-line.
    move spaces to statement-line.
    write statement-line.

    move closing-balance to balance-print.
    move spaces to statement-line.
    string "  Closing balance " delimited by size
           month-end-date delimited by size
           ":            " delimited by size
           balance-print delimited by size
           into statement-line.
    write statement-line.
    compute used-pct = (ct-used-before(contract-idx)
            + ct-used-month(contract-idx)) * 100 / ct-hours(contract-idx).
    move used-pct to pct-print.
    move spaces to statement-line.
    evaluate true
        when closing-balance < 0
            string "  BLOCK OVERRUN - " delimited by size
                   function trim(pct-print) delimited by size
                   "% of the purchased hours used." delimited by size
                   into statement-line
        when used-pct >= ct-warn-pct(contract-idx)
            string "  " delimited by size
                   function trim(pct-print) delimited by size
                   "% used - past the warning level; time to talk"
                           delimited by size
                   " about the next block." delimited by size
                   into statement-line
        when other
            string "  " delimited by size
                   function trim(pct-print) delimited by size
                   "% of the purchased hours used." delimited by size
                   into statement-line
    end-evaluate.
    write statement-line.

    close statement-file.
    add 1 to statement-written-count.
