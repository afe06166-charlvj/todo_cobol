        >> SOURCE FORMAT IS FREE

identification division.
program-id. balance_run.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select ledger-file assign to ledger-file-name
       organization is line sequential
          file status is ledger-file-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd ledger-file.
01 ledger-line pic X(150).

fd report-file.
01 report-line pic X(132).


working-storage section.

copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 ledger-file-name pic X(60).
01 ledger-file-status pic 99.
01 report-file-name pic X(80).
01 report-file-status pic 99.
01 arg-line pic X(40).
01 env-run-id pic X(14).
01 balance-run-id pic 9(14) value 0.
01 latest-run-id pic 9(14) value 0.
01 ledger-lines-read pic 9(7) value 0.
01 run-lines pic 9(5) value 0.

*> one row per data file the night's steps touched, carried from
*> step to step: the opening count the night started from, what
*> the steps added and removed, and where the last step left it
01 file-table.
      05 file-entry occurs 100 times.
            10 fb-file pic X(40).
            10 fb-opening pic 9(7).
            10 fb-added pic 9(8).
            10 fb-removed pic 9(8).
            10 fb-changed pic 9(8).
            10 fb-closing pic 9(7).
            10 fb-last-step pic 9(2).
            10 fb-last-program pic X(20).
            10 fb-steps pic 9(3).
            10 fb-fault pic X.
                88 fb-out-of-balance value 'Y'.
01 file-count pic 9(3) value 0.
01 file-idx pic 9(3).
01 file-found pic X.
    88 file-in-table value 'Y'.
01 file-table-full pic X value 'N'.
    88 file-table-overflowed value 'Y'.

01 expected-count pic S9(8).
01 difference-count pic S9(8).
01 night-expected pic S9(9).
01 fault-count pic 9(5) value 0.

01 step-print pic Z9.
01 count-print pic ZZZZZZ9.
01 opening-print pic ZZZZZZ9.
01 added-print pic ZZZZZZZ9.
01 removed-print pic ZZZZZZZ9.
01 changed-print pic ZZZZZZZ9.
01 closing-print pic ZZZZZZ9.
01 expected-print pic -ZZZZZZZ9.
01 difference-print pic +(7)9.
01 verdict-print pic X(14).


*> ------------------------------------------------------------------
*> Standalone batch program: balances one nightly chain run from the
*> run-control ledger the batches append to (run-ledger.data, see
*> cp_ledger_defs).  For every ledger line of the run, in the order
*> the steps wrote them:
*>   - the step's own figures must balance: opening count + added
*>     - removed = closing count for the file it touched;
*>   - the file must open where the previous step left it - a
*>     different opening count means the file changed between two
*>     steps, outside the chain;
*> and for each file over the whole night, the first opening count
*> plus everything added less everything removed must come to the
*> last closing count.  Any difference names the step it showed up
*> in and sets return code 8, so nightly_run - which runs this after
*> every step - stops the chain there.
*> With no argument the run is the one named by TODO_RUN_ID (set by
*> nightly_run), otherwise the latest run in the ledger.
*>
*> Usage:  balance_run [run-id]
*> Output: ~/.todo_cobol/balance-<run-id>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform chooseRunId.
    if balance-run-id = 0
        display "The run ledger holds no nightly chain runs -"
                " nothing to balance."
        stop run
    end-if.
    string data-dir delimited by spaces
            "/balance-" delimited by size
            balance-run-id delimited by size
            ".txt" delimited by size
            into report-file-name.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        move 8 to return-code
        stop run
    end-if.
    perform writeHeading.
    perform balanceLedger.
    perform writeNightTotals.
    close report-file.

    if fault-count > 0
        display "Run " balance-run-id " is OUT OF BALANCE: "
                fault-count " difference(s) - see "
                function trim(report-file-name)
        move 8 to return-code
    else
        display "Run " balance-run-id " balances: " file-count
                " file(s) over " run-lines " ledger line(s)."
    end-if.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/run-ledger.data" delimited by size
            into ledger-file-name.

chooseRunId.
    accept arg-line from command-line.
    if function trim(arg-line) not = spaces
        if function trim(arg-line) is not numeric
                or function length(function trim(arg-line)) not = 14
            display "Usage: balance_run [run-id]  (yyyymmddhhmmss)"
            stop run
        end-if
        move function trim(arg-line) to balance-run-id
        exit paragraph
    end-if.
    move spaces to env-run-id.
    accept env-run-id from environment "TODO_RUN_ID".
    if env-run-id is numeric
        move env-run-id to balance-run-id
        exit paragraph
    end-if.
    open input ledger-file.
    if ledger-file-status not = '00'
        exit paragraph
    end-if.
    perform until ledger-file-status not = '00'
        read ledger-file next record
            at end move '10' to ledger-file-status
            not at end
                move ledger-line to ws-ledger-rec
                if ws-ledger-run-id is numeric
                        and ws-ledger-run-id > latest-run-id
                    move ws-ledger-run-id to latest-run-id
                end-if
        end-read
    end-perform.
    close ledger-file.
    move latest-run-id to balance-run-id.

balanceLedger.
    open input ledger-file.
    if ledger-file-status not = '00'
        move "  (no run ledger on file)" to report-line
        write report-line
        exit paragraph
    end-if.
    perform until ledger-file-status not = '00'
        read ledger-file next record
            at end move '10' to ledger-file-status
            not at end
                add 1 to ledger-lines-read
                move ledger-line to ws-ledger-rec
                if ws-ledger-run-id is numeric
                        and ws-ledger-run-id = balance-run-id
                    perform balanceOneLine
                end-if
        end-read
    end-perform.
    close ledger-file.
    if run-lines = 0
        move "  (no ledger lines for this run)" to report-line
        write report-line
    end-if.

balanceOneLine.
    add 1 to run-lines.
    perform findFileEntry.
    if file-table-overflowed
        exit paragraph
    end-if.
    perform writeStepLine.

    *> the file must open where the last step left it
    if fb-steps(file-idx) > 0
            and ws-ledger-before not = fb-closing(file-idx)
        compute difference-count =
                ws-ledger-before - fb-closing(file-idx)
        perform writeGapFault
    end-if.
    if fb-steps(file-idx) = 0
        move ws-ledger-before to fb-opening(file-idx)
    end-if.

    *> and the step's own figures must add up
    compute expected-count = ws-ledger-before + ws-ledger-added
            - ws-ledger-removed.
    if expected-count not = ws-ledger-after
        compute difference-count = ws-ledger-after - expected-count
        perform writeStepFault
    end-if.

    add 1 to fb-steps(file-idx).
    add ws-ledger-added to fb-added(file-idx).
    add ws-ledger-removed to fb-removed(file-idx).
    add ws-ledger-changed to fb-changed(file-idx).
    move ws-ledger-after to fb-closing(file-idx).
    move ws-ledger-step to fb-last-step(file-idx).
    move ws-ledger-program to fb-last-program(file-idx).

findFileEntry.
    move 'N' to file-found.
    perform varying file-idx from 1 by 1 until file-idx > file-count
        if fb-file(file-idx) = ws-ledger-file
            move 'Y' to file-found
            exit perform
        end-if
    end-perform.
    if file-in-table
        exit paragraph
    end-if.
    if file-count >= 100
        move 'Y' to file-table-full
        exit paragraph
    end-if.
    add 1 to file-count.
    move file-count to file-idx.
    initialize file-entry(file-idx).
    move ws-ledger-file to fb-file(file-idx).
    move 'N' to fb-fault(file-idx).

writeHeading.
    move spaces to report-line.
    string "-- Run Balance -- chain run " delimited by size
           balance-run-id delimited by size
           " (balanced " delimited by size
           function current-date(1:14) delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move "-- Steps --" to report-line.
    write report-line.
    move "  Step Program              File                        Opening     Added   Removed   Changed Closing"
            to report-line.
    write report-line.

writeStepLine.
    move ws-ledger-step to step-print.
    move ws-ledger-before to opening-print.
    move ws-ledger-added to added-print.
    move ws-ledger-removed to removed-print.
    move ws-ledger-changed to changed-print.
    move ws-ledger-after to closing-print.
    move spaces to report-line.
    string "  " delimited by size
           step-print delimited by size
           "   " delimited by size
           ws-ledger-program delimited by size
           " " delimited by size
           ws-ledger-file(1:26) delimited by size
           " " delimited by size
           opening-print delimited by size
           " " delimited by size
           added-print delimited by size
           " " delimited by size
           removed-print delimited by size
           " " delimited by size
           changed-print delimited by size
           " " delimited by size
           closing-print delimited by size
           into report-line.
    write report-line.

*> the step's closing count is not what its own figures say
writeStepFault.
    add 1 to fault-count.
    move 'Y' to fb-fault(file-idx).
    move ws-ledger-step to step-print.
    move expected-count to expected-print.
    move difference-count to difference-print.
    move ws-ledger-after to closing-print.
    move spaces to report-line.
    string "  ** OUT OF BALANCE at step " delimited by size
           function trim(step-print) delimited by size
           " (" delimited by size
           function trim(ws-ledger-program) delimited by size
           "): " delimited by size
           function trim(ws-ledger-file) delimited by size
           " should close at " delimited by size
           function trim(expected-print) delimited by size
           " but closed at " delimited by size
           function trim(closing-print) delimited by size
           " (" delimited by size
           function trim(difference-print) delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    display function trim(report-line).

*> the file moved between the last step that touched it and this one
writeGapFault.
    add 1 to fault-count.
    move 'Y' to fb-fault(file-idx).
    move ws-ledger-step to step-print.
    move difference-count to difference-print.
    move fb-closing(file-idx) to closing-print.
    move ws-ledger-before to opening-print.
    move spaces to report-line.
    string "  ** OUT OF BALANCE before step " delimited by size
           function trim(step-print) delimited by size
           " (" delimited by size
           function trim(ws-ledger-program) delimited by size
           "): " delimited by size
           function trim(ws-ledger-file) delimited by size
           " left at " delimited by size
           function trim(closing-print) delimited by size
           " by " delimited by size
           function trim(fb-last-program(file-idx)) delimited by size
           ", opened at " delimited by size
           function trim(opening-print) delimited by size
           " (" delimited by size
           function trim(difference-print) delimited by size
           " outside the chain)" delimited by size
           into report-line.
    write report-line.
    display function trim(report-line).

writeNightTotals.
    move spaces to report-line.
    write report-line.
    move "-- The Night by File --" to report-line.
    write report-line.
    move "  File                                      Opening     Added   Removed Closing  Verdict"
            to report-line.
    write report-line.
    perform varying file-idx from 1 by 1 until file-idx > file-count
        perform writeNightLine
    end-perform.
    if file-count = 0
        move "  (no files)" to report-line
        write report-line
    end-if.
    if file-table-overflowed
        move "  WARNING: more than 100 files in one run - the rest"
                to report-line
        write report-line
        move "  were not balanced." to report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  Ledger lines for the run: " delimited by size
           run-lines delimited by size
           "   differences: " delimited by size
           fault-count delimited by size
           into report-line.
    write report-line.

*> a step fault or a gap already breaks the night's sum; the sum is
*> still checked on its own so the verdict never rests on the steps
writeNightLine.
    compute night-expected = fb-opening(file-idx) + fb-added(file-idx)
            - fb-removed(file-idx).
    if night-expected not = fb-closing(file-idx)
            and not fb-out-of-balance(file-idx)
        add 1 to fault-count
        move 'Y' to fb-fault(file-idx)
    end-if.
    if fb-out-of-balance(file-idx)
        move "OUT OF BALANCE" to verdict-print
    else
        move "balanced" to verdict-print
    end-if.
    move fb-opening(file-idx) to opening-print.
    move fb-added(file-idx) to added-print.
    move fb-removed(file-idx) to removed-print.
    move fb-closing(file-idx) to closing-print.
    move spaces to report-line.
    string "  " delimited by size
           fb-file(file-idx) delimited by size
           " " delimited by size
           opening-print delimited by size
           " " delimited by size
           added-print delimited by size
           " " delimited by size
           removed-print delimited by size
           " " delimited by size
           closing-print delimited by size
           "  " delimited by size
           verdict-print delimited by size
           into report-line.
    write report-line.
