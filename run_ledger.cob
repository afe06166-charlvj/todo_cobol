        >> SOURCE FORMAT IS FREE

identification division.
program-id. run_ledger.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select ledger-file assign to ledger-file-name
       organization is line sequential
          file status is ledger-file-status.


data division.

file section.
fd ledger-file.
01 ledger-line pic X(150).


working-storage section.

01 data-dir pic X(50).
01 ledger-file-name pic X(60).
01 ledger-file-status pic 99.
01 env-run-id pic X(14).
01 env-run-step pic X(2).
01 path-idx pic 9(3).
01 path-start pic 9(3).

linkage section.

copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.
01 ledger-file-path pic X(80).


*> ------------------------------------------------------------------
*> Appends one run-control line to ~/.todo_cobol/run-ledger.data for
*> a batch that has finished with a data file.  The caller fills the
*> program name, its run stamp and the read/added/changed/removed
*> and before/after counts, and passes the file's full path; the
*> ledger keeps only the file name.  Under nightly_run the chain's
*> run id and the step number come from TODO_RUN_ID / TODO_RUN_STEP,
*> which nightly_run sets before each step; run by hand they are 0.
*> ------------------------------------------------------------------
procedure division using ws-ledger-rec, ledger-file-path.

    move 0 to ws-ledger-run-id, ws-ledger-step.
    move spaces to env-run-id, env-run-step.
    accept env-run-id from environment "TODO_RUN_ID".
    if env-run-id is numeric
        move env-run-id to ws-ledger-run-id
        accept env-run-step from environment "TODO_RUN_STEP"
        if env-run-step is numeric
            move env-run-step to ws-ledger-step
        end-if
    end-if.
    if ws-ledger-run-at = 0
        move function current-date(1:14) to ws-ledger-run-at
    end-if.

    move 1 to path-start.
    perform varying path-idx from 1 by 1 until path-idx > 80
        if ledger-file-path(path-idx:1) = '/'
            compute path-start = path-idx + 1
        end-if
    end-perform.
    move spaces to ws-ledger-file.
    if path-start <= 80
        move ledger-file-path(path-start:) to ws-ledger-file
    end-if.

    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    move spaces to ledger-file-name.
    string data-dir delimited by spaces
            "/run-ledger.data" delimited by size
            into ledger-file-name.
    open extend ledger-file.
    if ledger-file-status = '35'
        open output ledger-file
    end-if.
    if ledger-file-status < '10'
        move ws-ledger-rec to ledger-line
        write ledger-line
        close ledger-file
    else
        display "WARNING: could not write the run ledger - status "
                ledger-file-status
    end-if.

    goback.
