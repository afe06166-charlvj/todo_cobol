01 runbook-line pic X(80).

fd state-file.
01 state-line pic X(60).

fd runlog-file.
01 runlog-line pic X(100).
01 cmd-arg pic X(20).
01 delete-status pic S9(9) comp-5.
01 steps-run-count pic 9(2) value 0.
*> the run id ties every ledger line the steps write to this night;
*> it survives a resume so the balancing sees the whole night
01 chain-run-id pic 9(14) value 0.
01 state-run-id pic 9(14) value 0.
01 state-stop-reason pic X value space.
    88 state-stopped-unbalanced value 'B'.
01 stop-reason pic X value 'F'.
    88 stopped-on-failure value 'F'.
    88 stopped-unbalanced value 'B'.
01 resume-step pic 9(2).
01 balance-command pic X(40).
01 env-step pic 9(2).
01 step-return-code pic S9(9) comp-5.

copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

*> ------------------------------------------------------------------
*> The nightly runbook driver: runs the maintenance chain in the
*> order listed in ~/.todo_cobol/runbook.conf (one program name per
*> line; the shipped default is preflight, backup_tasks, purge_tasks,
*> assign_queues, escalate_tasks, remind_tasks, stats_snapshot,
*> verify_data, verify_audit, security_report),
*> recording every step's start, end and outcome in runbook.log.
*> When a step fails the chain stops and the failed step's number
*> is left in runbook.state; the next invocation resumes FROM that
*> step instead of re-running the completed ones, so a crash in
*> the middle never means re-running backup and purge and doubling
*> the batch window.  A clean run clears the state file.
*> preflight comes first so a bad line in any configuration file
*> stops the chain before a single data file has been touched.
*> The user running the chain signs on once, at the start; the steps
*> that want a PIN (purge_tasks) take a run ticket instead of
*> prompting.  Each step gets its own ticket, issued for this run id
*> and step just before the step starts and withdrawn as soon as it
*> ends, whether it worked or failed; a ticket left behind by a run
*> that was killed is withdrawn before the next run signs on, and
*> lapses a few minutes after issue in any case.
*> Every chain run gets a run id (its start stamp), passed to the
*> steps as TODO_RUN_ID with the step number as TODO_RUN_STEP, so
*> the run-control lines the batches write to run-ledger.data carry
*> it.  After each step balance_run checks the night so far: for
*> every data file, opening count + added - removed = closing count,
*> step by step and across the night.  A file out of balance stops
*> the chain there, naming the step, with runbook.state pointing at
*> the next step; resuming after that starts a fresh run id, so the
*> balancing picks up from the files as they were left.
*>
*> Usage:  nightly_run            run (or resume after a failure)
*>         nightly_run restart    ignore the saved state, run all
            move state-next-step to start-step
            display "Resuming the chain from step " start-step
                    " (" function trim(step-entry(start-step)) ")."
            if state-run-id > 0 and not state-stopped-unbalanced
                move state-run-id to chain-run-id
            end-if
        end-if
    end-if.
    if chain-run-id = 0
        move function current-date(1:14) to chain-run-id
    end-if.
    display "Chain run id " chain-run-id "."
    display "TODO_RUN_ID" upon environment-name.
    display chain-run-id upon environment-value.

    perform signOnChain.
    perform runChain.
    perform revokeTicket.

    if chain-has-failed and stopped-unbalanced
        display "Chain stopped after step " step-idx " ("
                function trim(current-step-name)
                "): the data files are out of balance - see"
                " balance-" chain-run-id ".txt. Resolve the"
                " difference and run nightly_run again to resume"
                " with the next step."
        move 8 to return-code
    end-if.
    if chain-has-failed and stopped-on-failure
        display "Chain stopped at step " step-idx " ("
                function trim(current-step-name)
                "). Fix the fault and run nightly_run again to"
                " resume from it."
    end-if.
    if not chain-has-failed
        perform clearState
        display "Nightly chain complete: " steps-run-count
                " step(s) run."
    move "* nightly runbook - one program per line, run in order"
            to runbook-line.
    write runbook-line.
    move "preflight" to runbook-line.
    write runbook-line.
    move "backup_tasks" to runbook-line.
    write runbook-line.
    move "purge_tasks" to runbook-line.
    write runbook-line.
    move "assign_queues" to runbook-line.
    write runbook-line.
    move "escalate_tasks" to runbook-line.
    write runbook-line.
    move "remind_tasks" to runbook-line.
    write runbook-line.
    move "verify_data" to runbook-line.
    write runbook-line.
    move "verify_audit" to runbook-line.
    write runbook-line.
    move "security_report" to runbook-line.
    write runbook-line.
    close runbook-file.

*> runbook.state: <next step> <run id> <F failed | B unbalanced>
*> <step name>; a state left before run ids has the name straight
*> after the step and resumes under a new run id
readState.
    move 0 to state-next-step, state-run-id.
    move space to state-stop-reason.
    open input state-file.
    if state-file-status not = '00'
        exit paragraph
            if state-line(1:2) is numeric
                move state-line(1:2) to state-next-step
            end-if
            if state-line(4:14) is numeric
                move state-line(4:14) to state-run-id
                move state-line(19:1) to state-stop-reason
            end-if
    end-read.
    close state-file.

writeState.
    open output state-file.
    move spaces to state-line.
    string resume-step delimited by size
           " " delimited by size
           chain-run-id delimited by size
           " " delimited by size
           stop-reason delimited by size
           " " delimited by size
           function trim(step-entry(resume-step)) delimited by size
           into state-line.
    write state-line.
    close state-file.
            display "The last run stopped at step " state-next-step
                    " (" function trim(step-entry(state-next-step))
                    "). nightly_run will resume there."
            if state-stopped-unbalanced
                display "It stopped because the data files were out"
                        " of balance - see balance-" state-run-id
                        ".txt."
            end-if
        else
            display "The saved state points past the runbook -"
                    " nightly_run will start from the top."
        end-if
    end-if.

signOnChain.
    initialize ws-signon-request.
    accept ws-signon-user from environment "USER".
    if function trim(ws-signon-user) = spaces then
        accept ws-signon-user from environment "LOGNAME"
    end-if.
    move 'nightly_run' to ws-signon-program.
    perform revokeTicket.
    move 'signon' to ws-signon-action.
    call 'sign_on' using ws-signon-request.
    if not ws-signon-ok
        display "Sign-on failed - the chain was not started."
        move 8 to return-code
        stop run
    end-if.

*> a ticket for the step about to start: TODO_RUN_ID and
*> TODO_RUN_STEP are already set, and sign_on binds the ticket to them
issueTicket.
    move 'issue' to ws-signon-action.
    call 'sign_on' using ws-signon-request.

revokeTicket.
    move 'revoke' to ws-signon-action.
    call 'sign_on' using ws-signon-request.

runChain.
    perform varying step-idx from start-step by 1
            until step-idx > step-count or chain-has-failed
    move spaces to step-command.
    string function trim(current-step-name) delimited by size
            into step-command.
    move step-idx to env-step.
    display "TODO_RUN_STEP" upon environment-name.
    display env-step upon environment-value.
    perform issueTicket.
    call 'SYSTEM' using step-command.
    move return-code to step-return-code.
    perform revokeTicket.
    move step-return-code to return-code.

    move function current-date(1:14) to step-end-stamp.
    if return-code = 0
    else
        move 'FAILED' to step-outcome
        move 'Y' to chain-failed
        move 'F' to stop-reason
        move step-idx to resume-step
        perform writeState
    end-if.
    perform logStepOutcome.
                " FAILED with return code " return-code "."
    end-if.
    move 0 to return-code.
    if not chain-has-failed
        perform balanceStep
    end-if.

*> the step went through; the night's ledger lines so far have to
*> balance before the next step is let loose on the files
balanceStep.
    move spaces to balance-command.
    string "balance_run " delimited by size
           chain-run-id delimited by size
           into balance-command.
    call 'SYSTEM' using balance-command.
    if return-code not = 0
        move 'UNBALANCED' to step-outcome
        move 'Y' to chain-failed
        move 'B' to stop-reason
        compute resume-step = step-idx + 1
        *> after the last step there is nothing left to resume
        if resume-step > step-count
            perform clearState
        else
            perform writeState
        end-if
        perform logStepOutcome
        display "Step " function trim(current-step-name)
                " left the data files OUT OF BALANCE."
    end-if.
    move 0 to return-code.

logStepOutcome.
    open extend runlog-file.
