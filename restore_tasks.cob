
working-storage section.

copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 snap-tasks-status pic 99.
01 snap-notes-status pic 99.
01 users-file-name pic X(60).
                " users.data."
        stop run
    end-if.
    perform signOnRunUser.
    if not ws-signon-ok
        display "restore_tasks needs the admin's PIN - nothing done."
        move 8 to return-code
        stop run
    end-if.
    perform parseArguments.

    evaluate true
        move 'Y' to run-user-is-admin
    end-if.

*> the USER/LOGNAME name is only a claim: an admin listed in
*> users.data gives their PIN, or runs under nightly_run's ticket
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-user to ws-signon-user.
    move 'restore_tasks' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

parseArguments.
    accept cmd-arg from command-line.
    move spaces to arg-tok-1, arg-tok-2.
