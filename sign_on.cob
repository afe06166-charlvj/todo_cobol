        >> SOURCE FORMAT IS FREE

identification division.
program-id. sign_on.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select cred-file assign to cred-file-name
           organization is indexed
              access mode is dynamic
              record key is cred-user
              lock mode is automatic
              file status is cred-file-status.
      select users-file assign to users-file-name
       organization is line sequential
          file status is users-file-status.
      select settings-file assign to settings-file-name
       organization is line sequential
          file status is settings-file-status.
      select session-log-file assign to session-log-file-name
       organization is line sequential
          file status is session-log-status.
      select ticket-file assign to ticket-file-name
       organization is line sequential
          file status is ticket-file-status.
      select entropy-file assign to entropy-file-name
       organization is sequential
          file status is entropy-file-status.


data division.

file section.
fd cred-file.
copy cp_credential_defs replacing ==:prefix:== by == ==.

fd users-file.
01 users-line pic X(100).

fd settings-file.
01 settings-line pic X(80).

fd session-log-file.
01 session-log-line pic X(80).

fd ticket-file.
01 ticket-line pic X(80).

fd entropy-file.
01 entropy-block pic X(32).


working-storage section.

copy cp_settings_defs.
copy cp_chain_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 cred-file-name pic X(60).
01 cred-file-status pic 99.
01 users-file-name pic X(60).
01 users-file-status pic 99.
01 settings-file-name pic X(60).
01 settings-file-status pic 99.
01 session-log-file-name pic X(60).
01 session-log-status pic 99.
01 ticket-file-name pic X(60).
01 ticket-file-status pic 99.
01 entropy-file-name pic X(20) value '/dev/urandom'.
01 entropy-file-status pic 99.
01 names-set-flag pic X value 'N'.
01 cred-open-flag pic X value 'N'.
    88 cred-file-is-open value 'Y'.
01 setting-key pic X(20).
01 setting-value pic X(40).

01 user-line-name pic X(20).
01 user-line-role pic X(10).
01 lookup-name pic X(20).
01 lookup-role pic X(10).
01 users-found-flag pic X.
    88 users-file-found value 'Y'.
01 user-listed-flag pic X.
    88 lookup-is-listed value 'Y'.
01 cred-found-flag pic X.
    88 cred-record-found value 'Y'.
01 cred-empty-flag pic X.
    88 cred-file-empty value 'Y'.

*> the user this run has proved itself as - a run ticket is only
*> handed to a user who signed on in this run
01 signed-on-user pic X(20) value spaces.

01 pin-entry pic X(12).
01 pin-new pic X(12).
01 pin-again pic X(12).
01 pin-len pic 9(2).
01 pin-chosen-flag pic X.
    88 pin-was-chosen value 'Y'.
01 pin-abandon-flag pic X.
    88 pin-abandoned value 'Y'.
01 hash-text pic X(60).
01 hash-len pic 9(2).
01 hash-pos pic 9(2).
01 hash-round pic 9(3).
01 hash-value pic 9(15).
01 hash-salt pic 9(6).
01 now-stamp pic 9(14).

01 log-user pic X(20).
01 log-event pic X(12).
01 log-note pic X(20).

*> the raw material a ticket or a PIN salt is hashed from: the full
*> clock, the process id, a few draws of the random generator and
*> whatever the system's random device gives
01 entropy-stamp pic X(21).
01 entropy-pid pic S9(9) comp-5.
01 entropy-pid-text pic 9(9).
01 entropy-seed pic 9(9).
01 entropy-draws.
    05 entropy-draw occurs 4 times pic 9(9).
01 entropy-idx pic 9.
01 entropy-seeded-flag pic X value 'N'.
    88 entropy-is-seeded value 'Y'.

*> a ticket lasts one step of one chain run and only this long
*> after it was issued
01 ticket-window-minutes pic 9(3) value 15.
01 ticket-env pic X(20).
01 ticket-user pic X(20).
01 ticket-hash-text pic X(15).
01 ticket-expiry-text pic X(14).
01 ticket-run-text pic X(14).
01 ticket-step-text pic X(4).
01 ticket-run-env pic X(14).
01 ticket-step-env pic X(4).
01 ticket-number pic 9(15).
01 ticket-number-text pic X(15).
01 ticket-hash pic 9(15).
01 ticket-expiry pic 9(14).
01 ticket-seconds pic 9(12).
01 ticket-day pic 9(8).
01 ticket-day-seconds pic 9(5).
01 ticket-valid-flag pic X.
    88 ticket-is-valid value 'Y'.
01 delete-status pic S9(9) comp-5.

linkage section.

copy cp_signon_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Sign-on for todo and the admin-only batches.  Each user listed in
*> users.data proves who they are with a PIN before the program
*> trusts the USER/LOGNAME name it was started under; a name that is
*> not listed is a viewer anyway and has nothing to prove, and with
*> no users.data at all the installation is open, as it always was.
*> Wrong PINs count up on the user's credentials.data record, and
*> the signon-tries setting (default 3) locks the account until an
*> admin sets a temporary PIN with 'pin reset <user>'.  The first
*> admin PIN is chosen at the first sign-on of an admin while the
*> credentials file is still empty; after that every PIN comes from
*> an admin reset.  Successes, failures, lockouts and resets go on
*> ~/.todo_cobol/session.log, where security_report reads them.
*>
*> A batch driver (nightly_run) signs on once and then 'issue's a
*> run ticket for each step it starts, handed to the step in
*> TODO_SIGNON_TICKET.  The ticket is 15 digits hashed (audit_hash)
*> from the full clock, the process id, several random draws and
*> the system's random device, so it cannot be worked out from when
*> it was issued; signon.ticket keeps only a hash of it, with the
*> user, the chain run id and step (TODO_RUN_ID, TODO_RUN_STEP) it
*> was issued for and an expiry a few minutes on.  It is good for
*> that user in that step of that run only, and the driver withdraws
*> it with 'revoke' as soon as the step ends.  New PIN salts come
*> from the same material.
*> ------------------------------------------------------------------
procedure division using ws-signon-request.

perform setFilenames.
move 'N' to ws-signon-result.
move 'N' to ws-signon-open-flag.
evaluate ws-signon-action
    when 'signon' perform doSignOn
    when 'recheck' perform doRecheck
    when 'setpin' perform doSetPin
    when 'reset' perform doReset
    when 'issue' perform doIssue
    when 'revoke' perform doRevoke
    when other
        display "Bad sign-on action: " ws-signon-action
end-evaluate.
perform closeCredFile.

goback.


setFilenames.
    if names-set-flag = 'Y'
        exit paragraph
    end-if.
    move 'Y' to names-set-flag.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/credentials.data" delimited by size
            into cred-file-name.
    string data-dir delimited by spaces
            "/users.data" delimited by size
            into users-file-name.
    string data-dir delimited by spaces
            "/settings.conf" delimited by size
            into settings-file-name.
    string data-dir delimited by spaces
            "/session.log" delimited by size
            into session-log-file-name.
    string data-dir delimited by spaces
            "/signon.ticket" delimited by size
            into ticket-file-name.
    perform loadSettings.

doSignOn.
    move ws-signon-user to lookup-name.
    perform loadUserRole.
    if not users-file-found
        move 'Y' to ws-signon-open-flag
        move 'Y' to ws-signon-result
        exit paragraph
    end-if.
    if not lookup-is-listed
        move 'Y' to ws-signon-result
        exit paragraph
    end-if.

    perform checkRunTicket.
    if ticket-is-valid
        move ws-signon-user to signed-on-user
        move 'Y' to ws-signon-result
        move ws-signon-user to log-user
        move 'SIGNON-OK' to log-event
        move 'ticket' to log-note
        perform writeSessionLog
        exit paragraph
    end-if.

    perform openCredFile.
    if not cred-file-is-open
        exit paragraph
    end-if.
    move ws-signon-user to cred-user.
    perform readCredRecord.
    if not cred-record-found
        perform checkCredFileEmpty
        if cred-file-empty and function lower-case(lookup-role) = 'admin'
            perform enrolFirstAdmin
        else
            display "No PIN is set for " function trim(ws-signon-user)
                    " - ask an admin to run 'pin reset "
                    function trim(ws-signon-user) "' in todo."
            move ws-signon-user to log-user
            move 'SIGNON-FAIL' to log-event
            move 'no-pin' to log-note
            perform writeSessionLog
        end-if
        exit paragraph
    end-if.

    perform verifyUserPin.
    if ws-signon-ok and cred-change-due
        display "Your PIN was reset by an admin - choose your own now."
        perform choosePin
        if pin-was-chosen
            move 'N' to cred-must-change
            move ws-signon-user to cred-changed-by
            move now-stamp to cred-changed-at
            rewrite cred-rec
            move 'PIN-CHANGE' to log-event
            move spaces to log-note
            perform writeSessionLog
        else
            move 'N' to ws-signon-result
        end-if
    end-if.
    if ws-signon-ok
        move ws-signon-user to signed-on-user
    end-if.

*> the idle check in an interactive session: the same PIN prompt,
*> and the same lockout, but no ticket and no first-PIN enrolment
doRecheck.
    move ws-signon-user to lookup-name.
    perform loadUserRole.
    if not users-file-found or not lookup-is-listed
        move 'Y' to ws-signon-result
        exit paragraph
    end-if.
    perform openCredFile.
    if not cred-file-is-open
        exit paragraph
    end-if.
    move ws-signon-user to cred-user.
    perform readCredRecord.
    if cred-record-found
        perform verifyUserPin
    end-if.

doSetPin.
    move ws-signon-user to lookup-name.
    perform loadUserRole.
    if not users-file-found
        move 'Y' to ws-signon-open-flag
        display "PINs are not used until users.data lists the users."
        exit paragraph
    end-if.
    if not lookup-is-listed
        display function trim(ws-signon-user) " is not in users.data"
                " and needs no PIN."
        exit paragraph
    end-if.
    perform openCredFile.
    if not cred-file-is-open
        exit paragraph
    end-if.
    move ws-signon-user to cred-user.
    perform readCredRecord.
    if not cred-record-found
        display "No PIN is set for " function trim(ws-signon-user)
                " - ask an admin to run 'pin reset'."
        exit paragraph
    end-if.
    display "Current PIN - " with no advancing.
    perform verifyUserPin.
    if not ws-signon-ok
        exit paragraph
    end-if.
    move 'N' to ws-signon-result.
    perform choosePin.
    if not pin-was-chosen
        exit paragraph
    end-if.
    move 'N' to cred-must-change.
    move ws-signon-user to cred-changed-by.
    move now-stamp to cred-changed-at.
    rewrite cred-rec.
    if cred-file-status = '00'
        move 'Y' to ws-signon-result
        display "PIN changed."
        move ws-signon-user to log-user
        move 'PIN-CHANGE' to log-event
        move spaces to log-note
        perform writeSessionLog
    end-if.

*> an admin sets a temporary PIN: it unlocks the account and has to
*> be replaced by the user at their next sign-on
doReset.
    move ws-signon-target to lookup-name.
    perform loadUserRole.
    if not users-file-found
        move 'Y' to ws-signon-open-flag
        display "PINs are not used until users.data lists the users."
        exit paragraph
    end-if.
    if not lookup-is-listed
        display function trim(ws-signon-target) " is not in users.data."
        exit paragraph
    end-if.
    perform openCredFile.
    if not cred-file-is-open
        exit paragraph
    end-if.
    move ws-signon-target to cred-user.
    perform readCredRecord.
    if not cred-record-found
        initialize cred-rec
        move ws-signon-target to cred-user
    end-if.
    display "Temporary PIN for " function trim(ws-signon-target) ":".
    perform choosePin.
    if not pin-was-chosen
        exit paragraph
    end-if.
    move 0 to cred-fail-count.
    move 'N' to cred-locked.
    move 0 to cred-locked-at.
    move 'Y' to cred-must-change.
    move ws-signon-user to cred-changed-by.
    move now-stamp to cred-changed-at.
    if cred-record-found
        rewrite cred-rec
    else
        write cred-rec
    end-if.
    if cred-file-status = '00'
        move 'Y' to ws-signon-result
        display "PIN reset for " function trim(ws-signon-target)
                " - they will choose their own at next sign-on."
        move ws-signon-user to log-user
        move 'PIN-RESET' to log-event
        move ws-signon-target to log-note
        perform writeSessionLog
    else
        display "Unable to save the PIN - status " cred-file-status
    end-if.

doIssue.
    move 'Y' to ws-signon-result.
    if signed-on-user = spaces
            or signed-on-user not = ws-signon-user
        exit paragraph
    end-if.
    perform takeNowStamp.
    perform gatherEntropy.
    move ws-hash-value to ticket-number.
    perform hashTicket.
    compute ticket-seconds = function integer-of-date(
            function numval(now-stamp(1:8))) * 86400
            + function numval(now-stamp(9:2)) * 3600
            + function numval(now-stamp(11:2)) * 60
            + function numval(now-stamp(13:2))
            + ticket-window-minutes * 60.
    divide ticket-seconds by 86400 giving ticket-day
            remainder ticket-day-seconds.
    compute ticket-expiry = function date-of-integer(ticket-day)
            * 1000000
            + function integer(ticket-day-seconds / 3600) * 10000
            + function integer(function mod(ticket-day-seconds, 3600)
                / 60) * 100
            + function mod(ticket-day-seconds, 60).
    perform takeRunEnv.
    open output ticket-file.
    if ticket-file-status not = '00'
        move 'N' to ws-signon-result
        exit paragraph
    end-if.
    move spaces to ticket-line.
    string function trim(ws-signon-user) delimited by size
            " " delimited by size
            ticket-hash delimited by size
            " " delimited by size
            ticket-expiry delimited by size
            " " delimited by size
            function trim(ticket-run-env) delimited by size
            " " delimited by size
            function trim(ticket-step-env) delimited by size
            into ticket-line.
    write ticket-line.
    close ticket-file.
    move ticket-number to ticket-number-text.
    display "TODO_SIGNON_TICKET" upon environment-name.
    display ticket-number-text upon environment-value.

doRevoke.
    call 'CBL_DELETE_FILE' using ticket-file-name
        returning delete-status.
    move spaces to ticket-number-text.
    display "TODO_SIGNON_TICKET" upon environment-name.
    display ticket-number-text upon environment-value.
    move 'Y' to ws-signon-result.

*> a step started by a signed-on batch driver: the ticket in the
*> environment has to hash to the one on file, for this user, this
*> run and this step, inside its few minutes
checkRunTicket.
    move 'N' to ticket-valid-flag.
    move spaces to ticket-env.
    accept ticket-env from environment "TODO_SIGNON_TICKET".
    if function trim(ticket-env) = spaces
        exit paragraph
    end-if.
    open input ticket-file.
    if ticket-file-status not = '00'
        exit paragraph
    end-if.
    move spaces to ticket-line.
    read ticket-file
        at end move spaces to ticket-line
    end-read.
    close ticket-file.
    move spaces to ticket-user, ticket-hash-text, ticket-expiry-text,
            ticket-run-text, ticket-step-text.
    unstring ticket-line delimited by all space
            into ticket-user, ticket-hash-text, ticket-expiry-text,
                 ticket-run-text, ticket-step-text
    end-unstring.
    if ticket-hash-text is not numeric
            or ticket-expiry-text is not numeric
            or ticket-env(1:15) is not numeric
            or ticket-env(16:5) not = spaces
        exit paragraph
    end-if.
    move ticket-expiry-text to ticket-expiry.
    move ticket-env(1:15) to ticket-number.
    perform hashTicket.
    perform takeRunEnv.
    perform takeNowStamp.
    if function trim(ticket-user) = function trim(ws-signon-user)
            and ticket-hash-text = ticket-hash
            and ticket-run-text = ticket-run-env
            and ticket-step-text = ticket-step-env
            and now-stamp < ticket-expiry
        move 'Y' to ticket-valid-flag
    end-if.

*> only the hash of the ticket with its user goes on file
hashTicket.
    move ticket-number to ticket-number-text.
    move spaces to ws-hash-text.
    string ticket-number-text delimited by size
            " " delimited by size
            function trim(ws-signon-user) delimited by size
            into ws-hash-text.
    move 0 to ws-hash-value.
    call 'audit_hash' using ws-hash-request.
    move ws-hash-value to ticket-hash.

*> the chain run and step the driver has set for the step it is
*> about to start ('-' when it is not running under a chain)
takeRunEnv.
    move spaces to ticket-run-env, ticket-step-env.
    accept ticket-run-env from environment "TODO_RUN_ID".
    accept ticket-step-env from environment "TODO_RUN_STEP".
    if ticket-run-env = spaces
        move '-' to ticket-run-env
    end-if.
    if ticket-step-env = spaces
        move '-' to ticket-step-env
    end-if.

*> the clock to the hundredth, the process id, four random draws
*> (seeded once per run from the clock and the process id) and 32
*> bytes of the random device where there is one, folded through
*> audit_hash into ws-hash-value
gatherEntropy.
    move function current-date to entropy-stamp.
    call 'C$GETPID' returning entropy-pid.
    move entropy-pid to entropy-pid-text.
    if not entropy-is-seeded
        compute entropy-seed = function mod(
                function numval(entropy-stamp(9:8)) * 7919
                + entropy-pid-text, 999999937)
        compute entropy-draw(1) = function random(entropy-seed)
                * 999999999
        move 'Y' to entropy-seeded-flag
    else
        compute entropy-draw(1) = function random * 999999999
    end-if.
    perform varying entropy-idx from 2 by 1 until entropy-idx > 4
        compute entropy-draw(entropy-idx) = function random * 999999999
    end-perform.
    move spaces to entropy-block.
    open input entropy-file.
    if entropy-file-status = '00'
        read entropy-file
            at end move spaces to entropy-block
        end-read
        close entropy-file
    end-if.
    move spaces to ws-hash-text.
    string entropy-stamp delimited by size
            entropy-pid-text delimited by size
            entropy-draws delimited by size
            entropy-block delimited by size
            into ws-hash-text.
    move entropy-draw(4) to ws-hash-value.
    call 'audit_hash' using ws-hash-request.

*> prompt until the PIN is right or the account locks; a blank line
*> (or the end of a script's input) gives up without counting
verifyUserPin.
    move ws-signon-user to log-user.
    if cred-is-locked
        display "Account " function trim(ws-signon-user)
                " is locked after too many wrong PINs - an admin must"
                " reset it."
        move 'LOCKED' to log-event
        move spaces to log-note
        perform writeSessionLog
        exit paragraph
    end-if.
    move 'N' to pin-abandon-flag.
    perform until ws-signon-ok or cred-is-locked or pin-abandoned
        display "PIN for " function trim(ws-signon-user) ": "
                with no advancing
        move spaces to pin-entry
        accept pin-entry with no-echo
        if pin-entry = spaces
            move 'Y' to pin-abandon-flag
            display "Sign-on abandoned."
        else
            perform checkEnteredPin
        end-if
    end-perform.

checkEnteredPin.
    move cred-salt to hash-salt.
    move pin-entry to pin-new.
    perform computePinHash.
    perform takeNowStamp.
    if hash-value = cred-pin-hash
        move 0 to cred-fail-count
        move now-stamp to cred-last-ok
        rewrite cred-rec
        move 'Y' to ws-signon-result
        move 'SIGNON-OK' to log-event
        move spaces to log-note
        perform writeSessionLog
        exit paragraph
    end-if.
    add 1 to cred-fail-count.
    move now-stamp to cred-last-fail.
    move 'SIGNON-FAIL' to log-event.
    move spaces to log-note.
    perform writeSessionLog.
    if cred-fail-count >= setting-signon-tries
        move 'Y' to cred-locked
        move now-stamp to cred-locked-at
        display "Wrong PIN - account " function trim(ws-signon-user)
                " is now locked; an admin must reset it."
        move 'LOCKOUT' to log-event
        perform writeSessionLog
    else
        display "Wrong PIN."
    end-if.
    rewrite cred-rec.

*> the first admin to sign on against an empty credentials file
*> chooses the first PIN; every later PIN comes from an admin reset
enrolFirstAdmin.
    display "No PINs are set up yet - choose the first admin PIN.".
    initialize cred-rec.
    move ws-signon-user to cred-user.
    perform choosePin.
    if not pin-was-chosen
        exit paragraph
    end-if.
    move 0 to cred-fail-count.
    move 'N' to cred-locked.
    move 0 to cred-locked-at.
    move 'N' to cred-must-change.
    move now-stamp to cred-last-ok.
    move 0 to cred-last-fail.
    move ws-signon-user to cred-changed-by.
    move now-stamp to cred-changed-at.
    write cred-rec.
    if cred-file-status not = '00'
        display "Unable to save the PIN - status " cred-file-status
        exit paragraph
    end-if.
    move 'Y' to ws-signon-result.
    move ws-signon-user to signed-on-user.
    move ws-signon-user to log-user.
    move 'PIN-RESET' to log-event.
    move ws-signon-user to log-note.
    perform writeSessionLog.
    move 'SIGNON-OK' to log-event.
    move spaces to log-note.
    perform writeSessionLog.

*> a new PIN, typed twice; it goes onto cred-rec with a fresh salt
choosePin.
    move 'N' to pin-chosen-flag.
    display "New PIN (4 to 12 digits): " with no advancing.
    move spaces to pin-new.
    accept pin-new with no-echo.
    move function length(function trim(pin-new)) to pin-len.
    if pin-new = spaces or pin-len < 4
            or pin-new(1:pin-len) is not numeric
        display "A PIN is 4 to 12 digits - nothing changed."
        exit paragraph
    end-if.
    display "Again: " with no advancing.
    move spaces to pin-again.
    accept pin-again with no-echo.
    if pin-again not = pin-new
        display "The two entries differ - nothing changed."
        exit paragraph
    end-if.
    perform takeNowStamp.
    perform gatherEntropy.
    compute hash-salt = function mod(ws-hash-value, 900000) + 100000.
    perform computePinHash.
    move hash-salt to cred-salt.
    move hash-value to cred-pin-hash.
    move 'Y' to pin-chosen-flag.

*> salt, user and PIN folded together over 500 rounds of a
*> multiply-and-add hash kept under a 15-digit prime
computePinHash.
    move spaces to hash-text.
    string hash-salt delimited by size
            function trim(cred-user) delimited by size
            function trim(pin-new) delimited by size
            into hash-text.
    move function length(function trim(hash-text)) to hash-len.
    move hash-salt to hash-value.
    perform varying hash-round from 1 by 1 until hash-round > 500
        perform varying hash-pos from 1 by 1 until hash-pos > hash-len
            compute hash-value = function mod(hash-value * 131
                    + function ord(hash-text(hash-pos:1)) + hash-round,
                    999999999999989)
        end-perform
    end-perform.

takeNowStamp.
    move function current-date(1:14) to now-stamp.

openCredFile.
    if cred-file-is-open
        exit paragraph
    end-if.
    open i-o cred-file.
    if cred-file-status = '35'
        open output cred-file
        close cred-file
        open i-o cred-file
    end-if.
    if cred-file-status = '00'
        move 'Y' to cred-open-flag
    else
        display "Unable to open the credentials file - status "
                cred-file-status
    end-if.

closeCredFile.
    if cred-file-is-open
        close cred-file
        move 'N' to cred-open-flag
    end-if.

readCredRecord.
    move 'Y' to cred-found-flag.
    read cred-file key is cred-user
        invalid key move 'N' to cred-found-flag
    end-read.

checkCredFileEmpty.
    move 'Y' to cred-empty-flag.
    move low-values to cred-user.
    start cred-file key is greater than cred-user
        invalid key exit paragraph
    end-start.
    read cred-file next record
        at end exit paragraph
    end-read.
    move 'N' to cred-empty-flag.

*> is lookup-name in users.data, and with what role
loadUserRole.
    move 'N' to users-found-flag.
    move 'N' to user-listed-flag.
    move spaces to lookup-role.
    open input users-file.
    if users-file-status not = '00'
        exit paragraph
    end-if.
    move 'Y' to users-found-flag.
    perform until users-file-status not = '00'
        read users-file next record
            at end move '10' to users-file-status
            not at end perform checkOneUserLine
        end-read
    end-perform.
    close users-file.

checkOneUserLine.
    if users-line(1:1) = '*'
            or function trim(users-line) = spaces
        exit paragraph
    end-if.
    move spaces to user-line-name, user-line-role.
    unstring users-line delimited by all space
            into user-line-name, user-line-role
    end-unstring.
    if function trim(user-line-name) = function trim(lookup-name)
        move 'Y' to user-listed-flag
        move user-line-role to lookup-role
    end-if.

*> only signon-tries matters here, but the file is parsed the same
*> way todo.cob does so one format serves every program
loadSettings.
    open input settings-file.
    if settings-file-status not = '00'
        exit paragraph
    end-if.
    perform until settings-file-status not = '00'
        read settings-file next record
            at end move '10' to settings-file-status
            not at end perform applySettingLine
        end-read
    end-perform.
    close settings-file.

applySettingLine.
    if settings-line(1:1) = '*'
            or function trim(settings-line) = spaces
        exit paragraph
    end-if.
    move spaces to setting-key, setting-value.
    unstring settings-line delimited by all space
            into setting-key, setting-value
    end-unstring.
    if function lower-case(setting-key) = 'signon-tries'
        if function numval(setting-value) > 0
            move function numval(setting-value) to setting-signon-tries
        end-if
    end-if.

*> same line layout as todo's START/END lines, with the program and
*> a note (the user a PIN was reset for, or how the sign-on was met)
writeSessionLog.
    perform takeNowStamp.
    open extend session-log-file.
    if session-log-status = '35' then
        open output session-log-file
    end-if.
    move spaces to session-log-line.
    string now-stamp delimited by size
            " " delimited by size
            function trim(log-user) delimited by size
            " " delimited by size
            function trim(log-event) delimited by size
            " " delimited by size
            function trim(ws-signon-program) delimited by size
            " " delimited by size
            function trim(log-note) delimited by size
            into session-log-line.
    write session-log-line.
    close session-log-file.
