        >> SOURCE FORMAT IS FREE

identification division.
program-id. security_report.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select session-log-file assign to session-log-file-name
       organization is line sequential
          file status is session-log-status.
      select cred-file assign to cred-file-name
           organization is indexed
              access mode is dynamic
              record key is cred-user
              file status is cred-file-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd session-log-file.
01 session-log-line pic X(80).

fd cred-file.
copy cp_credential_defs replacing ==:prefix:== by == ==.

fd report-file.
01 report-line pic X(100).


working-storage section.

01 data-dir pic X(50).
01 session-log-file-name pic X(60).
01 session-log-status pic 99.
01 cred-file-name pic X(60).
01 cred-file-status pic 99.
01 report-file-name pic X(80).
01 report-file-status pic 99.
01 arg-line pic X(40).
01 report-date pic 9(8).
01 today-date pic 9(8).

01 log-stamp pic X(14).
01 log-user pic X(20).
01 log-event pic X(12).
01 log-program pic X(20).
01 log-note pic X(20).

*> one row per user seen on the day's sign-on lines
01 user-table.
      05 user-entry occurs 200 times.
            10 ut-user pic X(20).
            10 ut-ok-count pic 9(5).
            10 ut-fail-count pic 9(5).
            10 ut-lockout-count pic 9(5).
            10 ut-locked-count pic 9(5).
            10 ut-idle-count pic 9(5).
            10 ut-last-fail pic X(14).
01 user-count pic 9(3) value 0.
01 user-idx pic 9(3).
01 user-found pic X.
    88 user-in-table value 'Y'.

*> lockouts and PIN resets, in the order they happened
01 incident-table.
      05 incident-entry occurs 500 times.
            10 it-stamp pic X(14).
            10 it-user pic X(20).
            10 it-event pic X(12).
            10 it-program pic X(20).
            10 it-note pic X(20).
01 incident-count pic 9(3) value 0.
01 incident-idx pic 9(3).

01 total-ok pic 9(6) value 0.
01 total-fail pic 9(6) value 0.
01 total-lockout pic 9(6) value 0.
01 failed-user-count pic 9(3) value 0.
01 locked-now-count pic 9(5) value 0.
01 reset-pending-count pic 9(5) value 0.

01 user-print pic X(20).
01 fail-print pic ZZZZ9.
01 lockout-print pic ZZZZ9.
01 locked-print pic ZZZZ9.
01 time-print pic X(8).

*> ------------------------------------------------------------------
*> Standalone batch program: the daily security report.  Reads the
*> sign-on lines sign_on.cob and todo put on ~/.todo_cobol/session.log
*> for one day and lists, by user, the failed sign-ons (with the
*> time of the last one), the lockouts they caused and the attempts
*> on an account that was already locked; then every lockout and PIN
*> reset of the day in time order, and from credentials.data the
*> accounts locked right now and the temporary PINs not yet replaced.
*> With no argument the report covers yesterday, so the nightly chain
*> reports the full day just closed.
*>
*> Usage:  security_report [today | yyyymmdd]
*> Output: ~/.todo_cobol/security-<yyyymmdd>.txt
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform tallySessionLog.

    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status
        stop run
    end-if.
    perform writeFailureSection.
    perform writeIncidentSection.
    perform writeAccountSection.
    close report-file.

    display "Security report for " report-date ": " total-fail
            " failed sign-on(s), " total-lockout " lockout(s), "
            locked-now-count " account(s) locked now, written to "
            function trim(report-file-name).

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/session.log" delimited by size
            into session-log-file-name.
    string data-dir delimited by spaces
            "/credentials.data" delimited by size
            into cred-file-name.

    move function current-date(1:8) to today-date.
    accept arg-line from command-line.
    evaluate true
        when function trim(arg-line) = spaces
            compute report-date = function date-of-integer(
                    function integer-of-date(today-date) - 1)
        when function lower-case(arg-line) = 'today'
            move today-date to report-date
        when other
            if function trim(arg-line) is not numeric
                    or function length(function trim(arg-line)) not = 8
                display "Usage: security_report [today | yyyymmdd]"
                stop run
            end-if
            if function test-date-yyyymmdd(
                    function numval(arg-line)) not = 0
                display "Usage: security_report [today | yyyymmdd]"
                stop run
            end-if
            move function numval(arg-line) to report-date
    end-evaluate.

    string data-dir delimited by spaces
            "/security-" delimited by size
            report-date delimited by size
            ".txt" delimited by size
            into report-file-name.

tallySessionLog.
    open input session-log-file.
    if session-log-status not = '00'
        exit paragraph
    end-if.
    perform until session-log-status not = '00'
        read session-log-file next record
            at end move '10' to session-log-status
            not at end perform tallyOneLine
        end-read
    end-perform.
    close session-log-file.

*> stamp user event [program [note]] - the START/END lines todo
*> writes around a session carry no program and are not counted
tallyOneLine.
    if session-log-line(1:8) not = report-date
        exit paragraph
    end-if.
    move spaces to log-stamp, log-user, log-event, log-program,
            log-note.
    unstring session-log-line delimited by all space
            into log-stamp, log-user, log-event, log-program, log-note
    end-unstring.
    evaluate log-event
        when 'SIGNON-OK'
            perform findUserEntry
            add 1 to ut-ok-count(user-idx)
            add 1 to total-ok
        when 'SIGNON-FAIL'
            perform findUserEntry
            add 1 to ut-fail-count(user-idx)
            move log-stamp to ut-last-fail(user-idx)
            add 1 to total-fail
        when 'LOCKOUT'
            perform findUserEntry
            add 1 to ut-lockout-count(user-idx)
            add 1 to total-lockout
            perform recordIncident
        when 'LOCKED'
            perform findUserEntry
            add 1 to ut-locked-count(user-idx)
        when 'IDLE-OUT'
            perform findUserEntry
            add 1 to ut-idle-count(user-idx)
        when 'PIN-RESET'
            perform recordIncident
    end-evaluate.

findUserEntry.
    move 'N' to user-found.
    perform varying user-idx from 1 by 1
            until user-idx > user-count
        if ut-user(user-idx) = log-user
            move 'Y' to user-found
            exit perform
        end-if
    end-perform.
    if user-in-table
        exit paragraph
    end-if.
    if user-count < 200
        add 1 to user-count
    end-if.
    move user-count to user-idx.
    initialize user-entry(user-idx).
    move log-user to ut-user(user-idx).
    move spaces to ut-last-fail(user-idx).

recordIncident.
    if incident-count >= 500
        exit paragraph
    end-if.
    add 1 to incident-count.
    move log-stamp to it-stamp(incident-count).
    move log-user to it-user(incident-count).
    move log-event to it-event(incident-count).
    move log-program to it-program(incident-count).
    move log-note to it-note(incident-count).

writeFailureSection.
    move spaces to report-line.
    string "-- Security Report -- " delimited by size
           report-date delimited by size
           " (run " delimited by size
           today-date delimited by size
           ")" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.

    move "-- Failed Sign-ons by User --" to report-line.
    write report-line.
    move "  User                  Failed  Lockouts  On locked  Last failure"
            to report-line.
    write report-line.
    move "  --------------------  ------  --------  ---------  ------------"
            to report-line.
    write report-line.
    move 0 to failed-user-count.
    perform varying user-idx from 1 by 1
            until user-idx > user-count
        if ut-fail-count(user-idx) > 0 or ut-locked-count(user-idx) > 0
            perform writeFailureLine
            add 1 to failed-user-count
        end-if
    end-perform.
    if failed-user-count = 0
        move "  (no failed sign-ons)" to report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  Sign-ons: " delimited by size
           total-ok delimited by size
           " good, " delimited by size
           total-fail delimited by size
           " failed, " delimited by size
           total-lockout delimited by size
           " lockout(s)" delimited by size
           into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.

writeFailureLine.
    move ut-user(user-idx) to user-print.
    move ut-fail-count(user-idx) to fail-print.
    move ut-lockout-count(user-idx) to lockout-print.
    move ut-locked-count(user-idx) to locked-print.
    move spaces to time-print.
    if ut-last-fail(user-idx) not = spaces
        string ut-last-fail(user-idx)(9:2) delimited by size
               ":" delimited by size
               ut-last-fail(user-idx)(11:2) delimited by size
               ":" delimited by size
               ut-last-fail(user-idx)(13:2) delimited by size
               into time-print
    end-if.
    move spaces to report-line.
    string "  " delimited by size
           user-print delimited by size
           "   " delimited by size
           fail-print delimited by size
           "     " delimited by size
           lockout-print delimited by size
           "      " delimited by size
           locked-print delimited by size
           "  " delimited by size
           time-print delimited by size
           into report-line.
    write report-line.

writeIncidentSection.
    move "-- Lockouts and PIN Resets --" to report-line.
    write report-line.
    if incident-count = 0
        move "  (none)" to report-line
        write report-line
    end-if.
    perform varying incident-idx from 1 by 1
            until incident-idx > incident-count
        move spaces to report-line
        if it-event(incident-idx) = 'LOCKOUT'
            string "  " delimited by size
                   it-stamp(incident-idx)(9:2) delimited by size
                   ":" delimited by size
                   it-stamp(incident-idx)(11:2) delimited by size
                   "  " delimited by size
                   function trim(it-user(incident-idx))
                        delimited by size
                   " locked out in " delimited by size
                   function trim(it-program(incident-idx))
                        delimited by size
                   into report-line
        else
            string "  " delimited by size
                   it-stamp(incident-idx)(9:2) delimited by size
                   ":" delimited by size
                   it-stamp(incident-idx)(11:2) delimited by size
                   "  PIN for " delimited by size
                   function trim(it-note(incident-idx))
                        delimited by size
                   " reset by " delimited by size
                   function trim(it-user(incident-idx))
                        delimited by size
                   into report-line
        end-if
        write report-line
    end-perform.
    move spaces to report-line.
    write report-line.

*> the state of the accounts now, whatever day the report is for
writeAccountSection.
    move "-- Accounts Locked Now --" to report-line.
    write report-line.
    open input cred-file.
    if cred-file-status = '00'
        move low-values to cred-user
        start cred-file key is greater than cred-user
            invalid key move '10' to cred-file-status
        end-start
        perform until cred-file-status not = '00'
            read cred-file next record
                at end move '10' to cred-file-status
                not at end perform writeAccountLine
            end-read
        end-perform
        close cred-file
    end-if.
    if locked-now-count = 0
        move "  (none)" to report-line
        write report-line
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "  Temporary PINs not yet replaced: " delimited by size
           reset-pending-count delimited by size
           into report-line.
    write report-line.

writeAccountLine.
    if cred-change-due
        add 1 to reset-pending-count
    end-if.
    if not cred-is-locked
        exit paragraph
    end-if.
    add 1 to locked-now-count.
    move spaces to report-line.
    string "  " delimited by size
           cred-user delimited by size
           " locked " delimited by size
           cred-locked-at(1:8) delimited by size
           " " delimited by size
           cred-locked-at(9:2) delimited by size
           ":" delimited by size
           cred-locked-at(11:2) delimited by size
           " after " delimited by size
           cred-fail-count delimited by size
           " wrong PIN(s)" delimited by size
           into report-line.
    write report-line.
