        >> SOURCE FORMAT IS FREE

identification division.
program-id. preflight.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select conf-file assign to conf-file-name
       organization is line sequential
          file status is conf-file-status.
      select report-file assign to report-file-name
       organization is line sequential
          file status is report-file-status.


data division.

file section.
fd conf-file.
01 conf-line pic X(200).

fd report-file.
01 report-line pic X(132).


working-storage section.

01 conf-file-status pic 99.
01 report-file-status pic 99.
01 data-dir pic X(50).
01 conf-file-name pic X(80).
01 report-file-name pic X(80).
01 today-date pic 9(8).

*> the file being checked, as named on each finding
01 conf-short-name pic X(20).
01 conf-line-no pic 9(5).
01 line-no-print pic Z(4)9.
01 conf-found-flag pic X.
    88 conf-was-found value 'Y'.
01 comment-line-flag pic X.
    88 line-is-comment value 'Y'.
01 problem-text pic X(100).
01 problem-count pic 9(5) value 0.
01 file-problem-count pic 9(5).
01 files-checked-count pic 9(2) value 0.

*> the tokens of one line, split the way the programs split them
01 tok-1 pic X(40).
01 tok-2 pic X(40).
01 tok-3 pic X(40).
01 tok-4 pic X(40).
01 parse-ptr pic 9(3).

01 status-letters pic X(6) value 'NPCDWR'.
01 letter-idx pic 9(2).
01 letter-count pic 9(2).
01 one-letter pic X.
01 letters-ok-flag pic X.
    88 letters-are-ok value 'Y'.

*> users.data: checked first, the other files are checked against it
01 users-present-flag pic X value 'N'.
    88 users-are-present value 'Y'.
01 user-table.
      05 user-entry occurs 200 times.
            10 ut-name pic X(20).
01 user-count pic 9(3) value 0.
01 user-idx pic 9(3).
01 user-found-flag pic X.
    88 user-was-found value 'Y'.
01 check-user pic X(20).

01 project-table.
      05 project-entry occurs 50 times.
            10 pt-name pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).

01 holiday-table.
      05 holiday-entry occurs 100 times.
            10 ht-date pic 9(8).
01 holiday-count pic 9(3) value 0.
01 holiday-idx pic 9(3).
01 holiday-date pic 9(8).

01 rate-user-table.
      05 rate-user-entry occurs 100 times.
            10 ru-name pic X(20).
01 rate-user-count pic 9(3) value 0.
01 rate-tag-table.
      05 rate-tag-entry occurs 100 times.
            10 rt-tag pic X(20).
01 rate-tag-count pic 9(3) value 0.
01 rate-idx pic 9(3).
01 rate-default-count pic 9(3) value 0.

01 query-count pic 9(3) value 0.
01 allow-count pic 9(3) value 0.
01 note-required-count pic 9(3) value 0.
01 supervisor-count pic 9(3) value 0.
01 exempt-count pic 9(3) value 0.
01 step-count pic 9(3) value 0.

*> finding a runbook program the way the shell will: along PATH
01 path-list pic X(1000).
01 path-ptr pic 9(4).
01 path-dir pic X(200).
01 step-program pic X(40).
01 probe-name pic X(250).
01 probe-info pic X(64).
01 probe-status pic S9(9) comp-5.
01 program-found-flag pic X.
    88 program-was-found value 'Y'.


*> ------------------------------------------------------------------
*> Checks every configuration file the system reads - users.data,
*> settings.conf, workflow.rules, escalation.rules, rate-cards.data,
*> holidays.data, projects.data and runbook.conf, all under
*> ~/.todo_cobol - line by line with the same parsing the programs
*> use, so a typo is caught before the night's work starts instead
*> of half way through it (or silently falling back to a default).
*> Each bad line is reported with its file and line number:
*>   unknown keys, rules and rate card kinds; values the programs
*>   would reject or cut short; status letters outside NPCDWR; bad
*>   or repeated holiday dates; unknown roles and repeated users;
*>   repeated or malformed project names; runbook steps naming a
*>   program that cannot be found on PATH; rate cards and workflow
*>   supervisors for users not in users.data.
*> A file that is not there is not a fault - every program falls
*> back to its shipped defaults (or writes them) - and neither is a
*> missing users.data, which means an open installation.
*> Findings are displayed and written to preflight-<yyyymmdd>.txt;
*> any finding sets return code 8, so as the first runbook step it
*> stops nightly_run before any data is touched.
*>
*> Usage:  preflight
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    open output report-file.
    if report-file-status not = '00'
        display "Could not write " function trim(report-file-name)
                " - status " report-file-status "."
        move 8 to return-code
        stop run
    end-if.
    move "Configuration preflight " to report-line.
    move today-date to report-line(25:8).
    write report-line.
    move spaces to report-line.
    write report-line.

    perform checkUsers.
    perform checkSettings.
    perform checkWorkflowRules.
    perform checkEscalationRules.
    perform checkRateCards.
    perform checkHolidays.
    perform checkProjects.
    perform checkRunbook.

    move spaces to report-line.
    write report-line.
    string "Files checked: " files-checked-count
           "   problems found: " problem-count
           delimited by size into report-line.
    write report-line.
    close report-file.

    if problem-count > 0
        display "Preflight FAILED: " problem-count
                " problem(s) in the configuration - see "
                function trim(report-file-name)
        move 8 to return-code
    else
        display "Preflight passed: " files-checked-count
                " configuration file(s) checked, no problems."
        move 0 to return-code
    end-if.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    move function current-date(1:8) to today-date.
    string data-dir delimited by spaces
            "/preflight-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into report-file-name.

*> conf-short-name in; opens the file under the data directory and
*> leaves conf-found-flag 'N' when it is not there
openConfFile.
    move 'N' to conf-found-flag.
    move 0 to conf-line-no, file-problem-count.
    move spaces to conf-file-name.
    string data-dir delimited by spaces
            "/" delimited by size
            conf-short-name delimited by spaces
            into conf-file-name.
    open input conf-file.
    if conf-file-status = '35'
        move spaces to report-line
        string function trim(conf-short-name) delimited by size
               ": not present - defaults apply" delimited by size
               into report-line
        write report-line
        exit paragraph
    end-if.
    if conf-file-status not = '00'
        move 0 to conf-line-no
        move spaces to problem-text
        string "cannot be read - status " delimited by size
               conf-file-status delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    move 'Y' to conf-found-flag.
    add 1 to files-checked-count.

readConfLine.
    read conf-file next record
        at end move '10' to conf-file-status
        not at end add 1 to conf-line-no
    end-read.

closeConfFile.
    close conf-file.
    move spaces to report-line.
    if file-problem-count = 0
        string function trim(conf-short-name) delimited by size
               ": " delimited by size
               conf-line-no delimited by size
               " line(s), no problems" delimited by size
               into report-line
    else
        string function trim(conf-short-name) delimited by size
               ": " delimited by size
               conf-line-no delimited by size
               " line(s), " delimited by size
               file-problem-count delimited by size
               " problem(s) above" delimited by size
               into report-line
    end-if.
    write report-line.

*> conf-short-name, conf-line-no and problem-text in
reportProblem.
    add 1 to problem-count.
    add 1 to file-problem-count.
    move conf-line-no to line-no-print.
    move spaces to report-line.
    if conf-line-no = 0
        string function trim(conf-short-name) delimited by size
               ": " delimited by size
               function trim(problem-text) delimited by size
               into report-line
    else
        string function trim(conf-short-name) delimited by size
               " line " delimited by size
               function trim(line-no-print) delimited by size
               ": " delimited by size
               function trim(problem-text) delimited by size
               into report-line
    end-if.
    write report-line.
    display function trim(report-line).

isCommentLine.
    if conf-line(1:1) = '*' or function trim(conf-line) = spaces
        move 'Y' to comment-line-flag
    else
        move 'N' to comment-line-flag
    end-if.

splitLine.
    move spaces to tok-1, tok-2, tok-3, tok-4.
    unstring conf-line delimited by all space
            into tok-1, tok-2, tok-3, tok-4
    end-unstring.

*> tok-2 in; letters-ok-flag out - every letter a task status
checkStatusLetters.
    move 'Y' to letters-ok-flag.
    move 0 to letter-count.
    perform varying letter-idx from 1 by 1 until letter-idx > 40
        move function upper-case(tok-2(letter-idx:1)) to one-letter
        if one-letter not = space
            add 1 to letter-count
            move 0 to parse-ptr
            inspect status-letters tallying parse-ptr
                    for all one-letter
            if parse-ptr = 0
                move 'N' to letters-ok-flag
            end-if
        end-if
    end-perform.

*> check-user in; user-found-flag out.  Without users.data nobody
*> is unknown.
findUser.
    move 'Y' to user-found-flag.
    if not users-are-present
        exit paragraph
    end-if.
    move 'N' to user-found-flag.
    perform varying user-idx from 1 by 1 until user-idx > user-count
        if ut-name(user-idx) = check-user
            move 'Y' to user-found-flag
            exit perform
        end-if
    end-perform.

*> ------------------------------------------------------------------
*> users.data: "name role [groups]", role admin, operator, viewer
*> or inactive (handover's mark for a leaver).
*> ------------------------------------------------------------------
checkUsers.
    move 'users.data' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    move 'Y' to users-present-flag.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkUserLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkUserLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    evaluate function lower-case(tok-2)
        when 'admin' when 'operator' when 'viewer' when 'inactive'
            continue
        when spaces
            move spaces to problem-text
            string "user '" function trim(tok-1)
                   "' has no role" delimited by size
                   into problem-text
            perform reportProblem
        when other
            move spaces to problem-text
            string "unknown role '" function trim(tok-2)
                   "' for user '" function trim(tok-1)
                   "' - admin, operator, viewer or inactive"
                   delimited by size into problem-text
            perform reportProblem
    end-evaluate.
    if tok-4 not = spaces
        move spaces to problem-text
        string "unexpected text after the groups of user '"
               function trim(tok-1) "'" delimited by size
               into problem-text
        perform reportProblem
    end-if.
    move tok-1 to check-user.
    perform findUser.
    if user-was-found
        move spaces to problem-text
        string "user '" function trim(tok-1)
               "' is listed more than once" delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    if user-count < 200
        add 1 to user-count
        move tok-1 to ut-name(user-count)
    end-if.

*> ------------------------------------------------------------------
*> settings.conf: "key value"; query-<name> keeps the rest of the
*> line as its criteria.  The ranges are the ones todo.cob accepts.
*> ------------------------------------------------------------------
checkSettings.
    move 'settings.conf' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkSettingLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkSettingLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    if function lower-case(tok-1(1:6)) = 'query-'
        perform checkQueryLine
        exit paragraph
    end-if.
    if tok-2 = spaces
        move spaces to problem-text
        string "setting '" function trim(tok-1)
               "' has no value" delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    move spaces to problem-text.
    evaluate function lower-case(tok-1)
        when 'default-priority'
            evaluate function upper-case(tok-2)
                when 'H' when 'M' when 'L'
                    continue
                when other
                    move "default-priority must be H, M or L"
                            to problem-text
            end-evaluate
        when 'default-statuses'
            perform checkStatusLetters
            if not letters-are-ok or letter-count > 5
                string "default-statuses must be up to 5 of the status"
                       " letters NPCDWR" delimited by size into problem-text
            end-if
        when 'digest-days'
        when 'purge-days'
            if function test-numval(tok-2) not = 0
                    or function numval(tok-2) < 1
                    or function numval(tok-2) > 999
                string function trim(tok-1)
                       " must be a number of days from 1 to 999"
                       delimited by size into problem-text
            end-if
        when 'audit-keep-days'
        when 'journal-keep-days'
            if function test-numval(tok-2) not = 0
                    or function numval(tok-2) < 1
                    or function numval(tok-2) > 9999
                string function trim(tok-1)
                       " must be a number of days from 1 to 9999"
                       delimited by size into problem-text
            end-if
        when 'signon-tries'
            if function test-numval(tok-2) not = 0
                    or function numval(tok-2) < 1
                    or function numval(tok-2) > 99
                move "signon-tries must be a number from 1 to 99"
                        to problem-text
            end-if
        when 'idle-minutes'
            if function test-numval(tok-2) not = 0
                    or function numval(tok-2) < 0
                    or function numval(tok-2) > 999
                string "idle-minutes must be a number of minutes from"
                       " 0 to 999" delimited by size into problem-text
            end-if
        when other
            string "unknown setting '" function trim(tok-1) "'"
                   delimited by size into problem-text
    end-evaluate.
    if problem-text not = spaces
        perform reportProblem
        exit paragraph
    end-if.
    if tok-3 not = spaces
        move spaces to problem-text
        string "unexpected text after the value of '"
               function trim(tok-1) "'" delimited by size
               into problem-text
        perform reportProblem
    end-if.

checkQueryLine.
    move spaces to problem-text.
    if tok-1(7:) = spaces
        move "saved query has no name after 'query-'" to problem-text
        perform reportProblem
        exit paragraph
    end-if.
    if tok-2 = spaces
        move spaces to problem-text
        string "saved query '" function trim(tok-1(7:))
               "' has no criteria" delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    add 1 to query-count.
    if query-count > 20
        move spaces to problem-text
        string "more than 20 saved queries - '" function trim(tok-1)
               "' is ignored" delimited by size into problem-text
        perform reportProblem
    end-if.

*> ------------------------------------------------------------------
*> workflow.rules: ALLOW <from> <to>, NOTE-REQUIRED <status>,
*> SUPERVISOR <user>.
*> ------------------------------------------------------------------
checkWorkflowRules.
    move 'workflow.rules' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkWorkflowLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkWorkflowLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    move spaces to problem-text.
    evaluate function upper-case(tok-1)
        when 'ALLOW'
            add 1 to allow-count
            perform checkAllowRule
        when 'NOTE-REQUIRED'
            add 1 to note-required-count
            move function upper-case(tok-2(1:1)) to one-letter
            move 0 to parse-ptr
            if one-letter not = space
                inspect status-letters tallying parse-ptr
                        for all one-letter
            end-if
            evaluate true
                when parse-ptr = 0
                    string "NOTE-REQUIRED needs a status letter"
                           " (NPCDWR), not '" function trim(tok-2) "'"
                           delimited by size into problem-text
                when note-required-count > 5
                    string "more than 5 NOTE-REQUIRED rules - the rest"
                           " are ignored" delimited by size into problem-text
            end-evaluate
        when 'SUPERVISOR'
            add 1 to supervisor-count
            move tok-2 to check-user
            perform findUser
            evaluate true
                when tok-2 = spaces
                    move "SUPERVISOR names no user" to problem-text
                when not user-was-found
                    string "supervisor '" function trim(tok-2)
                           "' is not in users.data" delimited by size
                           into problem-text
                when supervisor-count > 20
                    string "more than 20 SUPERVISOR rules - the rest"
                           " are ignored" delimited by size into problem-text
            end-evaluate
        when other
            string "unknown workflow rule '" function trim(tok-1) "'"
                   delimited by size into problem-text
    end-evaluate.
    if problem-text not = spaces
        perform reportProblem
    end-if.

checkAllowRule.
    move function upper-case(tok-2(1:1)) to one-letter.
    move 0 to parse-ptr.
    if one-letter not = space
        inspect status-letters tallying parse-ptr for all one-letter
    end-if.
    move function upper-case(tok-3(1:1)) to one-letter.
    move 0 to letter-count.
    if one-letter not = space
        inspect status-letters tallying letter-count
                for all one-letter
    end-if.
    evaluate true
        when parse-ptr = 0 or letter-count = 0
            string "ALLOW needs two status letters (NPCDWR), not '"
                   function trim(tok-2) " " function trim(tok-3) "'"
                   delimited by size into problem-text
        when allow-count > 50
            move "more than 50 ALLOW rules - the rest are ignored"
                    to problem-text
    end-evaluate.

*> ------------------------------------------------------------------
*> escalation.rules: DAYS <n>, STATUSES <letters>, EXEMPT <tag>.
*> ------------------------------------------------------------------
checkEscalationRules.
    move 'escalation.rules' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkEscalationLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkEscalationLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    move spaces to problem-text.
    evaluate function upper-case(tok-1)
        when 'DAYS'
            if function test-numval(tok-2) not = 0
                    or function numval(tok-2) < 1
                    or function numval(tok-2) > 999
                move "DAYS must be a number of days from 1 to 999"
                        to problem-text
            end-if
        when 'STATUSES'
            perform checkStatusLetters
            if not letters-are-ok or letter-count = 0
                    or letter-count > 5
                string "STATUSES must be up to 5 of the status letters"
                       " NPCDWR" delimited by size into problem-text
            end-if
        when 'EXEMPT'
            add 1 to exempt-count
            evaluate true
                when tok-2 = spaces
                    move "EXEMPT names no tag" to problem-text
                when exempt-count > 20
                    string "more than 20 EXEMPT tags - the rest are"
                           " ignored" delimited by size into problem-text
            end-evaluate
        when other
            string "unknown escalation rule '" function trim(tok-1) "'"
                   delimited by size into problem-text
    end-evaluate.
    if problem-text not = spaces
        perform reportProblem
    end-if.

*> ------------------------------------------------------------------
*> rate-cards.data: USER <name> <rate>, TAG <tag> <rate>,
*> DEFAULT <rate>.  A USER card for someone not in users.data bills
*> nobody; a second card for the same user or tag is never reached.
*> ------------------------------------------------------------------
checkRateCards.
    move 'rate-cards.data' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkRateCardLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkRateCardLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    move spaces to problem-text.
    evaluate function upper-case(tok-1)
        when 'USER'
            perform checkUserRateCard
        when 'TAG'
            perform checkTagRateCard
        when 'DEFAULT'
            add 1 to rate-default-count
            evaluate true
                when function test-numval(tok-2) not = 0
                    string "DEFAULT rate '" function trim(tok-2)
                           "' is not a number" delimited by size
                           into problem-text
                when rate-default-count > 1
                    string "more than one DEFAULT card - the last one"
                           " wins" delimited by size into problem-text
            end-evaluate
        when other
            string "unknown rate card '" function trim(tok-1) "'"
                   delimited by size into problem-text
    end-evaluate.
    if problem-text not = spaces
        perform reportProblem
    end-if.

checkUserRateCard.
    if tok-2 = spaces
        move "USER card names no user" to problem-text
        exit paragraph
    end-if.
    if function test-numval(tok-3) not = 0
        string "rate '" function trim(tok-3) "' for user '"
               function trim(tok-2) "' is not a number"
               delimited by size into problem-text
        exit paragraph
    end-if.
    move tok-2 to check-user.
    perform findUser.
    if not user-was-found
        string "rate card for user '" function trim(tok-2)
               "' who is not in users.data" delimited by size
               into problem-text
        exit paragraph
    end-if.
    perform varying rate-idx from 1 by 1
            until rate-idx > rate-user-count
        if ru-name(rate-idx) = tok-2
            string "second rate card for user '" function trim(tok-2)
                   "' - the first one is used" delimited by size
                   into problem-text
            exit paragraph
        end-if
    end-perform.
    if rate-user-count >= 100
        move "more than 100 USER cards - the rest are ignored"
                to problem-text
        exit paragraph
    end-if.
    add 1 to rate-user-count.
    move tok-2 to ru-name(rate-user-count).

checkTagRateCard.
    if tok-2 = spaces
        move "TAG card names no tag" to problem-text
        exit paragraph
    end-if.
    if function test-numval(tok-3) not = 0
        string "rate '" function trim(tok-3) "' for tag '"
               function trim(tok-2) "' is not a number"
               delimited by size into problem-text
        exit paragraph
    end-if.
    perform varying rate-idx from 1 by 1
            until rate-idx > rate-tag-count
        if rt-tag(rate-idx) = tok-2
            string "second rate card for tag '" function trim(tok-2)
                   "' - the first one is used" delimited by size
                   into problem-text
            exit paragraph
        end-if
    end-perform.
    if rate-tag-count >= 100
        move "more than 100 TAG cards - the rest are ignored"
                to problem-text
        exit paragraph
    end-if.
    add 1 to rate-tag-count.
    move tok-2 to rt-tag(rate-tag-count).

*> ------------------------------------------------------------------
*> holidays.data: one yyyymmdd per line.  The programs skip a line
*> that is not all digits, so a mistyped holiday is silently a
*> working day - here it is a finding.
*> ------------------------------------------------------------------
checkHolidays.
    move 'holidays.data' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkHolidayLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkHolidayLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    move spaces to problem-text.
    if conf-line(1:8) is not numeric
            or conf-line(9:) not = spaces
        string "'" function trim(conf-line)
               "' is not a date in yyyymmdd form" delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    move conf-line(1:8) to holiday-date.
    if function test-date-yyyymmdd(holiday-date) not = 0
        string "'" conf-line(1:8) "' is not a calendar date"
               delimited by size into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    perform varying holiday-idx from 1 by 1
            until holiday-idx > holiday-count
        if ht-date(holiday-idx) = conf-line(1:8)
            string "holiday " conf-line(1:8) " is listed more than"
                   " once" delimited by size into problem-text
            perform reportProblem
            exit paragraph
        end-if
    end-perform.
    if holiday-count >= 100
        move "more than 100 holidays - the rest are ignored"
                to problem-text
        perform reportProblem
        exit paragraph
    end-if.
    add 1 to holiday-count.
    move conf-line(1:8) to ht-date(holiday-count).

*> ------------------------------------------------------------------
*> projects.data: one project name per line; 'default' is built in
*> and takes one of the 50 places.  A name is one word of at most
*> 20 characters - it becomes part of the project's file names.
*> ------------------------------------------------------------------
checkProjects.
    move 'projects.data' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    move 1 to project-count.
    move 'default' to pt-name(1).
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkProjectLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkProjectLine.
    if function trim(conf-line) = spaces
        exit paragraph
    end-if.
    perform splitLine.
    move spaces to problem-text.
    evaluate true
        when conf-line(1:1) = space
            string "project name '" function trim(conf-line)
                   "' starts with a space" delimited by size
                   into problem-text
        when tok-2 not = spaces
            string "project name '" function trim(conf-line)
                   "' has a space in it" delimited by size
                   into problem-text
        when conf-line(21:) not = spaces
            string "project name '" function trim(conf-line)
                   "' is longer than 20 characters" delimited by size
                   into problem-text
        when conf-line(1:20) = 'default'
            move "'default' is built in and must not be listed"
                    to problem-text
    end-evaluate.
    if problem-text = spaces
        move 0 to letter-count
        inspect conf-line(1:20) tallying letter-count
                for all '/' all '*'
        if letter-count > 0
            string "project name '" function trim(conf-line)
                   "' cannot be used in a file name" delimited by size
                   into problem-text
        end-if
    end-if.
    if problem-text not = spaces
        perform reportProblem
        exit paragraph
    end-if.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        if pt-name(project-idx) = conf-line(1:20)
            string "project '" function trim(conf-line)
                   "' is listed more than once" delimited by size
                   into problem-text
            perform reportProblem
            exit paragraph
        end-if
    end-perform.
    if project-count >= 50
        string "more than 50 projects - '" function trim(conf-line)
               "' is ignored" delimited by size into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    add 1 to project-count.
    move conf-line(1:20) to pt-name(project-count).

*> ------------------------------------------------------------------
*> runbook.conf: one program (with any arguments) per line, run
*> through the shell by nightly_run, so the program has to be found
*> along PATH - or at the path given, when the step names one.
*> ------------------------------------------------------------------
checkRunbook.
    move 'runbook.conf' to conf-short-name.
    perform openConfFile.
    if not conf-was-found
        exit paragraph
    end-if.
    move spaces to path-list.
    accept path-list from environment "PATH".
    perform readConfLine.
    perform until conf-file-status not = '00'
        perform checkRunbookLine
        perform readConfLine
    end-perform.
    perform closeConfFile.

checkRunbookLine.
    perform isCommentLine.
    if line-is-comment
        exit paragraph
    end-if.
    perform splitLine.
    add 1 to step-count.
    move spaces to problem-text.
    if step-count > 20
        string "more than 20 runbook steps - '" function trim(tok-1)
               "' is ignored" delimited by size into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    if function length(function trim(conf-line)) > 40
        string "step '" function trim(tok-1) "' is longer than 40"
               " characters with its arguments" delimited by size
               into problem-text
        perform reportProblem
        exit paragraph
    end-if.
    move tok-1 to step-program.
    perform findProgram.
    if not program-was-found
        string "step names program '" function trim(step-program)
               "', which is not found" delimited by size
               into problem-text
        perform reportProblem
    end-if.

*> step-program in; program-found-flag out
findProgram.
    move 'N' to program-found-flag.
    move 0 to letter-count.
    inspect step-program tallying letter-count for all '/'.
    if letter-count > 0
        move step-program to probe-name
        perform probeProgram
        exit paragraph
    end-if.
    move 1 to path-ptr.
    perform until path-ptr > function length(path-list)
            or program-was-found
            or path-list(path-ptr:) = spaces
        move spaces to path-dir
        unstring path-list delimited by ':'
                into path-dir
                with pointer path-ptr
        end-unstring
        *> an empty PATH entry means the current directory
        if path-dir = spaces
            move '.' to path-dir
        end-if
        move spaces to probe-name
        string function trim(path-dir) delimited by size
               "/" delimited by size
               step-program delimited by spaces
               into probe-name
        perform probeProgram
    end-perform.

probeProgram.
    call 'CBL_CHECK_FILE_EXIST' using probe-name, probe-info
        returning probe-status.
    if probe-status = 0
        move 'Y' to program-found-flag
    end-if.
