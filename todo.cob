      select users-file assign to users-file-name
       organization is line sequential
          file status is users-file-status.
      select fields-conf-file assign to fields-conf-file-name
       organization is line sequential
          file status is fields-conf-status.
      select keyword-index-file assign to keyword-index-name
       organization is indexed
          access mode is dynamic
          record key is kwx-kw-key
          file status is keyword-index-status.
      select history-file assign to history-file-name
       organization is indexed
          access mode is dynamic
          record key is hist-task-id
          file status is history-file-status.


data division.
fd users-file.
01 users-line pic X(50).

fd fields-conf-file.
01 fields-conf-line pic X(120).

fd keyword-index-file.
copy cp_keyword_defs replacing ==:prefix:== by ==kwx-==.

fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.


working-storage section.

copy cp_tag_defs replacing ==:prefix:== by ==ws-==.
copy cp_watch_defs replacing ==:prefix:== by ==ws-==.
copy cp_approval_defs replacing ==:prefix:== by ==ws-==.
copy cp_client_defs replacing ==:prefix:== by ==ws-==.
copy cp_expense_defs replacing ==:prefix:== by ==ws-==.
copy cp_contract_defs replacing ==:prefix:== by ==ws-==.
copy cp_intake_defs replacing ==:prefix:== by ==ws-==.
copy cp_xref_defs replacing ==:prefix:== by ==ws-==.
copy cp_field_defs replacing ==:prefix:== by ==ws-==.
copy cp_fielddef_defs replacing ==:prefix:== by ==ws-==.
copy cp_access_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.
copy cp_hold_defs replacing ==:prefix:== by ==ws-==.
copy cp_holdcheck_defs replacing ==:prefix:== by ==ws-==.
copy cp_review_defs replacing ==:prefix:== by ==ws-==.
copy cp_reviewcheck_defs replacing ==:prefix:== by ==ws-==.
*> a second task record for checking a task id that turns up in a
*> note, link or index hit without disturbing the one in hand
copy cp_task_defs replacing ==:prefix:== by ==vis-lookup-==.


78 task-count-max value 9999999.
    05 tag-registry-file-name pic X(80).
    05 watches-file-name pic X(80).
    05 approvals-file-name pic X(80).
    05 clients-file-name pic X(80).
    05 expenses-file-name pic X(80).
    05 contracts-file-name pic X(80).
    05 intake-file-name pic X(80).
    05 xref-file-name pic X(80).
    05 task-fields-file-name pic X(80).
    05 access-file-name pic X(80).
    05 holds-file-name pic X(80).
    05 reviews-file-name pic X(80).

01 data-dir pic X(50).
01 session-log-file-name pic X(50).
01 workflow-file-status pic 99.
01 users-file-name pic X(60).
01 users-file-status pic 99.
01 fields-conf-file-name pic X(80).
01 fields-conf-status pic 99.
01 fdl-name pic X(20).
01 fdl-type pic X(10).
01 fdl-length pic X(5).
01 fdl-required pic X(10).
01 fdl-values pic X(60).
01 fielddef-idx pic 9(2).
*> one pending value per defined field while add/edit prompts run
01 fieldval-table.
      05 fieldval-slot occurs 10 times.
            10 fieldval-entry pic X(40).
            10 fieldval-prior pic X(40).
01 fieldval-prompted pic X value 'N'.
      88 fieldvals-were-prompted value 'Y'.
01 fieldval-prompt pic X(120).
01 fieldval-input pic X(40).
01 fieldval-clean pic X(40).
01 fieldval-ok-flag pic X.
      88 fieldval-is-valid value 'Y'.
01 fieldval-error pic X(60).
01 fieldval-allowed-ptr pic 9(3).
01 fieldval-allowed-tok pic X(40).
01 fieldval-input-len pic 9(3).
*> with no users file every session is an admin, so a shop that
*> never configures roles keeps the old behavior untouched
01 current-user-role pic X(10) value 'admin'.
01 list-by-owner pic X value 'N'.
      88 list-by-owner-yes value 'Y'.
01 ws-current-user pic X(20).
01 ws-session-event pic X(12).
*> seconds since day 1 at the last command, for the idle check
01 idle-last-seconds pic 9(12) value 0.
01 idle-now-seconds pic 9(12).
01 idle-signoff-flag pic X value 'N'.
    88 idle-signed-off value 'Y'.
01 ws-session-stamp pic X(14).
01 ws-parent-id-hold pic 9(7) value 0.
01 ws-current-parent-id pic 9(7) value 0.
01 query-name-hold pic X(20).
01 query-criteria-buf pic X(80).
01 qc-ptr pic 99.
01 qc-token pic X(40).
01 qf-tag pic X(20).
01 qf-owner pic X(20).
01 qf-priority pic X(1).
      88 qf-criteria-good value 'Y'.
01 qf-match pic X.
      88 qf-task-matches value 'Y'.
01 qf-field-table.
      05 qf-field-entry occurs 3 times.
            10 qf-field-def-idx pic 9(2).
            10 qf-field-value pic X(40).
01 qf-field-count pic 9 value 0.
01 qf-field-idx pic 9.
01 qf-shown-count pic 9(4).
01 keyword-index-name pic X(60).
01 keyword-index-status pic 99.
      05 ts-task-entry occurs 100 times.
            10 tst-id pic 9(7).
            10 tst-desc pic X(30).
            10 tst-client pic X(10).
01 ts-task-count pic 9(3) value 0.
01 ts-task-idx pic 9(3).
01 ts-exist-table.
01 mv-att-table.
      05 mv-att-entry occurs 100 times.
            10 mv-att-id pic 9(6).
            10 mv-att-new-id pic 9(6).
            10 mv-att-image pic X(200).
01 mv-att-count pic 9(3) value 0.
01 mv-att-idx pic 9(3).
01 mv-exp-table.
      05 mv-exp-entry occurs 200 times.
            10 mv-exp-id pic 9(6).
            10 mv-exp-image pic X(150).
01 mv-exp-count pic 9(3) value 0.
01 mv-exp-idx pic 9(3).
01 mv-ext-found pic X value 'N'.
      88 mv-has-ext value 'Y'.
01 mv-ext-image pic X(300).
01 mv-fld-table.
      05 mv-fld-image occurs 20 times pic X(71).
01 mv-fld-count pic 9(2) value 0.
01 mv-fld-idx pic 9(2).
01 mv-overflow pic X value 'N'.
      88 mv-hit-a-limit value 'Y'.
01 mv-locked-flag pic X value 'N'.
01 mv-log-file-name pic X(80).
01 mv-deps-file-name pic X(80).
01 mv-ext-file-name pic X(80).
01 mv-fld-file-name pic X(80).
01 mv-att-file-name pic X(80).
01 mv-exp-file-name pic X(80).
01 wait-party-hold pic X(20).
01 wait-followup-hold pic 9(8).
01 chase-table.
01 tag-offset-julian pic 9(9).
01 tagdef-name-hold pic X(20).
01 tagdef-offset-input pic X(10).
01 tagdef-review-hold pic X(1).
01 tagdef-reviewer-hold pic X(20).
01 tagdef-review-text pic X(25).
01 client-code-input pic X(10).
01 client-answer pic X(50).
01 client-terms-input pic X(10).
01 client-check-flag pic X value 'N'.
      88 client-code-valid value 'Y'.
01 client-list-count pic 9(4).
01 expense-amount-input pic X(15).
01 expense-billable-input pic X(3).
01 expense-receipt-input pic X(10).
01 expense-date-input pic X(8).
01 expense-total pic 9(7)v9(2).
01 expense-billable-total pic 9(7)v9(2).
01 expense-amount-print pic zzzzzz9.99.
01 expense-list-count pic 9(4).
01 expense-list-month pic 9(6).
01 contract-from-input pic X(8).
01 contract-to-input pic X(8).
01 contract-hours-input pic X(15).
01 contract-pct-input pic X(5).
01 contract-list-count pic 9(4).
01 contract-overlap-flag pic X.
      88 contract-overlaps value 'Y'.
01 contract-hours-print pic zzzz9.99.
01 contract-pct-print pic zz9.
01 contract-rec-hold pic X(66).
01 budget-pct-print pic zzzz9.
01 budget-client pic X(10).
01 budget-task-tag pic X(20).
01 budget-date pic 9(8).
01 budget-hours pic 9(3)v9(2).
01 budget-found pic X value 'N'.
      88 budget-has-contract value 'Y'.
01 budget-verdict pic X value 'O'.
      88 budget-refused value 'X'.
01 budget-contract-key pic X(18).
01 budget-contract-from pic 9(8).
01 budget-contract-to pic 9(8).
01 budget-contract-hours pic 9(5)v9(2).
01 budget-contract-pct pic 9(3).
01 budget-cache-key pic X(18) value spaces.
01 budget-cache-used pic 9(7)v9(2).
01 budget-after pic 9(7)v9(2).
01 budget-left pic 9(7)v9(2).
01 budget-warn-hours pic 9(7)v9(2).
01 budget-used-pct pic 9(5).
01 budget-override-answer pic X(3).
01 budget-worklog-hold pic X(96).
01 budget-tasks-file-name pic X(80).
01 budget-log-file-name pic X(80).
01 budget-task-table.
      05 budget-task-id occurs 2000 times pic 9(7).
01 budget-task-count pic 9(4).
01 budget-task-idx pic 9(4).
01 budget-tag-table.
      05 budget-tag-name occurs 100 times pic X(20).
01 budget-tag-count pic 9(3).
01 budget-tag-idx pic 9(3).
01 budget-hit-flag pic X.
      88 budget-task-hit value 'Y'.
*> tasks purged out of tasks.data keep their logged hours
01 history-file-name pic X(60).
01 history-file-status pic 99.
01 intake-id-input pic X(10).
01 intake-found-flag pic X value 'N'.
      88 intake-was-found value 'Y'.
01 intake-list-flag pic X value 'N'.
      88 intake-list-everything value 'Y'.
01 intake-list-count pic 9(5).
01 intake-target-project pic X(20).
01 intake-tag-input pic X(20).
01 intake-owner-input pic X(20).
01 intake-reason-input pic X(50).
01 intake-dup-input pic X(10).
01 intake-answer pic X(10).
01 intake-new-task-id pic 9(7).
01 intake-note-buf pic X(100).
01 intake-tasks-file-name pic X(80).
01 intake-notes-file-name pic X(80).
01 intake-ext-file-name pic X(80).
01 intake-queue-table.
      05 intake-queue-id occurs 200 times pic 9(6).
01 intake-queue-count pic 9(3).
01 intake-queue-idx pic 9(3).
01 intake-quit-flag pic X value 'N'.
      88 intake-quit-triage value 'Y'.
01 intake-accepted-count pic 9(3).
01 intake-rejected-count pic 9(3).
01 intake-dup-count pic 9(3).
01 intake-skipped-count pic 9(3).
01 xref-system-input pic X(12).
01 xref-reference-input pic X(30).
01 xref-found-flag pic X value 'N'.
      88 xref-was-found value 'Y'.
01 xref-id-table.
      05 xref-id-entry occurs 50 times pic 9(6).
01 xref-id-count pic 9(3).
01 xref-idx pic 9(3).
01 access-class-input pic X(10).
01 vis-lookup-id pic 9(7).
01 access-group-input pic X(20).
01 hold-lookup-id pic 9(7).
01 hold-skip-flag pic X value 'N'.
      88 hold-blocked-change value 'Y'.
01 hold-scope-input pic X(10).
01 hold-ids-input pic X(80).
01 hold-ids-ptr pic 9(3).
01 hold-id-token pic X(10).
01 hold-list-all pic X value 'N'.
      88 hold-list-shows-all value 'Y'.
01 hold-list-count pic 9(5).
01 hold-task-idx pic 9(2).
01 hold-scope-print pic X(30).
01 bulk-held-count pic 9(5).
*> review sign-off: the reviewer named on complete (or by the tag),
*> and whether the change in hand is the reviewer's own decision
01 review-reviewer-input pic X(20).
01 review-deciding-flag pic X value 'N'.
      88 review-deciding value 'Y'.
01 review-submit-flag pic X value 'N'.
      88 review-was-submitted value 'Y'.
01 review-prompt-flag pic X value 'Y'.
      88 review-may-prompt value 'Y'.
01 review-found-flag pic X value 'N'.
      88 review-was-found value 'Y'.
01 review-user-flag pic X value 'N'.
      88 review-user-can-review value 'Y'.
01 review-reason-input pic X(60).
01 review-list-mine pic X value 'N'.
      88 review-list-submitted value 'Y'.
01 review-list-count pic 9(5).
01 review-wait-days pic 9(5).
01 review-today pic 9(8).
01 review-sent-date pic 9(8).
01 bulk-review-count pic 9(5).
01 review-lookup-id pic 9(7).
01 review-found-id pic 9(6).
01 review-check-owner pic X(20).
01 review-check-doer pic X(20).
01 sprint-name-hold pic X(20).
01 sprint-id-hold pic 9(6).
01 sprint-found-flag pic X value 'N'.
    perform setFilename.
    perform loadSettings.
    perform loadWorkflowRules.
    perform loadFieldDefs.
    perform loadHolidays.
    perform setCurrentUser.
    perform loadUsers.
    perform signOn.
    perform enableDataSessions.
    move 'START' to ws-session-event.
    perform logSessionEvent.
        display "> " with no advancing
        accept cmd

        perform checkIdleTimeout
        if idle-signed-off
            move 'Y' to exit-program
        else
            perform performCommand
        end-if
    end-perform.

singleLoop.
        perform showDigest
    when = "log"
        perform logWork
    when = "expense"
        perform expenseCommand
    when = "timesheet"
        perform timesheetCommand
    when = "depend"
        perform sprintCommand
    when = "tagdef"
        perform tagdefCommand
    when = "client"
        perform clientCommand
    when = "contract"
        perform contractCommand
    when = "intake"
        perform intakeCommand
    when = "triage"
        perform triageCommand
    when = "ref"
        perform refCommand
    when = "visibility"
        perform visibilityTask
    when = "undo"
        perform undoTask
    when = "project"
        perform showApprovals
    when = "holiday"
        perform holidayCommand
    when = "pin"
        perform pinCommand
    when = "hold"
        perform holdCommand
    when = "review"
        perform reviewCommand
    when = "reviews"
        perform showReviews
    when = "set"
        perform setCommand
    when = "board"
    display " list tag <name> - Show open tasks with a given tag ".
    display " list owner <name> - Show open tasks assigned to a given owner ".
    display " list where [tag <t>] [owner <o>|me] [priority <p>]".
    display "          [due <from> <to>] [field <name> <value>]".
    display "          - Combine list criteria ".
    display " list save <name> <criteria> - Name a combination ".
    display " list @<name> - Run a saved combination ".
    display " list queries - Show saved combinations ".
    display " add      -  Add task        ".
    display " addsub <parent-id> - Add a subtask under an existing task ".
    display " tag      -  Set a task's tag/category ".
    display " tagdef add <name> [pri] [owner] [days] [client]".
    display "          - Register a tag, optionally with a default client".
    display " tagdef list - Show the tag registry".
    display " tagdef retire/activate <name> - Retire or revive a tag".
    display " tagdef remove <name> - Drop a tag from the registry".
    display " tagdef review <name> on [reviewer] | off - (admin) Make".
    display "          completing the tag's tasks need a review sign-off".
    display " client add <code> - Add or change a client (prompts)".
    display " client list - Show the client master".
    display " client show <code> - Show a client's bill-to details".
    display " client retire/activate <code> - Retire or revive a client".
    display " client link <id> <code|-> - Bill a task to a client".
    display " contract add <client> <from> <to> <hours> [warn-%] [ref]".
    display "          - Record a pre-paid block of hours (admin)".
    display " contract list [<client>] - Show contract hour budgets".
    display " contract show <client> [yyyymmdd] - Hours used and left".
    display " contract delete <client> <from> - Drop a block (admin)".
    display " intake add [<requester> <wanted-by|-> <request>]".
    display "          - Queue a request from another team for triage".
    display " intake list [all] - Requests waiting (or every request)".
    display " intake show <id> - A request and what became of it".
    display " intake accept <id> <project> [tag|-] [owner|-] [pri]".
    display " intake reject <id> <reason> | duplicate <id> <task-id>".
    display " triage   -  Work the intake queue one request at a time".
    display " ref add <id> <system> <reference> - Link a task to another".
    display "          system's ticket (e.g. the partner helpdesk)".
    display " ref remove <id> <system> [reference] - Drop a link".
    display " ref find <system> <reference> - Which task mirrors a ticket".
    display " visibility <id> public|private|group <name> - Who may see".
    display "          a task (its owner or an admin sets it)".
    display " assign   -  Set a task's owner/assignee ".
    display " priority -  Set a task's priority (High/Med/Low) ".
    display " recur    -  Set a task's recurrence (Daily/Weekly/Monthly/None) ".
    display " complete <id> force - Complete even if blockers are still open ".
    display " complete all status <S> - Complete every open task in status S ".
    display " complete all tag <name> - Complete every open task with a tag ".
    display " complete <id> [force] reviewer <user> - Complete a task whose".
    display "          tag needs review: it waits on the reviewer (R)".
    display " review approve <id> - Sign off a task sent to you; it closes".
    display " review reject <id> <reason> - Send it back to in process".
    display " review reassign <id> <user> - (admin) Change the reviewer".
    display " reviews [mine] - Reviews waiting on you (or sent by you)".
    display " delete   -  Delete a task   ".
    display " delete all status <S> - Delete every open task in status S ".
    display " delete all tag <name> - Delete every open task with a tag ".
    display " ui       -  Full-screen browse with one-key actions".
    display " aging    -  Bucket open tasks by age per owner and tag".
    display " log <id> <hours> <remark> - Log time spent on a task".
    display " expense add <id> [<amount> <category> <Y|N> [receipt-id|-]".
    display "          [description]] - Claim an expense against a task".
    display "          (Y = billable; prompts when only the id is given)".
    display " expense list [<id>] - A task's expenses, or your own this month".
    display " expense delete <expense-id> - Withdraw an expense claim".
    display " depend <id> on <id> - Make a task wait on another task".
    display " undepend <id> on <id> - Remove a waiting-on link".
    display " blocked  -  Show open tasks stuck behind open blockers".
    display " project use <name> - Switch this session to a project".
    display " project summary - Open/overdue counts per project".
    display " move <id> to <project> - Refile a task and its notes,".
    display "          hours, expenses, links and attachments into a project".
    display " merge <id> into <id> - Fold a duplicate's notes, hours,".
    display "          expenses, links and attachments onto the survivor".
    display " holiday add <yyyymmdd> - Mark a date as a non-working day".
    display " holiday remove <yyyymmdd> - Unmark a holiday".
    display " holiday list - Show the business calendar's holidays".
    display " hold place task <id,id..>|tag <t>|owner <u>|client <c>".
    display "          <reason> - (admin) Put a legal hold on tasks and".
    display "          everything recorded against them".
    display " hold release <hold-id> - (admin) Release a legal hold".
    display " hold list [all] - Show the active (or every) legal hold".
    display " pin - Change your own sign-on PIN".
    display " pin reset <user> - (admin) Set a temporary PIN and unlock".
    display "          the account".
    display " set show - Show the current settings".
    display " set <key> <value> - Change a setting (default-priority,".
    display "          default-statuses, digest-days, purge-days,".
    display "          audit-keep-days, journal-keep-days, signon-tries,".
    display "          idle-minutes)".
    display " timesheet - Show your own logged time".
    display " timesheet enter [yyyymmdd] - Book a whole week's hours".
    display "          against your open tasks in one pass".
    string data-dir delimited by spaces
            "/worklog-approvals.data" delimited by size
            into approvals-file-name.
    string data-dir delimited by spaces
            "/clients.data" delimited by size
            into clients-file-name.
    string data-dir delimited by spaces
            "/contracts.data" delimited by size
            into contracts-file-name.
    string data-dir delimited by spaces
            "/intake.data" delimited by size
            into intake-file-name.
    string data-dir delimited by spaces
            "/external-refs.data" delimited by size
            into xref-file-name.
    string data-dir delimited by spaces
            "/task-access.data" delimited by size
            into access-file-name.
    string data-dir delimited by spaces
            "/legal-holds.data" delimited by size
            into holds-file-name.
    string data-dir delimited by spaces
            "/task-reviews.data" delimited by size
            into reviews-file-name.
    string data-dir delimited by spaces
            "/keyword-index.data" delimited by size
            into keyword-index-name.
    string data-dir delimited by spaces
            "/tasks-history.data" delimited by size
            into history-file-name.
    perform setProjectFilenames.

*> every per-project data file pair (and the per-task side files
        string data-dir delimited by spaces
                "/attachments.data" delimited by size
                into attachments-file-name
        string data-dir delimited by spaces
                "/expenses.data" delimited by size
                into expenses-file-name
        string data-dir delimited by spaces
                "/task-fields.data" delimited by size
                into task-fields-file-name
        string data-dir delimited by spaces
                "/fields.conf" delimited by size
                into fields-conf-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into attachments-file-name
        string data-dir delimited by spaces
                "/expenses-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into expenses-file-name
        string data-dir delimited by spaces
                "/task-fields-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-fields-file-name
        string data-dir delimited by spaces
                "/fields-" delimited by size
                function trim(current-project) delimited by size
                ".conf" delimited by size
                into fields-conf-file-name
    end-if.

setCurrentUser.
        when 'mine' when 'overdue' when 'digest' when 'board'
        when 'aging' when 'blocked' when 'watches' when 'notes'
        when 'timesheet' when 'approvals' when 'help'
        when 'intake' when 'pin' when 'reviews'
        when 'exit' when 'quit' when 'q' when 'script'
            move 1 to required-role-rank
        when 'undo' when 'set'
    if session-log-status = '35' then
        open output session-log-file
    end-if.
    move spaces to session-log-line.
    string ws-session-stamp delimited by size
            " " delimited by size
            function trim(ws-current-user) delimited by size
            " " delimited by size
            function trim(ws-session-event) delimited by size
            into session-log-line.
    write session-log-line.
    close session-log-file.

*> the USER/LOGNAME name is only a claim: a user listed in
*> users.data gives their PIN before anything runs (sign_on.cob)
signOn.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move ws-current-user to ws-signon-user.
    move 'todo' to ws-signon-program.
    call 'sign_on' using ws-signon-request.
    if not ws-signon-ok
        display "Sign-on failed - todo is ending."
        stop run
    end-if.
    perform takeIdleClock.
    move idle-now-seconds to idle-last-seconds.

takeIdleClock.
    compute idle-now-seconds = function integer-of-date(
            function numval(function current-date(1:8))) * 86400
            + function seconds-past-midnight.

*> a session left alone longer than idle-minutes has to give the PIN
*> again before the command just typed is run; a failed or abandoned
*> re-entry ends the session
checkIdleTimeout.
    move 'N' to idle-signoff-flag.
    perform takeIdleClock.
    if setting-idle-minutes > 0
            and not ws-signon-open-install
            and idle-now-seconds - idle-last-seconds
                > setting-idle-minutes * 60
        display "Idle for more than " setting-idle-minutes
                " minute(s) - sign on again."
        move 'IDLE-OUT' to ws-session-event
        perform logSessionEvent
        initialize ws-signon-request
        move 'recheck' to ws-signon-action
        move ws-current-user to ws-signon-user
        move 'todo' to ws-signon-program
        call 'sign_on' using ws-signon-request
        if not ws-signon-ok
            display "Session ended."
            move 'Y' to idle-signoff-flag
            exit paragraph
        end-if
        perform takeIdleClock
    end-if.
    move idle-now-seconds to idle-last-seconds.

*> pin               change your own PIN
*> pin reset <user>  (admin) temporary PIN, clears a lockout
pinCommand.
    perform cmdGetNextToken.
    initialize ws-signon-request.
    move ws-current-user to ws-signon-user.
    move 'todo' to ws-signon-program.
    if cmd-tok = 'reset'
        if not role-is-admin
            display "Only an admin can reset another user's PIN."
            exit paragraph
        end-if
        perform cmdGetNextToken
        if cmd-tok = spaces
            display "Usage: pin reset <user>"
            exit paragraph
        end-if
        move cmd-tok to ws-signon-target
        move 'reset' to ws-signon-action
    else
        move 'setpin' to ws-signon-action
    end-if.
    call 'sign_on' using ws-signon-request.


*> ---------------------------------------------------------
*> Task maitenance routines
                perform cmdGetNextToken
                evaluate cmd-tok
                    when 'all'
                        move 'NPCWR' to task-statuses-to-list
                    when 'waiting'
                        move 'W' to task-statuses-to-list
                    when 'priority'
                                    " [owner <o>|me]"
                                    " [priority <H/M/L>]"
                                    " [due <from> <to>]"
                                    " [field <name> <value>]"
                        end-if
                        exit paragraph
                    when 'save'
        if not qf-criteria-good
            display "Usage: list where [tag <t>] [owner <o>|me]"
                    " [priority <H/M/L>] [due <from> <to>]"
                    " [field <name> <value>]"
            exit paragraph
        end-if.

        move space to qf-priority.
        move 0 to qf-due-from.
        move 99999999 to qf-due-to.
        move 0 to qf-field-count.
        move 1 to qc-ptr.

        perform until qc-ptr = 0 or qc-ptr > 80
        if qf-tag = spaces and qf-owner = spaces
                and qf-priority = space
                and qf-due-from = 0 and qf-due-to = 99999999
                and qf-field-count = 0
            move 'N' to qf-parse-ok
        end-if.

                            "' is not a real calendar date"
                    move 'N' to qf-parse-ok
                end-if
            when 'field'
                perform parseFieldCriterion
            when other
                display "Unknown criterion '" function trim(qc-token)
                        "'"
                or task-is-snoozed
            exit paragraph
        end-if.
        perform checkTaskVisible.
        if not ws-vis-can-see
            exit paragraph
        end-if.
        if qf-tag not = spaces
                and function trim(ws-task-tag)
                        not = function trim(qf-tag)
            end-if
        end-if.
        move 'Y' to qf-match.
        if qf-field-count > 0
            perform checkFieldCriteria
        end-if.

    *> "field <name> <value>" - the value is checked and normalized
    *> the way add/edit store it, so dates and yes-no compare alike
    parseFieldCriterion.
        perform nextCriterionToken.
        perform findFieldDef.
        if fielddef-idx = 0
            display "No custom field named '" function trim(qc-token)
                    "' in this project"
            move 'N' to qf-parse-ok
            exit paragraph
        end-if.
        if qf-field-count >= 3
            display "At most 3 field criteria may be combined"
            move 'N' to qf-parse-ok
            exit paragraph
        end-if.
        perform nextCriterionToken.
        move qc-token to fieldval-input.
        perform checkFieldValue.
        if not fieldval-is-valid or fieldval-clean = spaces
            display function trim(ws-fielddef-name(fielddef-idx)) " "
                    function trim(fieldval-error)
            move 'N' to qf-parse-ok
            exit paragraph
        end-if.
        add 1 to qf-field-count.
        move fielddef-idx to qf-field-def-idx(qf-field-count).
        move function upper-case(fieldval-clean)
                to qf-field-value(qf-field-count).

    *> qc-token in; fielddef-idx out, 0 when the project has no such
    *> field
    findFieldDef.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            if function upper-case(ws-fielddef-name(fielddef-idx))
                    = function upper-case(qc-token)
                exit paragraph
            end-if
        end-perform.
        move 0 to fielddef-idx.

    checkFieldCriteria.
        perform start_fields_read.
        perform varying qf-field-idx from 1 by 1
                until qf-field-idx > qf-field-count
            initialize ws-da-defs
            initialize ws-fieldval-rec
            move ws-task-id to ws-fieldval-task-id
            move function upper-case(ws-fielddef-name(
                    qf-field-def-idx(qf-field-idx)))
                    to ws-fieldval-name
            move 'getOne' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
            if not DA_SUCCESS
                    or function upper-case(ws-fieldval-value)
                            not = qf-field-value(qf-field-idx)
                move 'N' to qf-match
                exit perform
            end-if
        end-perform.
        perform end_fields_read.

    saveNamedQuery.
        perform cmdGetNextToken.

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if not task-is-snoozed and ws-vis-can-see
                if tree-count < tree-max
                    add 1 to tree-count
                    move ws-task-id to tree-task-id(tree-count)

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, task-statuses-to-list) = 'Y'
                    and function trim(ws-task-tag) = function trim(ws-tag-filter)
                    and not task-is-snoozed
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, task-statuses-to-list) = 'Y'
                    and function trim(ws-task-owner) = function trim(ws-owner-filter)
                    and not task-is-snoozed
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, task-statuses-to-list) = 'Y'
                    and ws-task-priority = ws-priority-filter
                    and not task-is-snoozed
                    and ws-vis-can-see
                    and sp-count < 2000
                add 1 to sp-count
                move ws-task-id to sp-id(sp-count)
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.
        move ws-result to da-result-save.
        perform end_tasks_read.
        move da-result-save to ws-result.

    *> ws-task-rec in; ws-vis-request out.  Whether the session user
    *> may see the task in hand - the rule itself is task_visibility's
    checkTaskVisible.
        move 'check' to ws-vis-action.
        move ws-task-id to ws-vis-task-id.
        move ws-task-owner to ws-vis-task-owner.
        move ws-current-user to ws-vis-viewer.
        call 'task_visibility' using ws-vis-request.

    *> vis-lookup-id in; the same answer for a task id that turned up
    *> in a note, a link or an index row.  A task that is not there
    *> any more hides nothing.
    checkTaskIdVisible.
        perform start_tasks_read.
        initialize ws-da-defs.
        initialize vis-lookup-task-rec.
        move vis-lookup-id to vis-lookup-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, vis-lookup-task-rec.
        if DA_SUCCESS
            move 'check' to ws-vis-action
            move vis-lookup-task-id to ws-vis-task-id
            move vis-lookup-task-owner to ws-vis-task-owner
            move ws-current-user to ws-vis-viewer
            call 'task_visibility' using ws-vis-request
        else
            move 'Y' to ws-vis-result
        end-if.
        perform end_tasks_read.

    *> straight after a getOne: a task the session user may not see
    *> reads as not found, so every command that takes a task id
    *> refuses it the same way it refuses a mistyped one
    hideRestrictedTask.
        move 'N' to ws-vis-admin-flag.
        move space to ws-vis-class.
        if DA_SUCCESS
            perform checkTaskVisible
            if not ws-vis-can-see
                move '23' to ws-result
            end-if
        end-if.

    *> after findTask on the commands that open a task for reading;
    *> an admin let in only by the role leaves a trace every time
    showTaskVisibility.
        evaluate true
            when ws-vis-is-private
                display " Visibility: private to "
                        function trim(ws-task-owner)
            when ws-vis-is-group
                display " Visibility: group "
                        function trim(ws-vis-group)
            when other
                exit paragraph
        end-evaluate.
        if ws-vis-seen-as-admin
            move 'logView' to ws-vis-action
            call 'task_visibility' using ws-vis-request
            display " (admin access - recorded in the audit trail)"
        end-if.

    *> "visibility <id> public|private|group <name>" - public drops
    *> the task's access record, the other two write it
    visibilityTask.
        perform cmdGetNextToken.
        if cmd-flag-done
            display "Usage: visibility <id> public|private|group <name>"
            exit paragraph
        end-if.
        move cmd-tok to show-task-id.
        perform cmdGetNextToken.
        move function lower-case(cmd-tok) to access-class-input.
        move spaces to access-group-input.
        if access-class-input = 'group'
            perform cmdGetNextToken
            move cmd-tok to access-group-input
        end-if.
        if (access-class-input not = 'public'
                and access-class-input not = 'private'
                and access-class-input not = 'group')
                or (access-class-input = 'group'
                    and access-group-input = spaces)
            display "Usage: visibility <id> public|private|group <name>"
            exit paragraph
        end-if.

        perform findTask.
        if not DA_SUCCESS
            perform handleError
            exit paragraph
        end-if.
        if function trim(ws-task-owner) not = function trim(ws-current-user)
                and current-role-rank < 3
            display "Only the task's owner or an admin may change who"
                    " can see task " show-task-id "."
            exit paragraph
        end-if.

        perform start_access_write.
        initialize ws-da-defs.
        initialize ws-access-rec.
        move show-task-id to ws-access-task-id.
        if access-class-input = 'public'
            move 'delete' to ws-file-action
        else
            if access-class-input = 'private'
                move 'P' to ws-access-class
            else
                move 'G' to ws-access-class
                move access-group-input to ws-access-group
            end-if
            move ws-current-user to ws-access-set-by
            move function current-date(1:8) to ws-access-set-at
            move 'save' to ws-file-action
        end-if.
        call 'da_access' using ws-da-defs, ws-access-rec.
        if DA_SUCCESS or DA_KEY_INVALID
            evaluate access-class-input
                when 'public'
                    display "Task " show-task-id " is public."
                when 'private'
                    display "Task " show-task-id " is private to "
                            function trim(ws-task-owner) "."
                when other
                    display "Task " show-task-id " is restricted to group "
                            function trim(access-group-input) "."
            end-evaluate
        else
            perform handleError
        end-if.
        perform end_access_read.

    *> ws-task-rec in; ws-hchk-request out.  Whether an active legal
    *> hold reaches the task in hand - the rule is hold_check's
    checkTaskHold.
        move 'check' to ws-hchk-action.
        move ws-task-id to ws-hchk-task-id.
        move ws-task-tag to ws-hchk-task-tag.
        move ws-task-owner to ws-hchk-task-owner.
        move ws-task-client-code to ws-hchk-task-client.
        call 'hold_check' using ws-hchk-request.

    *> hold-lookup-id in; the same answer for the task a note,
    *> attachment or expense belongs to.  The task is read whatever
    *> its visibility - a hold does not depend on who is asking.
    checkTaskIdHold.
        perform start_tasks_read.
        initialize ws-da-defs.
        initialize vis-lookup-task-rec.
        move hold-lookup-id to vis-lookup-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, vis-lookup-task-rec.
        move 'check' to ws-hchk-action.
        move hold-lookup-id to ws-hchk-task-id.
        if DA_SUCCESS
            move vis-lookup-task-tag to ws-hchk-task-tag
            move vis-lookup-task-owner to ws-hchk-task-owner
            move vis-lookup-task-client-code to ws-hchk-task-client
        else
            move spaces to ws-hchk-task-tag, ws-hchk-task-owner,
                    ws-hchk-task-client
        end-if.
        call 'hold_check' using ws-hchk-request.
        perform end_tasks_read.

    *> undo consumes the journal image it restores, so the image the
    *> undo would take is looked at first ('peekLast' leaves it in
    *> place); a held task - as journalled or as it stands now - keeps
    *> its journal
    checkUndoHold.
        move 'N' to ws-hchk-result.
        perform start_tasks_read.
        initialize ws-da-defs.
        initialize ws-task-rec.
        move show-task-id to ws-task-id.
        move 'peekLast' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        move ws-result to da-result-save.
        perform end_tasks_read.
        if da-result-save not = '00'
            exit paragraph
        end-if.
        perform checkTaskHold.
        if not ws-hchk-is-held
            move ws-task-id to hold-lookup-id
            perform checkTaskIdHold
        end-if.

    *> hold place task <id,id..>|tag <t>|owner <u>|client <c> <reason>
    *> hold release <hold-id>
    *> hold list [all]
    holdCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'place'
                perform holdPlace
            when 'release'
                perform holdRelease
            when 'list'
                perform holdList
            when other
                display "Usage: hold place task <id,id..>|tag <t>|owner"
                        " <u>|client <c> <reason>"
                display "       hold release <hold-id>"
                display "       hold list [all]"
        end-evaluate.

    holdPlace.
        if not role-is-admin
            display "Only an admin can place a legal hold."
            exit paragraph
        end-if.
        initialize ws-hold-rec.
        perform cmdGetNextToken.
        move function lower-case(cmd-tok) to hold-scope-input.
        perform cmdGetNextToken.
        if cmd-tok = spaces or cmd-flag-done
            display "Usage: hold place task <id,id..>|tag <t>|owner"
                    " <u>|client <c> <reason>"
            exit paragraph
        end-if.
        evaluate hold-scope-input
            when 'task' when 'tasks'
                move 'T' to ws-hold-scope
                move cmd-tok to hold-ids-input
                perform holdParseTaskIds
                if ws-hold-task-count = 0
                    exit paragraph
                end-if
            when 'tag'
                move 'G' to ws-hold-scope
                move cmd-tok to ws-hold-scope-value
            when 'owner'
                move 'O' to ws-hold-scope
                move cmd-tok to ws-hold-scope-value
            when 'client'
                move 'C' to ws-hold-scope
                move function upper-case(cmd-tok) to ws-hold-scope-value
            when other
                display "Usage: hold place task <id,id..>|tag <t>|owner"
                        " <u>|client <c> <reason>"
                exit paragraph
        end-evaluate.
        move function trim(cmd(cmd-ptr:)) to ws-hold-reason.
        if ws-hold-reason = spaces
            display "A legal hold needs a reason."
            exit paragraph
        end-if.
        move 'A' to ws-hold-status.
        move ws-current-user to ws-hold-placed-by.
        move function current-date(1:8) to ws-hold-placed-at.

        perform start_holds_write.
        initialize ws-da-defs.
        move 'place' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.
        if DA_SUCCESS
            display "Legal hold " ws-hold-id " placed."
            move 'reload' to ws-hchk-action
            call 'hold_check' using ws-hchk-request
        else
            perform handleError
        end-if.
        perform end_holds_read.

    *> up to ten ids, comma separated, each a whole task number
    holdParseTaskIds.
        move 0 to ws-hold-task-count.
        move 1 to hold-ids-ptr.
        perform until hold-ids-ptr > 80
            move spaces to hold-id-token
            unstring hold-ids-input delimited by ','
                    into hold-id-token
                    with pointer hold-ids-ptr
            end-unstring
            if hold-id-token not = spaces
                if function test-numval(hold-id-token) not = 0
                        or function numval(hold-id-token) < 1
                    display "'" function trim(hold-id-token)
                            "' is not a task id - nothing placed."
                    move 0 to ws-hold-task-count
                    exit paragraph
                end-if
                if ws-hold-task-count = 10
                    display "A hold names at most 10 task ids - place"
                            " a second hold for the rest."
                    move 0 to ws-hold-task-count
                    exit paragraph
                end-if
                add 1 to ws-hold-task-count
                move function numval(hold-id-token)
                        to ws-hold-task-id(ws-hold-task-count)
            end-if
        end-perform.
        if ws-hold-task-count = 0
            display "Usage: hold place task <id,id..> <reason>"
        end-if.

    holdRelease.
        if not role-is-admin
            display "Only an admin can release a legal hold."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        if cmd-tok = spaces or function test-numval(cmd-tok) not = 0
            display "Usage: hold release <hold-id>"
            exit paragraph
        end-if.
        perform start_holds_write.
        initialize ws-da-defs.
        initialize ws-hold-rec.
        move function numval(cmd-tok) to ws-hold-id.
        move 'getOne' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.
        evaluate true
            when not DA_SUCCESS
                display "No legal hold " ws-hold-id "."
            when ws-hold-is-released
                display "Legal hold " ws-hold-id " was already released"
                        " on " ws-hold-released-at " by "
                        function trim(ws-hold-released-by) "."
            when other
                move 'R' to ws-hold-status
                move ws-current-user to ws-hold-released-by
                move function current-date(1:8) to ws-hold-released-at
                initialize ws-da-defs
                move 'release' to ws-file-action
                call 'da_holds' using ws-da-defs, ws-hold-rec
                if DA_SUCCESS
                    display "Legal hold " ws-hold-id " released."
                    move 'reload' to ws-hchk-action
                    call 'hold_check' using ws-hchk-request
                else
                    perform handleError
                end-if
        end-evaluate.
        perform end_holds_read.

    holdList.
        move 'N' to hold-list-all.
        perform cmdGetNextToken.
        if cmd-tok = 'all'
            move 'Y' to hold-list-all
        end-if.
        move 0 to hold-list-count.
        perform start_holds_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.
        perform until not DA_SUCCESS
            if ws-hold-is-active or hold-list-shows-all
                perform holdListLine
            end-if
            move 'getNext' to ws-file-action
            call 'da_holds' using ws-da-defs, ws-hold-rec
        end-perform.
        perform end_holds_read.
        if hold-list-count = 0
            if hold-list-shows-all
                display "No legal holds on file."
            else
                display "No active legal holds."
            end-if
        end-if.

    holdListLine.
        add 1 to hold-list-count.
        move spaces to hold-scope-print.
        evaluate true
            when ws-hold-scope-tasks
                move 'tasks' to hold-scope-print
            when ws-hold-scope-tag
                string "tag " delimited by size
                       ws-hold-scope-value delimited by space
                       into hold-scope-print
            when ws-hold-scope-owner
                string "owner " delimited by size
                       ws-hold-scope-value delimited by space
                       into hold-scope-print
            when ws-hold-scope-client
                string "client " delimited by size
                       ws-hold-scope-value delimited by space
                       into hold-scope-print
        end-evaluate.
        if ws-hold-is-active
            display "Hold " ws-hold-id "  ACTIVE    "
                    hold-scope-print " placed " ws-hold-placed-at
                    " by " function trim(ws-hold-placed-by)
        else
            display "Hold " ws-hold-id "  released  "
                    hold-scope-print " placed " ws-hold-placed-at
                    " by " function trim(ws-hold-placed-by)
                    ", released " ws-hold-released-at " by "
                    function trim(ws-hold-released-by)
        end-if.
        if ws-hold-scope-tasks
            perform varying hold-task-idx from 1 by 1
                    until hold-task-idx > ws-hold-task-count
                display "      task " ws-hold-task-id(hold-task-idx)
            end-perform
        end-if.
        display "      " function trim(ws-hold-reason).

    *> ws-task-rec (before the change) and new-task-status in.  A
    *> completion of a task whose tag is marked for review does not
    *> close it: it goes to status R and waits on a named reviewer -
    *> the one given on the command line, else the tag's standing
    *> reviewer, else asked for.  Only the reviewer closes it, with
    *> 'review approve'; no other path to C gets past here.
    checkReviewGate.
        if new-task-status not = 'C' or ws-task-status = 'C'
            exit paragraph
        end-if.
        if ws-task-status = 'R'
            move 'N' to wf-allowed-flag
            move "it is awaiting review - only the reviewer closes it"
                    to wf-deny-reason
            exit paragraph
        end-if.
        move 'check' to ws-rvck-action.
        move ws-task-tag to ws-rvck-task-tag.
        call 'review_check' using ws-rvck-request.
        if not ws-rvck-needs-review
            exit paragraph
        end-if.
        if review-reviewer-input = spaces
            move ws-rvck-reviewer to review-reviewer-input
        end-if.
        if review-reviewer-input = spaces
                and review-may-prompt and not in-script-mode
            display "Tag '" function trim(ws-task-tag)
                    "' needs a review sign-off - reviewer for task "
                    ws-task-id ": " with no advancing
            accept review-reviewer-input
        end-if.
        if review-reviewer-input = spaces
            move 'N' to wf-allowed-flag
            move "its tag needs a review sign-off and no reviewer was named"
                    to wf-deny-reason
            exit paragraph
        end-if.
        move ws-task-owner to review-check-owner.
        move ws-current-user to review-check-doer.
        perform checkReviewerAllowed.
        if not review-user-can-review
            move 'N' to wf-allowed-flag
            exit paragraph
        end-if.
        move 'R' to new-task-status.
        move 'Y' to review-submit-flag.

    *> review-reviewer-input, review-check-owner and review-check-doer
    *> in; review-user-flag and wf-deny-reason out.  The reviewer is
    *> neither the task's owner nor the one who did the work, and -
    *> when users.data exists - an operator or admin, since a viewer
    *> cannot sign anything off.
    checkReviewerAllowed.
        move 'N' to review-user-flag.
        if review-reviewer-input = review-check-owner
            move "the reviewer may not be the task's owner"
                    to wf-deny-reason
            exit paragraph
        end-if.
        if review-reviewer-input = review-check-doer
            move "the reviewer may not be the one completing the task"
                    to wf-deny-reason
            exit paragraph
        end-if.
        open input users-file.
        if users-file-status not = '00'
            move 'Y' to review-user-flag
            exit paragraph
        end-if.
        perform until users-file-status not = '00'
            read users-file next record
                at end move '10' to users-file-status
                not at end
                    move spaces to user-line-name, user-line-role
                    unstring users-line delimited by all space
                            into user-line-name, user-line-role
                    end-unstring
                    if users-line(1:1) not = '*'
                            and user-line-name = review-reviewer-input
                            and (function lower-case(user-line-role)
                                    = 'admin' or 'operator')
                        move 'Y' to review-user-flag
                    end-if
            end-read
        end-perform.
        close users-file.
        if not review-user-can-review
            move spaces to wf-deny-reason
            string function trim(review-reviewer-input)
                   " is not an operator or admin in users.data"
                   delimited by size into wf-deny-reason
        end-if.

    *> the task in hand has just gone to R
    submitReview.
        initialize ws-review-rec.
        move ws-task-id to ws-review-task-id.
        move current-project to ws-review-project.
        move 'W' to ws-review-state.
        move ws-task-description to ws-review-description.
        move ws-task-owner to ws-review-owner.
        move ws-current-user to ws-review-submitted-by.
        move function current-date(1:14) to ws-review-submitted-at.
        move review-reviewer-input to ws-review-reviewer.
        perform start_reviews_write.
        initialize ws-da-defs.
        move 'submit' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.
        if not DA_SUCCESS
            display "The review for task " ws-task-id
                    " could not be recorded - status " ws-result "."
        end-if.
        perform end_reviews_read.

    *> the task in hand left R some other way than the reviewer's
    *> decision (started again, deleted): its review is void
    withdrawReview.
        move ws-task-id to review-lookup-id.
        perform reviewFindWaiting.
        if not review-was-found
            exit paragraph
        end-if.
        move 'X' to ws-review-state.
        move ws-current-user to ws-review-decided-by.
        move function current-date(1:14) to ws-review-decided-at.
        move spaces to ws-review-reason.
        string "withdrawn - status changed to " delimited by size
               new-task-status delimited by size
               into ws-review-reason.
        perform reviewRecordDecision.

    *> review-lookup-id in; review-was-found and ws-review-rec out -
    *> the review the task is waiting on, if any
    reviewFindWaiting.
        move 'N' to review-found-flag.
        move 0 to review-found-id.
        perform start_reviews_read.
        initialize ws-da-defs.
        initialize ws-review-rec.
        move review-lookup-id to ws-review-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.
        perform until not DA_SUCCESS
            if ws-review-is-waiting
                move ws-review-id to review-found-id
            end-if
            move 'getNext' to ws-file-action
            call 'da_reviews' using ws-da-defs, ws-review-rec
        end-perform.
        if review-found-id > 0
            initialize ws-da-defs
            move review-found-id to ws-review-id
            move 'getOne' to ws-file-action
            call 'da_reviews' using ws-da-defs, ws-review-rec
            if DA_SUCCESS
                move 'Y' to review-found-flag
            end-if
        end-if.
        perform end_reviews_read.

    reviewRecordDecision.
        perform start_reviews_write.
        initialize ws-da-defs.
        move 'decide' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.
        if not DA_SUCCESS
            display "The review decision for task " ws-review-task-id
                    " could not be recorded - status " ws-result "."
        end-if.
        perform end_reviews_read.

    *> review approve <id>
    *> review reject <id> <reason>
    *> review reassign <id> <user>
    reviewCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'approve'
                perform reviewApprove
            when 'reject'
                perform reviewReject
            when 'reassign'
                perform reviewReassign
            when other
                display "Usage: review approve <id> | reject <id>"
                        " <reason> | reassign <id> <user>"
        end-evaluate.

    *> the task id off the command line, then the checks every
    *> decision shares; review-found-flag is left 'N' when the
    *> decision cannot go ahead
    reviewTakeDecision.
        move 'N' to review-found-flag.
        perform cmdGetNextToken.
        if cmd-tok = spaces or function test-numval(cmd-tok) not = 0
            display "Usage: review approve <id> | reject <id>"
                    " <reason> | reassign <id> <user>"
            exit paragraph
        end-if.
        move function numval(cmd-tok) to show-task-id.
        move show-task-id to review-lookup-id.
        perform reviewFindWaiting.
        if not review-was-found
            display "Task " show-task-id " is not waiting on a review."
            exit paragraph
        end-if.
        if ws-review-reviewer not = ws-current-user
            display "Task " show-task-id " waits on "
                    function trim(ws-review-reviewer)
                    "'s review - only they can decide it."
            move 'N' to review-found-flag
            exit paragraph
        end-if.
        if ws-review-project not = current-project
            display "Task " show-task-id " is in project "
                    function trim(ws-review-project) " - 'project use "
                    function trim(ws-review-project) "' first."
            move 'N' to review-found-flag
            exit paragraph
        end-if.
        perform findTask.
        if not DA_SUCCESS
            display "Task " show-task-id " is not on file."
            move 'N' to review-found-flag
            exit paragraph
        end-if.
        if ws-task-owner = ws-current-user
            display "You own task " show-task-id " - its review needs"
                    " someone else (an admin can 'review reassign')."
            move 'N' to review-found-flag
            exit paragraph
        end-if.
        if ws-task-status not = 'R'
            display "Task " show-task-id " is not awaiting review"
                    " (status " ws-task-status ")."
            move 'N' to review-found-flag
            exit paragraph
        end-if.

    reviewApprove.
        perform reviewTakeDecision.
        if not review-was-found
            exit paragraph
        end-if.
        move 'Y' to review-deciding-flag.
        move 'C' to new-task-status.
        perform applyTaskStatusUpdate.
        move 'N' to review-deciding-flag.
        if not wf-transition-allowed
            exit paragraph
        end-if.
        move 'A' to ws-review-state.
        move ws-current-user to ws-review-decided-by.
        move function current-date(1:14) to ws-review-decided-at.
        perform reviewRecordDecision.
        move spaces to merge-note-buf.
        string "Review approved by " delimited by size
               function trim(ws-current-user) delimited by size
               into merge-note-buf.
        perform appendReviewNote.
        display "Task " show-task-id " approved and closed.".
        if ws-task-recurrence = 'D' or = 'W' or = 'M' then
            perform createNextOccurrence
        end-if.

    reviewReject.
        perform reviewTakeDecision.
        if not review-was-found
            exit paragraph
        end-if.
        move spaces to review-reason-input.
        if cmd-flag-available
            move function trim(cmd(cmd-ptr:)) to review-reason-input
        end-if.
        if review-reason-input = spaces and not in-script-mode
            display "Reason for sending it back (required): "
                    with no advancing
            accept review-reason-input
        end-if.
        if review-reason-input = spaces
            display "A rejection needs a reason - task " show-task-id
                    " is still awaiting review."
            exit paragraph
        end-if.
        move 'Y' to review-deciding-flag.
        move 'P' to new-task-status.
        perform applyTaskStatusUpdate.
        move 'N' to review-deciding-flag.
        if not wf-transition-allowed
            exit paragraph
        end-if.
        move 'R' to ws-review-state.
        move ws-current-user to ws-review-decided-by.
        move function current-date(1:14) to ws-review-decided-at.
        move review-reason-input to ws-review-reason.
        perform reviewRecordDecision.
        move spaces to merge-note-buf.
        string "Review rejected by " delimited by size
               function trim(ws-current-user) delimited by size
               ": " delimited by size
               function trim(review-reason-input) delimited by size
               into merge-note-buf.
        perform appendReviewNote.
        display "Task " show-task-id " sent back to in process.".

    reviewReassign.
        if not role-is-admin
            display "Only an admin can reassign a review."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        if cmd-tok = spaces or function test-numval(cmd-tok) not = 0
            display "Usage: review reassign <id> <user>"
            exit paragraph
        end-if.
        move function numval(cmd-tok) to show-task-id.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: review reassign <id> <user>"
            exit paragraph
        end-if.
        move cmd-tok to review-reviewer-input.
        move show-task-id to review-lookup-id.
        perform reviewFindWaiting.
        if not review-was-found
            display "Task " show-task-id " is not waiting on a review."
            exit paragraph
        end-if.
        move ws-review-owner to review-check-owner.
        move ws-review-submitted-by to review-check-doer.
        perform checkReviewerAllowed.
        if not review-user-can-review
            display "Review of task " show-task-id " not reassigned: "
                    function trim(wf-deny-reason) "."
            exit paragraph
        end-if.
        move review-reviewer-input to ws-review-reviewer.
        perform start_reviews_write.
        initialize ws-da-defs.
        move 'reassign' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.
        if DA_SUCCESS
            display "Task " show-task-id " now waits on "
                    function trim(review-reviewer-input) "'s review."
        else
            perform handleError
        end-if.
        perform end_reviews_read.

    appendReviewNote.
        perform start_task_notes_write.
        initialize ws-da-defs.
        initialize ws-task-note-rec.
        move show-task-id to ws-task-note-task-id.
        move function current-date(1:8) to ws-task-note-created-at.
        move ws-current-user to ws-task-note-author.
        move merge-note-buf to ws-task-note-text.
        move 'create' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        perform end_task_notes_read.

    *> reviews        - the reviews waiting on you, oldest first
    *> reviews mine   - the completions you sent that still wait
    showReviews.
        move 'N' to review-list-mine.
        perform cmdGetNextToken.
        if cmd-tok = 'mine'
            move 'Y' to review-list-mine
        end-if.
        move function current-date(1:8) to review-today.
        move 0 to review-list-count.
        perform start_reviews_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.
        perform until not DA_SUCCESS
            if ws-review-is-waiting
                if (review-list-submitted
                        and ws-review-submitted-by = ws-current-user)
                    or (not review-list-submitted
                        and ws-review-reviewer = ws-current-user)
                    perform showReviewLine
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_reviews' using ws-da-defs, ws-review-rec
        end-perform.
        perform end_reviews_read.
        if review-list-count = 0
            if review-list-submitted
                display "None of your completions is waiting on a"
                        " review."
            else
                display "No reviews waiting on you."
            end-if
        else
            display review-list-count " review(s) waiting."
        end-if.

    showReviewLine.
        add 1 to review-list-count.
        move ws-review-submitted-at(1:8) to review-sent-date.
        compute review-wait-days =
                function integer-of-date(review-today)
                - function integer-of-date(review-sent-date).
        if review-list-submitted
            display "  task " ws-review-task-id " ["
                    function trim(ws-review-project) "] with "
                    function trim(ws-review-reviewer) " since "
                    ws-review-submitted-at(1:8) " (" review-wait-days
                    " day(s)) - " function trim(ws-review-description)
        else
            display "  task " ws-review-task-id " ["
                    function trim(ws-review-project) "] from "
                    function trim(ws-review-submitted-by) " since "
                    ws-review-submitted-at(1:8) " (" review-wait-days
                    " day(s)) - " function trim(ws-review-description)
        end-if.

    *> show: who a task in status R is waiting on
    displayTaskReview.
        move ws-task-id to review-lookup-id.
        perform reviewFindWaiting.
        if review-was-found
            display " Awaiting review by "
                    function trim(ws-review-reviewer) " (sent by "
                    function trim(ws-review-submitted-by) " on "
                    ws-review-submitted-at(1:8) ")"
        else
            display " Awaiting review (no review on file)"
        end-if.

    showSubtasksOf.
        display " Subtasks:".
        perform start_tasks_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_tasks' using ws-file-action, ws-task-rec.

        perform until DA_END_OF_FILE
            if ws-task-parent-id = ws-current-parent-id
                display "  > " ws-task-id " |    " ws-task-status
                        "   |  " function trim(ws-task-description)
            end-if
            move 'getNext' to ws-file-action
            call 'da_tasks' using ws-file-action, ws-task-rec
        end-perform.
        perform end_tasks_read.

    showTask.
        if cmd-flag-done then
            if in-script-mode then
                display "Script line missing task id for show - skipping."
                exit paragraph
            end-if
            display "Task id to show: " with no advancing
            accept show-task-id
        else
            perform cmdGetNextToken
            if cmd-tok = 'audit' then
                perform showAuditTimeline
                exit paragraph
            end-if
            move cmd-tok to show-task-id
        end-if.

        perform findTask.
        if not DA_SUCCESS then 
            perform handleError
            exit paragraph
        end-if.

        perform displayTask.
        perform showTaskVisibility.
        perform showTaskCustomFields.
        perform showTaskLoggedHours.
        perform showTaskExpenses.
        display " Dependencies:"
        perform showTaskDependencies.
        perform showTaskAttachments.
        perform showTaskExternalRefs.
        perform showTaskNotes.

        move ws-task-id to ws-current-parent-id.
        perform showSubtasksOf.

    *> notes print as threads: top-level notes in note-id order,
    *> each followed by its indented replies, with the author on
    *> every line so "who said what, answering what" reads straight
    *> off the screen.  Same printed-flag pattern the task tree
    *> listing uses, including the flat fallback for replies whose
    *> parent note was deleted.
    showTaskNotes.
        display " Notes:"
        perform loadNoteTable.

        perform varying nt-idx from 1 by 1 until nt-idx > nt-count
            if nt-reply-to(nt-idx) = 0
                perform printNoteRow
                move 'Y' to nt-printed(nt-idx)
                perform printNoteReplies
            end-if
        end-perform.

        perform varying nt-idx from 1 by 1 until nt-idx > nt-count
            if not nt-is-printed(nt-idx)
                perform printNoteRow
                move 'Y' to nt-printed(nt-idx)
            end-if
        end-perform.

    *> ws-task-id in; nt-table out (ws-task-note-rec is clobbered)
    loadNoteTable.
        move 0 to nt-count.
        perform start_task_notes_read.

        initialize ws-da-defs.
        move ws-task-id to ws-task-note-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_comments' using ws-da-defs ws-task-note-rec.

        perform until DA_END_OF_FILE
            if nt-count < nt-max
                add 1 to nt-count
                move ws-task-note-id to nt-id(nt-count)
                move ws-task-note-reply-to to nt-reply-to(nt-count)
                move ws-task-note-created-at to nt-created(nt-count)
                move ws-task-note-author to nt-author(nt-count)
                move ws-task-note-text to nt-text(nt-count)
                move 'N' to nt-printed(nt-count)
            end-if
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_comments' using ws-da-defs ws-task-note-rec
        end-perform.

        perform end_task_notes_read.

    printNoteRow.
        move nt-created(nt-idx) to temp-date.
        if function trim(nt-author(nt-idx)) = spaces
            display '  [' nt-id(nt-idx) '] ['
                    temp-date-year '/' temp-date-month '/'
                    temp-date-day '] '
                    function trim(nt-text(nt-idx))
        else
            display '  [' nt-id(nt-idx) '] ['
                    temp-date-year '/' temp-date-month '/'
                    temp-date-day '] '
                    function trim(nt-author(nt-idx)) ': '
                    function trim(nt-text(nt-idx))
        end-if.

    printNoteReplies.
        move nt-id(nt-idx) to nt-root-id.
        perform varying nt-child-idx from 1 by 1
                until nt-child-idx > nt-count
            if nt-reply-to(nt-child-idx) = nt-root-id
                move nt-created(nt-child-idx) to temp-date
                if function trim(nt-author(nt-child-idx)) = spaces
                    display '      > [' nt-id(nt-child-idx) '] ['
                            temp-date-year '/' temp-date-month '/'
                            temp-date-day '] '
                            function trim(nt-text(nt-child-idx))
                else
                    display '      > [' nt-id(nt-child-idx) '] ['
                            temp-date-year '/' temp-date-month '/'
                            temp-date-day '] '
                            function trim(nt-author(nt-child-idx))
                            ': '
                            function trim(nt-text(nt-child-idx))
                end-if
                move 'Y' to nt-printed(nt-child-idx)
            end-if
        end-perform.

    replyToNote.
        if cmd-flag-done then
            if in-script-mode then
                display "Script line missing note id for reply - skipping."
                exit paragraph
            end-if
            display "Note id to reply to: " with no advancing
            accept reply-parent-id
        else
            perform cmdGetNextToken
            move cmd-tok to reply-parent-id
        end-if.

        perform start_task_notes_write.
        initialize ws-da-defs.
        move reply-parent-id to ws-task-note-id.
        move 'getOne' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        if not DA_SUCCESS
            display "No note with id " reply-parent-id "."
            perform end_task_notes_read
            exit paragraph
        end-if.

        *> the reply hangs on the same task as the note it answers
        initialize ws-da-defs.
        move ws-task-note-task-id to show-task-id.
        initialize ws-task-note-rec.
        move show-task-id to ws-task-note-task-id.
        move reply-parent-id to ws-task-note-reply-to.
        move ws-current-user to ws-task-note-author.
        move function current-date(1:8) to ws-task-note-created-at.
        if cmd-flag-available then
            move function trim(cmd(cmd-ptr:)) to ws-task-note-text
        else
            if in-script-mode then
                display "Script line missing reply text - skipping."
                perform end_task_notes_read
                exit paragraph
            end-if
            display "Reply: " with no advancing
            accept ws-task-note-text
        end-if.
        move 'create' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        if DA_SUCCESS
            display "Reply added as note " ws-task-note-id "."
        else
            display "Reply write failed - status " ws-result "."
        end-if.
        perform end_task_notes_read.

    *> "notes <task-id> [author <name>]" - a flat listing, filtered
    *> to one author when asked, for picking one voice out of a
    *> long multi-owner conversation
    showNotesByAuthor.
        if cmd-flag-done then
            display "Usage: notes <task-id> [author <name>]"
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to show-task-id.

        move spaces to notes-author-filter.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok = 'author'
                perform cmdGetNextToken
                move cmd-tok to notes-author-filter
            end-if
        end-if.

        perform findTask.
        if not DA_SUCCESS then
            perform handleError
            exit paragraph
        end-if.

        if function trim(notes-author-filter) = spaces
            perform showTaskNotes
            exit paragraph
        end-if.

        display " Notes by " function trim(notes-author-filter) ":"
        perform loadNoteTable.
        perform varying nt-idx from 1 by 1 until nt-idx > nt-count
            if function trim(nt-author(nt-idx))
                    = function trim(notes-author-filter)
                perform printNoteRow
            end-if
        end-perform.

    showTaskAttachments.
        display " Attachments:"
        perform start_attach_read.

        initialize ws-da-defs.
        move ws-task-id to ws-attach-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_attach' using ws-da-defs, ws-attach-rec.

        perform until DA_END_OF_FILE
            display "  [" ws-attach-id "] "
                    function trim(ws-attach-path)
            if function trim(ws-attach-caption) not = spaces
                display "           " function trim(ws-attach-caption)
                        " (added " ws-attach-added-at " by "
                        function trim(ws-attach-added-by) ")"
            else
                display "           (added " ws-attach-added-at
                        " by " function trim(ws-attach-added-by) ")"
            end-if
            initialize ws-da-defs
            move 'getNext' to ws-file-action
            call 'da_attach' using ws-da-defs, ws-attach-rec
        end-perform.

        perform end_attach_read.

    attachFile.
        if cmd-flag-done then
            if in-script-mode then
                display "Script line missing task id for attach - skipping."
                exit paragraph
            end-if
            display "Task id to attach to: " with no advancing
            accept show-task-id
        else
            perform cmdGetNextToken
            move cmd-tok to show-task-id
        end-if.

        perform findTask.
        if not DA_SUCCESS then
            perform handleError
            exit paragraph
        end-if.

        initialize ws-attach-rec.
        if cmd-flag-available then
            perform cmdGetNextToken
            move cmd-tok to ws-attach-path
            if cmd-flag-available
                move function trim(cmd(cmd-ptr:)) to ws-attach-caption
            end-if
        else

        perform start_attach_write.
        initialize ws-da-defs.
        move 'getOne' to ws-file-action.
        call 'da_attach' using ws-da-defs, ws-attach-rec.
        if DA_SUCCESS
            move ws-attach-task-id to hold-lookup-id
            perform checkTaskIdHold
            if ws-hchk-is-held
                display "Attachment " ws-attach-id " belongs to task "
                        hold-lookup-id ", under legal hold "
                        ws-hchk-hold-id " - not removed."
                perform end_attach_read
                exit paragraph
            end-if
        end-if.
        initialize ws-da-defs.
        move 'delete' to ws-file-action.
        call 'da_attach' using ws-da-defs, ws-attach-rec.

        move ws-current-user to ws-worklog-user.
        move function current-date(1:8) to ws-worklog-date.

        move ws-task-client-code to budget-client.
        move ws-task-tag to budget-task-tag.
        perform resolveBudgetClient.
        move ws-worklog-date to budget-date.
        move ws-worklog-hours to budget-hours.
        move spaces to budget-cache-key.
        move ws-worklog-rec to budget-worklog-hold.
        perform checkContractBudget.
        move budget-worklog-hold to ws-worklog-rec.
        if budget-refused
            exit paragraph
        end-if.

        perform start_worklog_write.
        initialize ws-da-defs.
        move 'create' to ws-file-action.
        end-if.
        perform end_worklog_read.

    *> budget-client / budget-task-tag in, budget-client out: a task
    *> with no client of its own draws on its tag's default client,
    *> the same way billing_run decides whom to invoice
    resolveBudgetClient.
        if function trim(budget-client) not = spaces
                or function trim(budget-task-tag) = spaces
            exit paragraph
        end-if.
        perform start_tags_read.
        initialize ws-da-defs.
        move budget-task-tag to ws-tag-name.
        move 'getOne' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        if DA_SUCCESS
            move ws-tag-default-client to budget-client
        end-if.
        perform end_tags_read.

    *> budget-client, budget-date and budget-hours in; budget-verdict
    *> out.  A client with no contract block covering the date is
    *> not limited.  Otherwise the hours already booked against the
    *> block decide: past the warning percentage the booking goes
    *> through with a warning, past the block it is refused unless an
    *> admin at the keyboard overrides.  The figure used is kept in
    *> budget-cache-used for the rest of the command, so a timesheet
    *> week does not rescan every project for every cell.
    checkContractBudget.
        move 'O' to budget-verdict.
        move 'N' to budget-found.
        if function trim(budget-client) = spaces
            exit paragraph
        end-if.
        perform findBudgetContract.
        if not budget-has-contract
            exit paragraph
        end-if.
        if budget-contract-key not = budget-cache-key
            perform sumContractUsage
            move budget-contract-key to budget-cache-key
        end-if.

        compute budget-after = budget-cache-used + budget-hours.
        if budget-after > budget-contract-hours
            perform decideContractOverrun
            exit paragraph
        end-if.
        compute budget-warn-hours rounded
                = budget-contract-hours * budget-contract-pct / 100.
        if budget-contract-pct > 0 and budget-after >= budget-warn-hours
            compute budget-used-pct
                    = budget-after * 100 / budget-contract-hours
            compute budget-left = budget-contract-hours - budget-after
            move budget-left to contract-hours-print
            move budget-used-pct to budget-pct-print
            display "WARNING: client " function trim(budget-client)
                    " contract block is " function trim(budget-pct-print)
                    "% used - "
                    function trim(contract-hours-print)
                    " hour(s) left after this booking."
        end-if.

    decideContractOverrun.
        if budget-cache-used >= budget-contract-hours
            move 0 to budget-left
        else
            compute budget-left
                    = budget-contract-hours - budget-cache-used
        end-if.
        move budget-left to contract-hours-print.
        display "Client " function trim(budget-client)
                " contract block " budget-contract-from "-"
                budget-contract-to " has "
                function trim(contract-hours-print)
                " hour(s) left - this booking would overrun it.".
        if role-is-admin and not in-script-mode
            display "Admin override - book it anyway? (y/N): "
                    with no advancing
            accept budget-override-answer
            move function upper-case(budget-override-answer)
                    to budget-override-answer
            if budget-override-answer = 'Y'
                    or budget-override-answer = 'YES'
                display "Booked over the contract block on admin"
                        " override."
                exit paragraph
            end-if
        end-if.
        move 'X' to budget-verdict.
        display "Booking refused - the contract block is exhausted"
                " (an admin can override).".

    *> the block that covers budget-date for budget-client, if any
    findBudgetContract.
        move 'N' to budget-found.
        perform start_contracts_read.
        initialize ws-da-defs.
        initialize ws-contract-rec.
        move budget-client to ws-contract-client-code.
        move 'getForClient' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        perform until not DA_SUCCESS
            if ws-contract-valid-from <= budget-date
                    and ws-contract-valid-to >= budget-date
                move 'Y' to budget-found
                move ws-contract-key to budget-contract-key
                move ws-contract-valid-from to budget-contract-from
                move ws-contract-valid-to to budget-contract-to
                move ws-contract-hours to budget-contract-hours
                move ws-contract-warn-pct to budget-contract-pct
                exit perform
            end-if
            move 'getNext' to ws-file-action
            call 'da_contracts' using ws-da-defs, ws-contract-rec
        end-perform.
        perform end_contracts_read.

    *> a client's work can sit in any project, so every project's
    *> task and work-log files are walked; the session's own files
    *> are picked up again by the next start_ helper
    sumContractUsage.
        move 0 to budget-cache-used.
        move 0 to budget-tag-count.
        perform start_tags_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        perform until not DA_SUCCESS
            if ws-tag-default-client = budget-client
                    and budget-tag-count < 100
                add 1 to budget-tag-count
                move ws-tag-name to budget-tag-name(budget-tag-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_tags' using ws-da-defs, ws-tag-rec
        end-perform.
        perform end_tags_read.

        perform loadProjectTable.
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            perform sumProjectUsage
        end-perform.

    sumProjectUsage.
        move spaces to budget-tasks-file-name, budget-log-file-name.
        if project-name-entry(project-idx) = 'default'
            string data-dir delimited by spaces
                    "/tasks.data"
                    into budget-tasks-file-name
            string data-dir delimited by spaces
                    "/work-log.data" delimited by size
                    into budget-log-file-name
        else
            string data-dir delimited by spaces
                    "/tasks-" delimited by size
                    function trim(project-name-entry(project-idx))
                            delimited by size
                    ".data" delimited by size
                    into budget-tasks-file-name
            string data-dir delimited by spaces
                    "/work-log-" delimited by size
                    function trim(project-name-entry(project-idx))
                            delimited by size
                    ".data" delimited by size
                    into budget-log-file-name
        end-if.

        move 0 to budget-task-count.
        initialize ws-da-defs.
        move budget-tasks-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform until not DA_SUCCESS
            perform noteBudgetTask
            move 'getNext' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
        end-perform.
        perform end_tasks_read.
        if project-name-entry(project-idx) = 'default'
            perform noteHistoryBudgetTasks
        end-if.
        if budget-task-count = 0
            exit paragraph
        end-if.

        initialize ws-da-defs.
        move budget-log-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_worklog' using ws-da-defs, ws-worklog-rec.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_worklog' using ws-da-defs, ws-worklog-rec.
        perform until not DA_SUCCESS
            if ws-worklog-date >= budget-contract-from
                    and ws-worklog-date <= budget-contract-to
                perform varying budget-task-idx from 1 by 1
                        until budget-task-idx > budget-task-count
                    if budget-task-id(budget-task-idx)
                            = ws-worklog-task-id
                        add ws-worklog-hours to budget-cache-used
                        exit perform
                    end-if
                end-perform
            end-if
            move 'getNext' to ws-file-action
            call 'da_worklog' using ws-da-defs, ws-worklog-rec
        end-perform.
        perform end_worklog_read.

    *> ws-task-rec counts against the block when it carries the
    *> client's code, or no code and one of the client's default tags
    noteBudgetTask.
        move 'N' to budget-hit-flag.
        if ws-task-client-code = budget-client
            move 'Y' to budget-hit-flag
        else
            if function trim(ws-task-client-code) = spaces
                perform varying budget-tag-idx from 1 by 1
                        until budget-tag-idx > budget-tag-count
                    if budget-tag-name(budget-tag-idx) = ws-task-tag
                        move 'Y' to budget-hit-flag
                        exit perform
                    end-if
                end-perform
            end-if
        end-if.
        if budget-task-hit and budget-task-count < 2000
            add 1 to budget-task-count
            move ws-task-id to budget-task-id(budget-task-count)
        end-if.

    *> purge_tasks archives the default project's rows into
    *> tasks-history.data, but their work-log entries stay behind
    *> and still draw on the block
    noteHistoryBudgetTasks.
        open input history-file.
        if history-file-status not = '00'
            exit paragraph
        end-if.
        move low-values to hist-task-id.
        start history-file key is greater than hist-task-id
            invalid key
                move 10 to history-file-status
        end-start.
        perform until history-file-status not = '00'
            read history-file next record
                at end
                    move 10 to history-file-status
                not at end
                    move hist-task-rec to ws-task-rec
                    perform noteBudgetTask
            end-read
        end-perform.
        close history-file.

    showTaskExpenses.
        move 0 to expense-total, expense-billable-total.
        perform start_expenses_read.
        initialize ws-da-defs.
        move show-task-id to ws-expense-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        perform until DA_END_OF_FILE
            add ws-expense-amount to expense-total
            if ws-expense-is-billable
                add ws-expense-amount to expense-billable-total
            end-if
            move 'getNext' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
        end-perform.
        perform end_expenses_read.
        if expense-total > 0
            move expense-total to expense-amount-print
            display " Expenses: " function trim(expense-amount-print)
                    with no advancing
            move expense-billable-total to expense-amount-print
            display " (billable " function trim(expense-amount-print)
                    ")"
        end-if.

    expenseCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'add'
                perform expenseAdd
            when 'list'
                perform expenseList
            when 'delete'
                perform expenseDelete
            when other
                display "Usage: expense add <id> [<amount> <category>"
                        " <Y|N> [receipt-id|-] [description]]"
                        " | list [<id>] | delete <expense-id>"
        end-evaluate.

    *> the one-line form mirrors log: "expense add 42 35.50 travel Y
    *> 17 taxi to site" claims today; with only the task id given the
    *> claim is prompted for field by field and may be back-dated
    expenseAdd.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: expense add <id> [<amount> <category>"
                    " <Y|N> [receipt-id|-] [description]]"
            exit paragraph
        end-if.
        move cmd-tok to show-task-id.
        perform findTask.
        if not DA_SUCCESS then
            perform handleError
            exit paragraph
        end-if.

        initialize ws-expense-rec.
        move function current-date(1:8) to ws-expense-date.
        perform cmdGetNextToken.
        if cmd-tok not = spaces
            move cmd-tok to expense-amount-input
            perform cmdGetNextToken
            move cmd-tok to ws-expense-category
            perform cmdGetNextToken
            move cmd-tok to expense-billable-input
            perform cmdGetNextToken
            move cmd-tok to expense-receipt-input
            if cmd-flag-available
                move function trim(cmd(cmd-ptr:))
                        to ws-expense-description
            end-if
        else
            if in-script-mode
                display "Script line missing amount for expense -"
                        " skipping."
                exit paragraph
            end-if
            perform expensePrompt
        end-if.

        if function trim(expense-amount-input) = spaces
                or function test-numval(expense-amount-input) not = 0
            display "Amount must be a number greater than zero"
                    " - nothing claimed."
            exit paragraph
        end-if.
        move function numval(expense-amount-input)
                to ws-expense-amount.
        if ws-expense-amount = 0
            display "Amount must be a number greater than zero"
                    " - nothing claimed."
            exit paragraph
        end-if.
        if ws-expense-category = spaces
            display "An expense needs a category (travel, parts,"
                    " fees ...) - nothing claimed."
            exit paragraph
        end-if.
        move function upper-case(ws-expense-category)
                to ws-expense-category.
        move function upper-case(expense-billable-input)
                to expense-billable-input.
        evaluate expense-billable-input
            when 'Y' when 'YES' when spaces
                move 'Y' to ws-expense-billable
            when 'N' when 'NO'
                move 'N' to ws-expense-billable
            when other
                display "Billable must be Y or N - nothing claimed."
                exit paragraph
        end-evaluate.

        move 0 to ws-expense-receipt-id.
        if expense-receipt-input not = spaces
                and expense-receipt-input not = '-'
            perform expenseCheckReceipt
            if ws-expense-receipt-id = 0
                exit paragraph
            end-if
        end-if.

        move show-task-id to ws-expense-task-id.
        move ws-current-user to ws-expense-user.

        perform start_expenses_write.
        initialize ws-da-defs.
        move 'create' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        if DA_SUCCESS then
            move ws-expense-amount to expense-amount-print
            display "Expense " ws-expense-id " of "
                    function trim(expense-amount-print)
                    " claimed against task " ws-expense-task-id "."
        else
            if DA_MONTH_LOCKED
                display "That month's timesheet is approved and"
                        " locked - nothing claimed."
            else
                display "Expense write failed - status " ws-result "."
            end-if
        end-if.
        perform end_expenses_read.

    expensePrompt.
        display "Amount: " with no advancing.
        accept expense-amount-input.
        display "Category (travel, parts, fees ...): "
                with no advancing.
        accept ws-expense-category.
        display "Date incurred yyyymmdd (blank for today): "
                with no advancing.
        accept expense-date-input.
        if expense-date-input not = spaces
            move expense-date-input to ws-date-input
            perform checkDateInput
            if not ws-date-is-valid
                display "Not a real calendar date - using today."
            else
                move ws-check-date to ws-expense-date
            end-if
        end-if.
        display "Billable to the client Y/N (blank for Y): "
                with no advancing.
        accept expense-billable-input.
        display "Receipt attachment id (blank for none): "
                with no advancing.
        accept expense-receipt-input.
        display "Description: " with no advancing.
        accept ws-expense-description.

    *> the receipt is an attachment already hung on the same task
    *> with attach; ws-expense-receipt-id comes back 0 if not
    expenseCheckReceipt.
        move 0 to ws-expense-receipt-id.
        if function trim(expense-receipt-input) is not numeric
            display "Receipt must be an attachment id - nothing"
                    " claimed."
            exit paragraph
        end-if.
        perform start_attach_read.
        initialize ws-da-defs.
        initialize ws-attach-rec.
        move function numval(expense-receipt-input) to ws-attach-id.
        move 'getOne' to ws-file-action.
        call 'da_attach' using ws-da-defs, ws-attach-rec.
        perform end_attach_read.
        if not DA_SUCCESS or ws-attach-task-id not = show-task-id
            display "Attachment " ws-attach-id " is not on task "
                    show-task-id " - attach the receipt first."
            exit paragraph
        end-if.
        move ws-attach-id to ws-expense-receipt-id.

    expenseList.
        move 0 to expense-list-count, expense-total.
        perform cmdGetNextToken.
        if cmd-tok not = spaces
            move cmd-tok to show-task-id
            move show-task-id to vis-lookup-id
            perform checkTaskIdVisible
            if not ws-vis-can-see
                move '23' to ws-result
                perform handleError
                exit paragraph
            end-if
        end-if.
        perform start_expenses_read.
        initialize ws-da-defs.
        if cmd-tok = spaces
            move function current-date(1:6) to expense-list-month
            move 'getAll' to ws-file-action
            display "Your expenses for " expense-list-month ":"
        else
            move cmd-tok to show-task-id
            move show-task-id to ws-expense-task-id
            move 'getForTask' to ws-file-action
            display "Expenses on task " show-task-id ":"
        end-if.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        perform until not DA_SUCCESS
            if cmd-tok not = spaces
                perform expenseListLine
            else
                if ws-expense-user = ws-current-user
                        and ws-expense-date(1:6) = expense-list-month
                    perform expenseListLine
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
        end-perform.
        perform end_expenses_read.
        move expense-total to expense-amount-print.
        display expense-list-count " claim(s), total "
                function trim(expense-amount-print) ".".

    expenseListLine.
        add 1 to expense-list-count.
        add ws-expense-amount to expense-total.
        move ws-expense-amount to expense-amount-print.
        display "  " ws-expense-id " | " ws-expense-date
                " | " ws-expense-task-id
                " | " ws-expense-user
                " | " ws-expense-category
                " | " expense-amount-print
                " | " ws-expense-billable
                " | " function trim(ws-expense-description).

    expenseDelete.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: expense delete <expense-id>"
            exit paragraph
        end-if.
        perform start_expenses_write.
        initialize ws-da-defs.
        initialize ws-expense-rec.
        move cmd-tok to ws-expense-id.
        move 'getOne' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        if DA_SUCCESS
            move ws-expense-task-id to hold-lookup-id
            perform checkTaskIdHold
            if ws-hchk-is-held
                display "Expense " ws-expense-id " belongs to task "
                        hold-lookup-id ", under legal hold "
                        ws-hchk-hold-id " - the claim stands."
                perform end_expenses_read
                exit paragraph
            end-if
        end-if.
        initialize ws-da-defs.
        move 'delete' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        evaluate true
            when DA_SUCCESS
                display "Expense " ws-expense-id " withdrawn."
            when DA_MONTH_LOCKED
                display "That month's timesheet is approved and"
                        " locked - the claim stands."
            when other
                display "No expense " ws-expense-id "."
        end-evaluate.
        perform end_expenses_read.

    timesheetCommand.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok = 'enter'
                perform timesheetEnter
                exit paragraph
            exit paragraph
        end-if.
        perform timesheetLoadExisting.
        move spaces to budget-cache-key.

        display "-- Timesheet entry for "
                function trim(ws-current-user)
                add 1 to ts-task-count
                move ws-task-id to tst-id(ts-task-count)
                move ws-task-description to tst-desc(ts-task-count)
                move ws-task-client-code to budget-client
                move ws-task-tag to budget-task-tag
                perform resolveBudgetClient
                move budget-client to tst-client(ts-task-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_tasks' using ws-file-action, ws-task-rec
        end-perform.

    timesheetWriteCell.
        move tst-client(ts-task-idx) to budget-client.
        move ts-day-date(ts-day-idx) to budget-date.
        move ts-cell-hours to budget-hours.
        perform checkContractBudget.
        if budget-refused
            display "  booking for task " tst-id(ts-task-idx)
                    " on " ts-day-date(ts-day-idx) " not written."
            exit paragraph
        end-if.

        perform start_worklog_write.
        initialize ws-da-defs.
        initialize ws-worklog-rec.
        call 'da_worklog' using ws-da-defs, ws-worklog-rec.
        if DA_SUCCESS
            add 1 to ts-entered-count
            if budget-has-contract
                add ts-cell-hours to budget-cache-used
            end-if
        else
            if DA_MONTH_LOCKED
                display "  " ts-day-date(ts-day-idx) " is in an"
        perform findTask.
        if not DA_SUCCESS
                or (ws-task-status not = 'N' and ws-task-status not = 'P'
                    and ws-task-status not = 'W' and ws-task-status not = 'R')
            exit paragraph
        end-if.

        perform findTask.
        if DA_SUCCESS
                and (ws-task-status = 'N' or ws-task-status = 'P'
                    or ws-task-status = 'W' or ws-task-status = 'R')
            display "  task " ws-dep-blocked-hold " ["
                    function trim(ws-task-description)
                    "] waits on open task " ws-dep-blocker-hold
                perform tagdefRetire
            when 'activate'
                perform tagdefActivate
            when 'review'
                perform tagdefReview
            when other
                display "Usage: tagdef add <name> [pri] [owner] [days]"
                        " [client] | list | retire <name>"
                        " | activate <name> | remove <name>"
                        " | review <name> on [reviewer]|off"
        end-evaluate.

    *> '-' as a command-line value means "no default for this one";
            display "Usage: tagdef add <name> [pri] [owner] [days]"
            exit paragraph
        end-if.
        *> re-registering a tag keeps its review marking - that is
        *> changed only through 'tagdef review'
        perform start_tags_read.
        initialize ws-da-defs.
        move cmd-tok to ws-tag-name.
        move 'getOne' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        move 'N' to tagdef-review-hold.
        move spaces to tagdef-reviewer-hold.
        if DA_SUCCESS
            move ws-tag-review-flag to tagdef-review-hold
            move ws-tag-reviewer to tagdef-reviewer-hold
        end-if.
        perform end_tags_read.
        initialize ws-tag-rec.
        move cmd-tok to ws-tag-name.
        move 'Y' to ws-tag-active.
        move tagdef-review-hold to ws-tag-review-flag.
        move tagdef-reviewer-hold to ws-tag-reviewer.

        if cmd-flag-available
            perform cmdGetNextToken
                        to ws-tag-due-offset
            end-if
        end-if.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok not = '-'
                move cmd-tok to client-code-input
                perform checkClientCode
                if not client-code-valid
                    display "Tag not registered."
                    exit paragraph
                end-if
                move client-code-input to ws-tag-default-client
            end-if
        end-if.

        perform start_tags_write.
        initialize ws-da-defs.

    tagdefList.
        display "Tag registry:".
        display "   Tag                  | Pri | Owner                | Due+ | Active | Client     | Review".
        display "  ----------------------+-----+----------------------+------+--------+------------+-------------".
        perform start_tags_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.

        perform until DA_END_OF_FILE
            move spaces to tagdef-review-text
            if ws-tag-needs-review
                string "yes " delimited by size
                       ws-tag-reviewer delimited by space
                       into tagdef-review-text
            end-if
            display "  " ws-tag-name
                    " |  " ws-tag-default-priority
                    "  | " ws-tag-default-owner
                    " | " ws-tag-due-offset
                    " |   " ws-tag-active
                    "    | " ws-tag-default-client
                    " | " function trim(tagdef-review-text)
            move 'getNext' to ws-file-action
            call 'da_tags' using ws-da-defs, ws-tag-rec
        end-perform.
        perform start_tags_write.
        initialize ws-da-defs.
        move cmd-tok to ws-tag-name.
        *> dropping a review tag would let its tasks close unreviewed
        move 'getOne' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        if DA_SUCCESS and ws-tag-needs-review and not role-is-admin
            display "Tag '" function trim(ws-tag-name)
                    "' is marked for review - only an admin can"
                    " drop it."
            perform end_tags_read
            exit paragraph
        end-if.
        initialize ws-da-defs.
        move cmd-tok to ws-tag-name.
        move 'delete' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        if DA_SUCCESS
            display "Tag '" function trim(ws-tag-name)
                    "' dropped from the registry."
            move 'reload' to ws-rvck-action
            call 'review_check' using ws-rvck-request
        else
            display "No tag named '" function trim(ws-tag-name)
                    "' in the registry."
        end-if.
        perform end_tags_read.

    *> tagdef review <name> on [reviewer]
    *> tagdef review <name> off
    tagdefReview.
        if not role-is-admin
            display "Only an admin can change a tag's review marking."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to tagdef-name-hold.
        perform cmdGetNextToken.
        if tagdef-name-hold = spaces
                or (cmd-tok not = 'on' and cmd-tok not = 'off')
            display "Usage: tagdef review <name> on [reviewer] | off"
            exit paragraph
        end-if.
        move spaces to tagdef-reviewer-hold.
        if cmd-tok = 'on'
            move 'Y' to tagdef-review-hold
            if cmd-flag-available
                perform cmdGetNextToken
                move cmd-tok to tagdef-reviewer-hold
            end-if
        else
            move 'N' to tagdef-review-hold
        end-if.
        perform start_tags_write.
        initialize ws-da-defs.
        move tagdef-name-hold to ws-tag-name.
        move 'getOne' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        if not DA_SUCCESS
            display "No tag named '" function trim(tagdef-name-hold)
                    "' in the registry."
            perform end_tags_read
            exit paragraph
        end-if.
        move tagdef-review-hold to ws-tag-review-flag.
        move tagdef-reviewer-hold to ws-tag-reviewer.
        initialize ws-da-defs.
        move 'save' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        if not DA_SUCCESS
            display "Tag registry write failed - status "
                    ws-result "."
        else
            if ws-tag-needs-review
                if ws-tag-reviewer = spaces
                    display "Tasks tagged '" function trim(ws-tag-name)
                            "' now need a review before they close."
                else
                    display "Tasks tagged '" function trim(ws-tag-name)
                            "' now need a review before they close -"
                            " standing reviewer "
                            function trim(ws-tag-reviewer) "."
                end-if
            else
                display "Tasks tagged '" function trim(ws-tag-name)
                        "' close without review again."
            end-if
        end-if.
        perform end_tags_read.
        move 'reload' to ws-rvck-action.
        call 'review_check' using ws-rvck-request.

    tagdefRetire.
        move 'N' to ws-tag-active.
        perform tagdefSetActive.
                display "Tag '" function trim(ws-tag-name)
                        "' retired."
            end-if
        else
            display "No tag named '" function trim(ws-tag-name)
                    "' in the registry."
        end-if.
        perform end_tags_read.

    *> ws-task-tag in; tag-reg-found and ws-tag-rec out
    lookupTagRegistry.
        move 'N' to tag-reg-found.
        perform start_tags_read.
        initialize ws-da-defs.
        move ws-task-tag to ws-tag-name.
        move 'getOne' to ws-file-action.
        call 'da_tags' using ws-da-defs, ws-tag-rec.
        move ws-result to da-result-save.
        perform end_tags_read.
        if da-result-save = '00'
            move 'Y' to tag-reg-found
        end-if.

    *> a registered tag fills in whatever the operator left to the
    *> defaults: priority (only when the prompt was answered blank),
    *> owner (only when unassigned) and due date (only when none was
    *> given, as created-date plus the registry's offset in days)
    applyTagDefaults.
        if function trim(ws-task-tag) = spaces
            exit paragraph
        end-if.
        perform lookupTagRegistry.
        if not tag-in-registry
            display "WARNING: tag '" function trim(ws-task-tag)
                    "' is not in the tag registry - check the"
                    " spelling or register it with 'tagdef add'."
            exit paragraph
        end-if.
        if ws-tag-is-retired
            display "WARNING: tag '" function trim(ws-task-tag)
                    "' is retired in the tag registry."
            exit paragraph
        end-if.
        if priority-was-defaulted
                and ws-tag-default-priority not = space
            move ws-tag-default-priority to ws-task-priority
            display "  (priority " ws-task-priority
                    " from the tag registry)"
        end-if.
        if function trim(ws-task-owner) = spaces
                and function trim(ws-tag-default-owner) not = spaces
            move ws-tag-default-owner to ws-task-owner
            display "  (assigned to " function trim(ws-task-owner)
                    " from the tag registry)"
        end-if.
        if ws-task-due-date = 0 and ws-tag-due-offset > 0
            compute tag-offset-julian
                    = function integer-of-date(ws-task-created-at)
                    + ws-tag-due-offset
            move function date-of-integer(tag-offset-julian)
                    to ws-task-due-date
            display "  (due " ws-task-due-date
                    " from the tag registry)"
        end-if.
        if function trim(ws-task-client-code) = spaces
                and function trim(ws-tag-default-client) not = spaces
            move ws-tag-default-client to client-code-input
            perform checkClientCode
            if client-code-valid
                move client-code-input to ws-task-client-code
                display "  (billed to client "
                        function trim(ws-task-client-code)
                        " from the tag registry)"
            end-if
        end-if.

    *> the client master names the bill-to party behind a task:
    *> billing_run heads every invoice from it, and a task whose
    *> client code is blank, unknown or retired is refused there
    clientCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'add'
                perform clientAdd
            when 'list'
                perform clientList
            when 'show'
                perform clientShow
            when 'retire'
                move 'N' to ws-client-active
                perform clientSetActive
            when 'activate'
                move 'Y' to ws-client-active
                perform clientSetActive
            when 'link'
                perform clientLink
            when other
                display "Usage: client add <code> | list | show <code>"
                        " | retire <code> | activate <code>"
                        " | link <task-id> <code|->"
        end-evaluate.

    *> a code already on file is changed in place: a blank answer
    *> keeps the value shown in brackets
    clientAdd.
        perform cmdGetNextToken.
        if cmd-tok = spaces or cmd-tok = '-'
            display "Usage: client add <code>"
            exit paragraph
        end-if.
        if in-script-mode
            display "client add prompts for the bill-to details and"
                    " cannot run from a script - skipping."
            exit paragraph
        end-if.
        move cmd-tok to client-code-input.
        perform start_clients_write.
        initialize ws-client-rec.
        initialize ws-da-defs.
        move client-code-input to ws-client-code.
        move 'getOne' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        if DA_SUCCESS
            display "Changing client " function trim(ws-client-code)
                    " - blank keeps the value in brackets."
        else
            initialize ws-client-rec
            move client-code-input to ws-client-code
            move 30 to ws-client-terms-days
            move 'Y' to ws-client-active
        end-if.

        display "Legal name [" function trim(ws-client-name) "]: "
                with no advancing.
        accept client-answer.
        if client-answer not = spaces
            move client-answer to ws-client-name
        end-if.
        display "Address line 1 [" function trim(ws-client-addr-1)
                "]: " with no advancing.
        accept client-answer.
        if client-answer not = spaces
            move client-answer to ws-client-addr-1
        end-if.
        display "Address line 2 [" function trim(ws-client-addr-2)
                "]: " with no advancing.
        accept client-answer.
        if client-answer not = spaces
            move client-answer to ws-client-addr-2
        end-if.
        display "Address line 3 [" function trim(ws-client-addr-3)
                "]: " with no advancing.
        accept client-answer.
        if client-answer not = spaces
            move client-answer to ws-client-addr-3
        end-if.
        display "PO/contract reference [" function trim(ws-client-po-ref)
                "]: " with no advancing.
        accept client-answer.
        if client-answer not = spaces
            move client-answer to ws-client-po-ref
        end-if.
        display "Payment terms in days [" ws-client-terms-days "]: "
                with no advancing.
        accept client-terms-input.
        if function trim(client-terms-input) not = spaces
            if function trim(client-terms-input) is numeric
                move function numval(client-terms-input)
                        to ws-client-terms-days
            else
                display "Terms must be a number of days - kept "
                        ws-client-terms-days "."
            end-if
        end-if.

        if function trim(ws-client-name) = spaces
            display "A client needs a legal name - not saved."
            perform end_clients_read
            exit paragraph
        end-if.

        initialize ws-da-defs.
        move 'save' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        if DA_SUCCESS
            display "Client '" function trim(ws-client-code)
                    "' saved."
        else
            display "Client master write failed - status "
                    ws-result "."
        end-if.
        perform end_clients_read.

    clientList.
        move 0 to client-list-count.
        display "Client master:".
        display "   Code       | Legal name                               | PO/contract ref      | Terms | Active".
        display "  ------------+------------------------------------------+----------------------+-------+-------".
        perform start_clients_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.

        perform until DA_END_OF_FILE
            display "  " ws-client-code
                    " | " ws-client-name(1:40)
                    " | " ws-client-po-ref(1:20)
                    " |  " ws-client-terms-days
                    "  |   " ws-client-active
            add 1 to client-list-count
            move 'getNext' to ws-file-action
            call 'da_clients' using ws-da-defs, ws-client-rec
        end-perform.
        perform end_clients_read.
        if client-list-count = 0
            display "  (no clients on file - add one with 'client add')"
        end-if.

    clientShow.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: client show <code>"
            exit paragraph
        end-if.
        perform start_clients_read.
        initialize ws-da-defs.
        move cmd-tok to ws-client-code.
        move 'getOne' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        move ws-result to da-result-save.
        perform end_clients_read.
        if da-result-save not = '00'
            display "No client with code '" function trim(cmd-tok)
                    "' on file."
            exit paragraph
        end-if.
        display " ".
        display " Client: " function trim(ws-client-code)
                "   Active: " ws-client-active.
        display " Bill to: " function trim(ws-client-name).
        if ws-client-addr-1 not = spaces
            display "          " function trim(ws-client-addr-1)
        end-if.
        if ws-client-addr-2 not = spaces
            display "          " function trim(ws-client-addr-2)
        end-if.
        if ws-client-addr-3 not = spaces
            display "          " function trim(ws-client-addr-3)
        end-if.
        display " PO/contract ref: " function trim(ws-client-po-ref).
        display " Payment terms: " ws-client-terms-days " day(s)".
        display " ".

    clientSetActive.
        move ws-client-active to ws-status-char.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: client retire <code> | activate <code>"
            exit paragraph
        end-if.
        perform start_clients_write.
        initialize ws-da-defs.
        move cmd-tok to ws-client-code.
        move 'getOne' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        if DA_SUCCESS
            move ws-status-char to ws-client-active
            initialize ws-da-defs
            move 'save' to ws-file-action
            call 'da_clients' using ws-da-defs, ws-client-rec
            if ws-client-is-active
                display "Client '" function trim(ws-client-code)
                        "' is active again."
            else
                display "Client '" function trim(ws-client-code)
                        "' retired - its tasks will not be invoiced"
                        " until it is activated."
            end-if
        else
            display "No client with code '" function trim(ws-client-code)
                    "' on file."
        end-if.
        perform end_clients_read.

    *> '-' unlinks, making the task's hours non-billable
    clientLink.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: client link <task-id> <code|->"
            exit paragraph
        end-if.
        move cmd-tok to show-task-id.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: client link <task-id> <code|->"
            exit paragraph
        end-if.
        move cmd-tok to client-code-input.
        if client-code-input not = '-'
            perform checkClientCode
            if not client-code-valid
                exit paragraph
            end-if
        end-if.

        perform start_tasks_write.
        initialize ws-task-rec.
        initialize ws-da-defs.
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.
        if DA_SUCCESS
            if client-code-input = '-'
                move spaces to ws-task-client-code
            else
                move client-code-input to ws-task-client-code
            end-if
            move 'update' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
            if function trim(ws-task-client-code) = spaces
                display "Task " ws-task-id " is no longer billed to a"
                        " client."
            else
                display "Task " ws-task-id " billed to client "
                        function trim(ws-task-client-code) "."
            end-if
        else
            display "Invalid key provided."
        end-if.
        perform end_tasks_read.

    *> client-code-input in; client-check-flag out.  Only an active
    *> client on file passes - the reason is displayed when not.
    checkClientCode.
        move 'N' to client-check-flag.
        perform start_clients_read.
        initialize ws-da-defs.
        move client-code-input to ws-client-code.
        move 'getOne' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        move ws-result to da-result-save.
        perform end_clients_read.
        if da-result-save not = '00'
            display "No client with code '"
                    function trim(client-code-input)
                    "' on file - add it with 'client add'."
            exit paragraph
        end-if.
        if ws-client-is-retired
            display "Client '" function trim(client-code-input)
                    "' is retired."
            exit paragraph
        end-if.
        move 'Y' to client-check-flag.

    *> a contract is a pre-paid block of a client's hours; log and
    *> timesheet enter draw it down (see checkContractBudget) and
    *> contract_burn prints the monthly statement
    contractCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'add'
                perform contractAdd
            when 'list'
                perform contractList
            when 'show'
                perform contractShow
            when 'delete'
                perform contractDelete
            when other
                display "Usage: contract add <client> <from> <to> <hours>"
                        " [warn-%] [reference] | list [<client>]"
                        " | show <client> [yyyymmdd]"
                        " | delete <client> <from>"
        end-evaluate.

    *> the same client and start date again changes the block in
    *> place; a block may not overlap another of the same client's,
    *> so every booking date draws on exactly one
    contractAdd.
        if not role-is-admin
            display "contract add is an admin-only operation"
                    " - see users.data."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to client-code-input.
        perform cmdGetNextToken.
        move cmd-tok to contract-from-input.
        perform cmdGetNextToken.
        move cmd-tok to contract-to-input.
        perform cmdGetNextToken.
        move cmd-tok to contract-hours-input.
        perform cmdGetNextToken.
        move cmd-tok to contract-pct-input.
        if function trim(contract-hours-input) = spaces
            display "Usage: contract add <client> <from> <to> <hours>"
                    " [warn-%] [reference]"
            exit paragraph
        end-if.

        perform checkClientCode.
        if not client-code-valid
            exit paragraph
        end-if.
        initialize ws-contract-rec.
        move client-code-input to ws-contract-client-code.
        move contract-from-input to ws-date-input.
        perform checkDateInput.
        if not ws-date-is-valid
            display "Valid-from must be a real date (YYYYMMDD)."
            exit paragraph
        end-if.
        move ws-check-date to ws-contract-valid-from.
        move contract-to-input to ws-date-input.
        perform checkDateInput.
        if not ws-date-is-valid
            display "Valid-to must be a real date (YYYYMMDD)."
            exit paragraph
        end-if.
        move ws-check-date to ws-contract-valid-to.
        if ws-contract-valid-to < ws-contract-valid-from
            display "Valid-to is before valid-from - not saved."
            exit paragraph
        end-if.
        if function test-numval(contract-hours-input) not = 0
            display "Hours must be a number greater than zero"
                    " - not saved."
            exit paragraph
        end-if.
        move function numval(contract-hours-input) to ws-contract-hours.
        if ws-contract-hours = 0
            display "Hours must be a number greater than zero"
                    " - not saved."
            exit paragraph
        end-if.
        move 80 to ws-contract-warn-pct.
        if function trim(contract-pct-input) not = spaces
            if function trim(contract-pct-input) is not numeric
                display "Warning percentage must be 1 to 100"
                        " - not saved."
                exit paragraph
            end-if
            move function numval(contract-pct-input)
                    to ws-contract-warn-pct
            if ws-contract-warn-pct < 1 or ws-contract-warn-pct > 100
                display "Warning percentage must be 1 to 100"
                        " - not saved."
                exit paragraph
            end-if
        end-if.
        if cmd-flag-available
            move function trim(cmd(cmd-ptr:)) to ws-contract-reference
        end-if.

        move ws-contract-client-code to budget-client.
        move ws-contract-valid-from to budget-contract-from.
        move ws-contract-valid-to to budget-contract-to.
        move ws-contract-rec to contract-rec-hold.
        perform checkContractOverlap.
        move contract-rec-hold to ws-contract-rec.
        if contract-overlaps
            exit paragraph
        end-if.

        perform start_contracts_write.
        initialize ws-da-defs.
        move 'save' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        if DA_SUCCESS
            move ws-contract-hours to contract-hours-print
            move ws-contract-warn-pct to contract-pct-print
            display "Contract for " function trim(ws-contract-client-code)
                    " saved: " function trim(contract-hours-print)
                    " hour(s) " ws-contract-valid-from "-"
                    ws-contract-valid-to ", warning at "
                    function trim(contract-pct-print) "%."
        else
            display "Contract write failed - status " ws-result "."
        end-if.
        perform end_contracts_read.

    *> budget-client, budget-contract-from/-to in; contract-overlap-flag
    *> out.  The block being changed in place does not count.
    checkContractOverlap.
        move 'N' to contract-overlap-flag.
        perform start_contracts_read.
        initialize ws-da-defs.
        initialize ws-contract-rec.
        move budget-client to ws-contract-client-code.
        move 'getForClient' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        perform until not DA_SUCCESS
            if ws-contract-valid-from not = budget-contract-from
                    and ws-contract-valid-from <= budget-contract-to
                    and ws-contract-valid-to >= budget-contract-from
                move 'Y' to contract-overlap-flag
                display "Overlaps the block " ws-contract-valid-from
                        "-" ws-contract-valid-to " - not saved."
                exit perform
            end-if
            move 'getNext' to ws-file-action
            call 'da_contracts' using ws-da-defs, ws-contract-rec
        end-perform.
        perform end_contracts_read.

    contractList.
        move 0 to contract-list-count.
        perform cmdGetNextToken.
        display "Contract hour budgets:".
        display "   Client     | From     | To       |    Hours | Warn | Reference".
        display "  ------------+----------+----------+----------+------+------------------------------".
        perform start_contracts_read.
        initialize ws-da-defs.
        initialize ws-contract-rec.
        if cmd-tok = spaces
            move 'getAll' to ws-file-action
        else
            move cmd-tok to ws-contract-client-code
            move 'getForClient' to ws-file-action
        end-if.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        perform until not DA_SUCCESS
            move ws-contract-hours to contract-hours-print
            move ws-contract-warn-pct to contract-pct-print
            display "  " ws-contract-client-code
                    " | " ws-contract-valid-from
                    " | " ws-contract-valid-to
                    " | " contract-hours-print
                    " | " contract-pct-print "%"
                    " | " function trim(ws-contract-reference)
            add 1 to contract-list-count
            move 'getNext' to ws-file-action
            call 'da_contracts' using ws-da-defs, ws-contract-rec
        end-perform.
        perform end_contracts_read.
        if contract-list-count = 0
            display "  (no contracts on file)"
        end-if.

    contractShow.
        perform cmdGetNextToken.
        if cmd-tok = spaces
            display "Usage: contract show <client> [yyyymmdd]"
            exit paragraph
        end-if.
        move cmd-tok to budget-client.
        move function current-date(1:8) to budget-date.
        perform cmdGetNextToken.
        if cmd-tok not = spaces
            move cmd-tok to ws-date-input
            perform checkDateInput
            if not ws-date-is-valid
                display "Date must be a real calendar date (YYYYMMDD)."
                exit paragraph
            end-if
            move ws-check-date to budget-date
        end-if.
        perform findBudgetContract.
        if not budget-has-contract
            display "No contract block for client "
                    function trim(budget-client) " covers "
                    budget-date "."
            exit paragraph
        end-if.
        perform sumContractUsage.
        move spaces to budget-cache-key.

        display " ".
        display " Client " function trim(budget-client)
                " - block " budget-contract-from "-"
                budget-contract-to.
        move budget-contract-hours to contract-hours-print.
        display " Purchased: " contract-hours-print " hour(s)".
        move budget-cache-used to contract-hours-print.
        display " Used:      " contract-hours-print " hour(s)".
        if budget-cache-used > budget-contract-hours
            compute budget-left
                    = budget-cache-used - budget-contract-hours
            move budget-left to contract-hours-print
            display " OVERRUN:   " contract-hours-print " hour(s)"
        else
            compute budget-left
                    = budget-contract-hours - budget-cache-used
            move budget-left to contract-hours-print
            display " Left:      " contract-hours-print " hour(s)"
        end-if.
        compute budget-used-pct
                = budget-cache-used * 100 / budget-contract-hours.
        move budget-used-pct to budget-pct-print.
        move budget-contract-pct to contract-pct-print.
        display " " function trim(budget-pct-print) "% used, warning at "
                function trim(contract-pct-print) "%.".
        display " ".

    contractDelete.
        if not role-is-admin
            display "contract delete is an admin-only operation"
                    " - see users.data."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to client-code-input.
        perform cmdGetNextToken.
        move cmd-tok to contract-from-input.
        if function trim(contract-from-input) = spaces
                or function trim(contract-from-input) is not numeric
            display "Usage: contract delete <client> <from>"
            exit paragraph
        end-if.
        perform start_contracts_write.
        initialize ws-da-defs.
        initialize ws-contract-rec.
        move client-code-input to ws-contract-client-code.
        move function numval(contract-from-input)
                to ws-contract-valid-from.
        move 'delete' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        if DA_SUCCESS
            display "Contract block " ws-contract-valid-from " for "
                    function trim(client-code-input) " dropped."
        else
            display "No contract block " ws-contract-valid-from
                    " for " function trim(client-code-input) "."
        end-if.
        perform end_contracts_read.

    *> interactive add only: keeps asking until the answer is blank
    *> (left to the tag registry's default) or an active client
    promptTaskClient.
        move 'N' to client-check-flag.
        perform until client-code-valid
            display "Client code (blank for the tag's default): "
                    with no advancing
            accept client-code-input
            if client-code-input = spaces
                move 'Y' to client-check-flag
            else
                perform checkClientCode
            end-if
        end-perform.
        move client-code-input to ws-task-client-code.

    *> the intake queue keeps requests from other teams out of the
    *> live lists until an operator has looked at them.  Anyone -
    *> a viewer included - may queue a request; deciding what
    *> becomes of it (accept, reject, duplicate) needs an operator
    intakeCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'add'
                perform intakeAdd
            when 'list'
                perform intakeList
            when 'show'
                perform intakeShow
            when 'accept'
                perform intakeAcceptCommand
            when 'reject'
                perform intakeRejectCommand
            when 'duplicate'
                perform intakeDuplicateCommand
            when other
                display "Usage: intake add [<requester> <wanted-by|->"
                        " <request>] | list [all] | show <id>"
                display "       intake accept <id> <project> [tag|-]"
                        " [owner|-] [pri] | reject <id> <reason>"
                        " | duplicate <id> <task-id>"
        end-evaluate.

    intakeAdd.
        initialize ws-intake-rec.
        move spaces to ws-date-input.
        if cmd-flag-available
            perform cmdGetNextToken
            move cmd-tok to ws-intake-requester
            perform cmdGetNextToken
            if cmd-tok not = '-'
                move cmd-tok to ws-date-input
            end-if
            if cmd-flag-available
                move function trim(cmd(cmd-ptr:))
                        to ws-intake-description
            end-if
        else
            if in-script-mode
                display "Script line missing request details for"
                        " intake add - skipping."
                exit paragraph
            end-if
            display "Requested by: " with no advancing
            accept ws-intake-requester
            display "Request: " with no advancing
            accept ws-intake-description
            display "Wanted by (YYYYMMDD, blank for none): "
                    with no advancing
            accept ws-date-input
        end-if.

        if function trim(ws-intake-requester) = spaces
                or function trim(ws-intake-description) = spaces
            display "A request needs a requester and a description"
                    " - not queued."
            exit paragraph
        end-if.
        if ws-date-input not = spaces
            perform checkDateInput
            if not ws-date-is-valid
                display "Wanted-by must be a real calendar date"
                        " (YYYYMMDD) - not queued."
                exit paragraph
            end-if
            move ws-check-date to ws-intake-wanted-by
        end-if.

        move 'N' to ws-intake-status.
        move function current-date(1:14) to ws-intake-received-at.
        move ws-current-user to ws-intake-received-by.
        perform start_intake_write.
        initialize ws-da-defs.
        move 'create' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        if DA_SUCCESS
            display "Request #" ws-intake-id " from "
                    function trim(ws-intake-requester)
                    " queued for triage."
        else
            display "Intake write failed - status " ws-result "."
        end-if.
        perform end_intake_read.

    intakeList.
        move 'N' to intake-list-flag.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok = 'all'
                move 'Y' to intake-list-flag
            end-if
        end-if.
        if intake-list-everything
            display "Intake requests:"
        else
            display "Intake requests waiting for triage:"
        end-if.
        display "  Id     | St | Received | Wanted   | Requester"
                "            | Request".
        display "  -------+----+----------+----------+----------"
                "------------+------------------------------".
        move 0 to intake-list-count.
        perform start_intake_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        perform until not DA_SUCCESS
            if intake-list-everything or ws-intake-pending
                add 1 to intake-list-count
                display "  " ws-intake-id " | " ws-intake-status
                        "  | " ws-intake-received-at(1:8)
                        " | " ws-intake-wanted-by
                        " | " ws-intake-requester(1:20)
                        " | " function trim(
                        ws-intake-description(1:40))
            end-if
            move 'getNext' to ws-file-action
            call 'da_intake' using ws-da-defs, ws-intake-rec
        end-perform.
        perform end_intake_read.
        display intake-list-count " request(s).".

    intakeShow.
        perform cmdGetNextToken.
        move cmd-tok to intake-id-input.
        perform intakeLoadRequest.
        if not intake-was-found
            exit paragraph
        end-if.
        display "Request #" ws-intake-id " from "
                function trim(ws-intake-requester).
        display "  " function trim(ws-intake-description).
        display "  Received " ws-intake-received-at(1:8) " "
                ws-intake-received-at(9:4) " by "
                function trim(ws-intake-received-by)
                ", wanted by " ws-intake-wanted-by.
        evaluate true
            when ws-intake-pending
                display "  Waiting for triage."
            when ws-intake-accepted
                display "  Accepted into project '"
                        function trim(ws-intake-project) "' as task "
                        ws-intake-task-id " by "
                        function trim(ws-intake-triaged-by) " on "
                        ws-intake-triaged-at(1:8) "."
            when ws-intake-rejected
                display "  Rejected by "
                        function trim(ws-intake-triaged-by) " on "
                        ws-intake-triaged-at(1:8) ": "
                        function trim(ws-intake-reason)
            when ws-intake-duplicate
                display "  Duplicate of task " ws-intake-task-id
                        " (project '" function trim(ws-intake-project)
                        "'), marked by "
                        function trim(ws-intake-triaged-by) " on "
                        ws-intake-triaged-at(1:8) "."
        end-evaluate.

    *> intake-id-input in; ws-intake-rec and intake-found-flag out.
    *> Only a request still waiting may be triaged, so callers that
    *> decide check ws-intake-pending themselves.
    intakeLoadRequest.
        move 'N' to intake-found-flag.
        if function trim(intake-id-input) = spaces
                or function trim(intake-id-input) is not numeric
            display "Give the request number, e.g. intake show 12."
            exit paragraph
        end-if.
        perform start_intake_read.
        initialize ws-da-defs.
        initialize ws-intake-rec.
        move function numval(intake-id-input) to ws-intake-id.
        move 'getOne' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        move ws-result to da-result-save.
        perform end_intake_read.
        if da-result-save = '00'
            move 'Y' to intake-found-flag
        else
            display "No intake request #"
                    function trim(intake-id-input) "."
        end-if.

    intakeLoadPending.
        perform intakeLoadRequest.
        if intake-was-found and not ws-intake-pending
            display "Request #" ws-intake-id " has already been"
                    " triaged - see intake show "
                    function trim(intake-id-input) "."
            move 'N' to intake-found-flag
        end-if.

    intakeAcceptCommand.
        if not role-at-least-operator
            display "Triage needs an operator - see users.data."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to intake-id-input.
        perform cmdGetNextToken.
        move cmd-tok to intake-target-project.
        move spaces to intake-tag-input, intake-owner-input,
                ws-priority-input.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok not = '-'
                move cmd-tok to intake-tag-input
            end-if
        end-if.
        if cmd-flag-available
            perform cmdGetNextToken
            if cmd-tok not = '-'
                move cmd-tok to intake-owner-input
            end-if
        end-if.
        if cmd-flag-available
            perform cmdGetNextToken
            move cmd-tok to ws-priority-input
        end-if.
        if function trim(intake-target-project) = spaces
            display "Usage: intake accept <id> <project> [tag|-]"
                    " [owner|-] [pri]"
            exit paragraph
        end-if.
        perform intakeLoadPending.
        if intake-was-found
            perform intakeAcceptRequest
        end-if.

    intakeRejectCommand.
        if not role-at-least-operator
            display "Triage needs an operator - see users.data."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to intake-id-input.
        move spaces to intake-reason-input.
        if cmd-flag-available
            move function trim(cmd(cmd-ptr:)) to intake-reason-input
        end-if.
        if function trim(intake-reason-input) = spaces
            display "Usage: intake reject <id> <reason>"
            exit paragraph
        end-if.
        perform intakeLoadPending.
        if intake-was-found
            perform intakeRejectRequest
        end-if.

    intakeDuplicateCommand.
        if not role-at-least-operator
            display "Triage needs an operator - see users.data."
            exit paragraph
        end-if.
        perform cmdGetNextToken.
        move cmd-tok to intake-id-input.
        perform cmdGetNextToken.
        move cmd-tok to intake-dup-input.
        if function trim(intake-dup-input) = spaces
            display "Usage: intake duplicate <id> <task-id>"
            exit paragraph
        end-if.
        perform intakeLoadPending.
        if intake-was-found
            perform intakeDuplicateRequest
        end-if.

    *> the triage console: every waiting request in turn, oldest
    *> first, with a one-letter decision for each.  The ids are
    *> collected before anything is decided so the updates never
    *> disturb the walk (the same pattern the bulk commands use).
    triageCommand.
        if in-script-mode
            display "triage is interactive - use intake accept,"
                    " reject or duplicate in scripts."
            exit paragraph
        end-if.
        move 0 to intake-queue-count.
        perform start_intake_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        perform until not DA_SUCCESS
            if ws-intake-pending and intake-queue-count < 200
                add 1 to intake-queue-count
                move ws-intake-id to intake-queue-id(intake-queue-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_intake' using ws-da-defs, ws-intake-rec
        end-perform.
        perform end_intake_read.
        if intake-queue-count = 0
            display "The intake queue is empty."
            exit paragraph
        end-if.
        display intake-queue-count " request(s) waiting for triage.".

        move 0 to intake-accepted-count, intake-rejected-count,
                intake-dup-count, intake-skipped-count.
        move 'N' to intake-quit-flag.
        perform varying intake-queue-idx from 1 by 1
                until intake-queue-idx > intake-queue-count
                or intake-quit-triage
            move intake-queue-id(intake-queue-idx) to intake-id-input
            perform intakeLoadPending
            if intake-was-found
                perform triageOneRequest
            end-if
        end-perform.
        display "Triage: " intake-accepted-count " accepted, "
                intake-rejected-count " rejected, "
                intake-dup-count " duplicate(s), "
                intake-skipped-count " left waiting.".

    triageOneRequest.
        display " ".
        display "Request #" ws-intake-id " from "
                function trim(ws-intake-requester) ", received "
                ws-intake-received-at(1:8) ", wanted by "
                ws-intake-wanted-by.
        display "  " function trim(ws-intake-description).
        display "[A]ccept, [R]eject, [D]uplicate, [S]kip, [Q]uit: "
                with no advancing.
        accept intake-answer.
        evaluate function upper-case(intake-answer(1:1))
            when 'A'
                display "Project [" function trim(current-project)
                        "]: " with no advancing
                accept intake-target-project
                if intake-target-project = spaces
                    move current-project to intake-target-project
                end-if
                display "Tag/Category (blank for none): "
                        with no advancing
                accept intake-tag-input
                display "Assigned To (blank for the tag's default): "
                        with no advancing
                accept intake-owner-input
                display "Priority (High/Med/Low) [tag default]: "
                        with no advancing
                accept ws-priority-input
                perform intakeAcceptRequest
            when 'R'
                display "Reason: " with no advancing
                accept intake-reason-input
                if function trim(intake-reason-input) = spaces
                    display "A rejection needs a reason - left waiting."
                    add 1 to intake-skipped-count
                else
                    perform intakeRejectRequest
                end-if
            when 'D'
                display "Duplicate of task id: " with no advancing
                accept intake-dup-input
                perform intakeDuplicateRequest
            when 'Q'
                move 'Y' to intake-quit-flag
                compute intake-skipped-count = intake-skipped-count
                        + intake-queue-count - intake-queue-idx + 1
            when other
                add 1 to intake-skipped-count
        end-evaluate.

    *> ws-intake-rec (waiting), intake-target-project, intake-tag-input,
    *> intake-owner-input and ws-priority-input in.  The new task is
    *> written straight into the chosen project's files - the
    *> session's own project is left alone - and carries a note
    *> naming the requester and the decision.
    intakeAcceptRequest.
        perform loadProjectTable.
        move 'N' to project-found.
        perform varying project-idx from 1 by 1
                until project-idx > project-count
            if project-name-entry(project-idx) = intake-target-project
                move 'Y' to project-found
                exit perform
            end-if
        end-perform.
        if not project-in-registry
            display "No project named '"
                    function trim(intake-target-project)
                    "' - request #" ws-intake-id " left waiting."
            add 1 to intake-skipped-count
            exit paragraph
        end-if.
        perform intakeSetTargetFilenames.

        initialize ws-task-rec.
        move 'N' to ws-task-status.
        move function current-date(1:8) to ws-task-created-at.
        move ws-intake-description to ws-task-description.
        move ws-intake-wanted-by to ws-task-due-date.
        move intake-tag-input to ws-task-tag.
        move intake-owner-input to ws-task-owner.
        move 'N' to ws-task-recurrence.
        move 'N' to ws-priority-defaulted.
        evaluate function upper-case(ws-priority-input(1:1))
            when 'H' move 'H' to ws-task-priority
            when 'L' move 'L' to ws-task-priority
            when 'M' move 'M' to ws-task-priority
            when other
                move setting-default-priority to ws-task-priority
                move 'Y' to ws-priority-defaulted
        end-evaluate.
        perform applyTagDefaults.

        initialize ws-da-defs.
        move intake-tasks-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        initialize ws-da-defs.
        move 'create' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        move ws-result to da-result-save.
        perform end_tasks_read.
        if da-result-save not = '00'
            display "Task write failed - status " da-result-save
                    ". Request #" ws-intake-id " left waiting."
            add 1 to intake-skipped-count
            exit paragraph
        end-if.
        move ws-task-id to intake-new-task-id.

        if function length(function trim(ws-intake-description)) > 50
            initialize ws-da-defs
            move intake-ext-file-name to ws-file-name
            move 'rw' to ws-file-mode
            move 'open' to ws-file-action
            call 'da_taskext' using ws-da-defs, ws-task-ext-rec
            initialize ws-da-defs
            move intake-new-task-id to ws-task-ext-task-id
            move ws-intake-description to ws-task-ext-text
            move 'save' to ws-file-action
            call 'da_taskext' using ws-da-defs, ws-task-ext-rec
            perform end_task_ext_read
        end-if.

        move spaces to intake-note-buf.
        string "Requested by " delimited by size
               function trim(ws-intake-requester) delimited by size
               " (intake #" delimited by size
               ws-intake-id delimited by size
               "); accepted by " delimited by size
               function trim(ws-current-user) delimited by size
               into intake-note-buf.
        perform intakeWriteTaskNote.

        move 'A' to ws-intake-status.
        move intake-target-project to ws-intake-project.
        move intake-new-task-id to ws-intake-task-id.
        perform intakeSaveDecision.
        if DA_SUCCESS
            add 1 to intake-accepted-count
            display "Request #" ws-intake-id " accepted into project '"
                    function trim(intake-target-project) "' as task "
                    intake-new-task-id "."
        end-if.

    intakeRejectRequest.
        move 'R' to ws-intake-status.
        move intake-reason-input to ws-intake-reason.
        perform intakeSaveDecision.
        if DA_SUCCESS
            add 1 to intake-rejected-count
            display "Request #" ws-intake-id " rejected."
        end-if.

    *> task ids are unique across projects, so the task the request
    *> duplicates is looked for in every registered project
    intakeDuplicateRequest.
        if function trim(intake-dup-input) = spaces
                or function trim(intake-dup-input) is not numeric
            display "Give the id of the existing task - request #"
                    ws-intake-id " left waiting."
            add 1 to intake-skipped-count
            exit paragraph
        end-if.
        move function numval(intake-dup-input) to intake-new-task-id.
        move 'N' to project-found.
        perform loadProjectTable.
        perform varying project-idx from 1 by 1
                until project-idx > project-count
                or project-in-registry
            move project-name-entry(project-idx)
                    to intake-target-project
            perform intakeSetTargetFilenames
            initialize ws-da-defs
            move intake-tasks-file-name to ws-file-name
            move 'r' to ws-file-mode
            move 'open' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
            initialize ws-da-defs
            initialize ws-task-rec
            move intake-new-task-id to ws-task-id
            move 'getOne' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
            if DA_SUCCESS and not ws-task-status-deleted
                move 'Y' to project-found
            end-if
            perform end_tasks_read
        end-perform.
        if not project-in-registry
            display "No open or closed task " intake-new-task-id
                    " in any project - request #" ws-intake-id
                    " left waiting."
            add 1 to intake-skipped-count
            exit paragraph
        end-if.

        move spaces to intake-note-buf.
        string "Also requested by " delimited by size
               function trim(ws-intake-requester) delimited by size
               " (intake #" delimited by size
               ws-intake-id delimited by size
               ", duplicate); marked by " delimited by size
               function trim(ws-current-user) delimited by size
               into intake-note-buf.
        perform intakeWriteTaskNote.

        move 'D' to ws-intake-status.
        move intake-target-project to ws-intake-project.
        move intake-new-task-id to ws-intake-task-id.
        perform intakeSaveDecision.
        if DA_SUCCESS
            add 1 to intake-dup-count
            display "Request #" ws-intake-id " marked a duplicate of"
                    " task " intake-new-task-id " (project '"
                    function trim(intake-target-project) "')."
        end-if.

    *> intake-note-buf and intake-new-task-id in; the note goes into
    *> the notes file of intake-target-project
    intakeWriteTaskNote.
        initialize ws-da-defs.
        move intake-notes-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        initialize ws-da-defs.
        initialize ws-task-note-rec.
        move intake-new-task-id to ws-task-note-task-id.
        move function current-date(1:8) to ws-task-note-created-at.
        move 'intake' to ws-task-note-author.
        move intake-note-buf to ws-task-note-text.
        move 'create' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        perform end_task_notes_read.

    intakeSaveDecision.
        move function current-date(1:14) to ws-intake-triaged-at.
        move ws-current-user to ws-intake-triaged-by.
        perform start_intake_write.
        initialize ws-da-defs.
        move 'update' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        if not DA_SUCCESS
            display "Intake update failed - status " ws-result "."
        end-if.
        perform end_intake_read.

    *> the default project keeps the unsuffixed names, as in
    *> setProjectFilenames
    intakeSetTargetFilenames.
        move spaces to intake-tasks-file-name, intake-notes-file-name,
                intake-ext-file-name.
        if intake-target-project = 'default'
            string data-dir delimited by spaces
                    "/tasks.data" delimited by size
                    into intake-tasks-file-name
            string data-dir delimited by spaces
                    "/task-notes.data" delimited by size
                    into intake-notes-file-name
            string data-dir delimited by spaces
                    "/task-ext.data" delimited by size
                    into intake-ext-file-name
        else
            string data-dir delimited by spaces
                    "/tasks-" delimited by size
                    function trim(intake-target-project)
                            delimited by size
                    ".data" delimited by size
                    into intake-tasks-file-name
            string data-dir delimited by spaces
                    "/task-notes-" delimited by size
                    function trim(intake-target-project)
                            delimited by size
                    ".data" delimited by size
                    into intake-notes-file-name
            string data-dir delimited by spaces
                    "/task-ext-" delimited by size
                    function trim(intake-target-project)
                            delimited by size
                    ".data" delimited by size
                    into intake-ext-file-name
        end-if.

    *> external references: the ticket numbers other systems know a
    *> task by, kept in a keyed cross-reference rather than buried in
    *> the description, so show, search and the partner status feed
    *> can all match on them.  Systems and references are held in
    *> upper case - helpdesks are not consistent about it.
    refCommand.
        perform cmdGetNextToken.
        evaluate cmd-tok
            when 'add'
                perform refAdd
            when 'remove'
                perform refRemove
            when 'find'
                perform refFind
            when other
                display "Usage: ref add <id> <system> <reference>"
                        " | remove <id> <system> [reference]"
                display "       ref find <system> <reference>"
        end-evaluate.

    *> cmd-ptr in; xref-system-input and xref-reference-input out
    refReadSystemAndReference.
        perform cmdGetNextToken.
        move function upper-case(cmd-tok) to xref-system-input.
        move spaces to xref-reference-input.
        if cmd-flag-available
            unstring function trim(cmd(cmd-ptr:))
                    delimited by all space
                    into xref-reference-input
            end-unstring
            move function upper-case(xref-reference-input)
                    to xref-reference-input
        end-if.

    refAdd.
        perform cmdGetNextToken.
        if cmd-flag-done
            display "Usage: ref add <id> <system> <reference>"
            exit paragraph
        end-if.
        move cmd-tok to show-task-id.
        perform refReadSystemAndReference.
        if xref-system-input = spaces or xref-reference-input = spaces
            display "Usage: ref add <id> <system> <reference>"
            exit paragraph
        end-if.

        perform findTask.
        if not DA_SUCCESS
            perform handleError
            exit paragraph
        end-if.

        move 'N' to xref-found-flag.
        perform start_xref_write.
        initialize ws-da-defs.
        initialize ws-xref-rec.
        move xref-system-input to ws-xref-system.
        move xref-reference-input to ws-xref-reference.
        move 'getByRef' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        perform until not DA_SUCCESS
            if ws-xref-task-id = show-task-id
                move 'Y' to xref-found-flag
                exit perform
            end-if
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        if xref-was-found
            display "Task " show-task-id " is already linked to "
                    function trim(xref-system-input) " "
                    function trim(xref-reference-input) "."
            perform end_xref_read
            exit paragraph
        end-if.

        initialize ws-da-defs.
        initialize ws-xref-rec.
        move show-task-id to ws-xref-task-id.
        move xref-system-input to ws-xref-system.
        move xref-reference-input to ws-xref-reference.
        move function current-date(1:8) to ws-xref-added-at.
        move ws-current-user to ws-xref-added-by.
        move 'create' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        if DA_SUCCESS
            display "Task " show-task-id " linked to "
                    function trim(xref-system-input) " "
                    function trim(xref-reference-input) "."
        else
            display "Reference write failed - status " ws-result "."
        end-if.
        perform end_xref_read.

    *> ids collected first, then deleted, so the delete never
    *> disturbs the getForTask cursor
    refRemove.
        perform cmdGetNextToken.
        if cmd-flag-done
            display "Usage: ref remove <id> <system> [reference]"
            exit paragraph
        end-if.
        move cmd-tok to show-task-id.
        perform refReadSystemAndReference.
        if xref-system-input = spaces
            display "Usage: ref remove <id> <system> [reference]"
            exit paragraph
        end-if.

        move 0 to xref-id-count.
        perform start_xref_write.
        initialize ws-da-defs.
        initialize ws-xref-rec.
        move show-task-id to ws-xref-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        perform until DA_END_OF_FILE
            if ws-xref-system = xref-system-input
                    and (xref-reference-input = spaces
                        or ws-xref-reference = xref-reference-input)
                    and xref-id-count < 50
                add 1 to xref-id-count
                move ws-xref-id to xref-id-entry(xref-id-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.

        perform varying xref-idx from 1 by 1
                until xref-idx > xref-id-count
            initialize ws-da-defs
            move xref-id-entry(xref-idx) to ws-xref-id
            move 'delete' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        perform end_xref_read.

        if xref-id-count = 0
            display "Task " show-task-id " has no "
                    function trim(xref-system-input) " reference"
                    " to remove."
        else
            display xref-id-count " reference(s) removed from task "
                    show-task-id "."
        end-if.

    refFind.
        perform refReadSystemAndReference.
        if xref-system-input = spaces or xref-reference-input = spaces
            display "Usage: ref find <system> <reference>"
            exit paragraph
        end-if.
        move 0 to xref-id-count.
        perform start_xref_read.
        initialize ws-da-defs.
        initialize ws-xref-rec.
        move xref-system-input to ws-xref-system.
        move xref-reference-input to ws-xref-reference.
        move 'getByRef' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        perform until not DA_SUCCESS
            move ws-xref-task-id to vis-lookup-id
            perform checkTaskIdVisible
            if ws-vis-can-see
                display "  task " ws-xref-task-id " (linked "
                        ws-xref-added-at " by "
                        function trim(ws-xref-added-by) ")"
                add 1 to xref-id-count
            end-if
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        perform end_xref_read.
        if xref-id-count = 0
            display "  no task is linked to "
                    function trim(xref-system-input) " "
                    function trim(xref-reference-input) "."
        end-if.

    showTaskExternalRefs.
        perform start_xref_read.
        initialize ws-da-defs.
        initialize ws-xref-rec.
        move ws-task-id to ws-xref-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        if not DA_END_OF_FILE
            display " External references:"
        end-if.
        perform until DA_END_OF_FILE
            display "  " function trim(ws-xref-system) " "
                    function trim(ws-xref-reference)
                    "  (linked " ws-xref-added-at " by "
                    function trim(ws-xref-added-by) ")"
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        perform end_xref_read.

    *> a search term that is some system's ticket number finds the
    *> linked task whatever its description says
    searchExternalRefs.
        move 0 to xref-id-count.
        perform start_xref_read.
        initialize ws-da-defs.
        move 'getAll' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        perform until not DA_SUCCESS
            move 0 to ws-search-count
            move spaces to ws-search-buf
            string ws-xref-system delimited by space
                   " " delimited by size
                   ws-xref-reference delimited by size
                   into ws-search-buf
            inspect ws-search-buf tallying ws-search-count
                for all ws-search-keyword-trimmed(1:ws-search-keyword-len)
            if ws-search-count > 0
                move ws-xref-task-id to vis-lookup-id
                perform checkTaskIdVisible
            end-if
            if ws-search-count > 0 and ws-vis-can-see
                if xref-id-count = 0
                    display "Matching external references:"
                end-if
                add 1 to xref-id-count
                display "  [" ws-xref-task-id "] "
                        function trim(ws-xref-system) " "
                        function trim(ws-xref-reference)
            end-if
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        perform end_xref_read.

    *> the duplicate's ticket links follow it onto the survivor, so
    *> the partner's status feed keeps landing on a live task
    mergeExternalRefs.
        move 0 to xref-id-count.
        perform start_xref_write.
        initialize ws-da-defs.
        initialize ws-xref-rec.
        move merge-loser-id to ws-xref-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        perform until DA_END_OF_FILE
            if xref-id-count < 50
                add 1 to xref-id-count
                move ws-xref-id to xref-id-entry(xref-id-count)
            end-if
            move 'getNext' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
        end-perform.
        perform varying xref-idx from 1 by 1
                until xref-idx > xref-id-count
            initialize ws-da-defs
            move xref-id-entry(xref-idx) to ws-xref-id
            move 'getOne' to ws-file-action
            call 'da_xref' using ws-da-defs, ws-xref-rec
            if DA_SUCCESS
                move merge-survivor-id to ws-xref-task-id
                move 'update' to ws-file-action
                call 'da_xref' using ws-da-defs, ws-xref-rec
            end-if
        end-perform.
        perform end_xref_read.

    sprintCommand.
        perform cmdGetNextToken.
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            move sprint-id-hold to ws-task-sprint-id
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if ws-task-sprint-id = 0
        perform until DA_END_OF_FILE
            if ws-task-status = 'N' or ws-task-status = 'P'
                perform computeAgingBucket
                perform checkTaskVisible
                if age-bucket = 4 and ws-vis-can-see
                    add 1 to aging-stale-count
                    display "  " ws-task-id " [" ws-task-status "] "
                            age-days " day(s) - ["
            move space to ui-key
            display ui-main-screen
            accept ui-main-screen
            perform checkIdleTimeout
            if idle-signed-off
                move 'Y' to ui-done-flag
                move 'Y' to exit-program
            else
                perform uiHandleKey
            end-if
        end-perform.

    uiLoadTasks.
        call 'da_tasks' using ws-file-action, ws-task-rec.

        perform until DA_END_OF_FILE
            perform checkTaskVisible
            if (ws-task-status = 'N' or ws-task-status = 'P')
                    and ws-vis-can-see
                    and ui-task-count < ui-task-max
                add 1 to ui-task-count
                move ws-task-id to ut-id(ui-task-count)
            exit paragraph
        end-if.
        perform displayTask.
        perform showTaskVisibility.
        perform showTaskCustomFields.
        perform showTaskLoggedHours.
        perform showTaskExpenses.
        display " Dependencies:"
        perform showTaskDependencies.
        perform showTaskAttachments.
                exit paragraph
            end-if
        end-if.
        *> no prompting under the screen: a tag marked for review
        *> needs its standing reviewer here, or the typed complete
        move spaces to review-reviewer-input.
        move 'N' to review-prompt-flag.
        move spaces to wf-deny-reason.
        perform applyTaskStatusUpdate.
        move 'Y' to review-prompt-flag.
        if not wf-transition-allowed
            if wf-deny-reason = spaces
                move "the workflow rules refused it" to wf-deny-reason
            end-if
            move spaces to ui-status-msg
            string "Task " delimited by size
                   ut-id(ui-cursor) delimited by size
                   " not changed - " delimited by size
                   function trim(wf-deny-reason) delimited by size
                   "." delimited by size
                   into ui-status-msg
            exit paragraph
        end-if.
        if review-was-submitted
            move spaces to ui-status-msg
            string "Task " delimited by size
                   ut-id(ui-cursor) delimited by size
                   " sent for review to " delimited by size
                   function trim(review-reviewer-input)
                   delimited by size
                   "." delimited by size
                   into ui-status-msg
            perform uiLoadTasks
            exit paragraph
        end-if.
        if new-task-status = 'C'
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.
        if DA_SUCCESS
            move ws-long-desc to ws-task-description
            move function length(function trim(ws-long-desc))
        call 'da_tasks' using ws-file-action, ws-task-rec.
        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if not task-is-snoozed and ws-vis-can-see
                perform buildBoardCard
                if board-n-count < 1000
                    add 1 to board-n-count
        call 'da_tasks' using ws-file-action, ws-task-rec.
        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if not task-is-snoozed and ws-vis-can-see
                perform buildBoardCard
                if board-p-count < 1000
                    add 1 to board-p-count

        move ws-project-input to current-project.
        perform setProjectFilenames.
        perform loadFieldDefs.
        display "Now using project '" function trim(current-project)
                "'.".

        display "Task " mv-source-task-id " moved to project '"
                function trim(mv-target-project) "' as task "
                mv-new-task-id " (" mv-note-count " note(s), "
                mv-log-count " booking(s), " mv-exp-count
                " expense(s), " mv-dep-count
                " link(s), " mv-att-count " attachment(s)).".
        if mv-delete-fail-count > 0
            display "WARNING: " mv-delete-fail-count " source"
                    " the old project."
        end-if.

    *> mv-log / mv-exp tables in; mv-locked-flag out: is any carried
    *> booking or expense claim dated in a month da_worklog /
    *> da_expenses would refuse to touch?
    moveCheckLockedBookings.
        move 'N' to mv-locked-flag.
        if mv-log-count = 0 and mv-exp-count = 0
            exit paragraph
        end-if.
        perform start_approvals_read.
                        ") is in approved month " ws-approval-month
            end-if
        end-perform.
        *> expense claims sit under the same sign-off
        perform varying mv-exp-idx from 1 by 1
                until mv-exp-idx > mv-exp-count
                or mv-booking-month-locked
            move mv-exp-image(mv-exp-idx) to ws-expense-rec
            initialize ws-da-defs
            initialize ws-approval-rec
            move ws-expense-user to ws-approval-user
            move ws-expense-date(1:6) to ws-approval-month
            move 'getOne' to ws-file-action
            call 'da_approvals' using ws-da-defs, ws-approval-rec
            if DA_SUCCESS
                move 'Y' to mv-locked-flag
                display "  expense " ws-expense-id " ("
                        ws-expense-date " by "
                        function trim(ws-expense-user)
                        ") is in approved month " ws-approval-month
            end-if
        end-perform.
        perform end_approvals_read.

    moveCollectSatellites.
        move 0 to mv-note-count, mv-log-count.
        move 0 to mv-dep-count, mv-att-count, mv-exp-count.
        move 'N' to mv-overflow.
        move 'N' to mv-ext-found.

        end-perform.
        perform end_worklog_read.

        perform start_expenses_read.
        initialize ws-da-defs.
        move mv-source-task-id to ws-expense-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        perform until DA_END_OF_FILE
            if mv-exp-count < 200
                add 1 to mv-exp-count
                move ws-expense-id to mv-exp-id(mv-exp-count)
                move ws-expense-rec to mv-exp-image(mv-exp-count)
            else
                move 'Y' to mv-overflow
            end-if
            move 'getNext' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
        end-perform.
        perform end_expenses_read.

        *> an edge belongs to the task whichever end it is on
        perform start_deps_read.
        initialize ws-da-defs.
        end-if.
        perform end_task_ext_read.

        move 0 to mv-fld-count.
        perform start_fields_read.
        initialize ws-da-defs.
        initialize ws-fieldval-rec.
        move mv-source-task-id to ws-fieldval-task-id.
        move 'getForTask' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.
        perform until not DA_SUCCESS
            if mv-fld-count < 20
                add 1 to mv-fld-count
                move ws-fieldval-rec to mv-fld-image(mv-fld-count)
            else
                move 'Y' to mv-overflow
            end-if
            move 'getNext' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
        end-perform.
        perform end_fields_read.

    *> the same name rules setProjectFilenames applies to the
    *> session's own project, pointed at the move's target instead
    moveSetTargetFilenames.
            string data-dir delimited by spaces
                    "/attachments.data" delimited by size
                    into mv-att-file-name
            string data-dir delimited by spaces
                    "/expenses.data" delimited by size
                    into mv-exp-file-name
            string data-dir delimited by spaces
                    "/task-fields.data" delimited by size
                    into mv-fld-file-name
        else
            string data-dir delimited by spaces
                    "/tasks-" delimited by size
                    function trim(mv-target-project) delimited by size
                    ".data" delimited by size
                    into mv-att-file-name
            string data-dir delimited by spaces
                    "/expenses-" delimited by size
                    function trim(mv-target-project) delimited by size
                    ".data" delimited by size
                    into mv-exp-file-name
            string data-dir delimited by spaces
                    "/task-fields-" delimited by size
                    function trim(mv-target-project) delimited by size
                    ".data" delimited by size
                    into mv-fld-file-name
        end-if.

    moveWriteTarget.
            move mv-new-task-id to ws-attach-task-id
            move 'create' to ws-file-action
            call 'da_attach' using ws-da-defs, ws-attach-rec
            move ws-attach-id to mv-att-new-id(mv-att-idx)
        end-perform.

        *> attachments were renumbered on the way over, so a claim's
        *> receipt is pointed at the receipt's new id
        initialize ws-da-defs.
        move mv-exp-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        perform varying mv-exp-idx from 1 by 1
                until mv-exp-idx > mv-exp-count
            initialize ws-da-defs
            move mv-exp-image(mv-exp-idx) to ws-expense-rec
            move mv-new-task-id to ws-expense-task-id
            perform varying mv-att-idx from 1 by 1
                    until mv-att-idx > mv-att-count
                if mv-att-id(mv-att-idx) = ws-expense-receipt-id
                        and ws-expense-receipt-id > 0
                    move mv-att-new-id(mv-att-idx)
                            to ws-expense-receipt-id
                    exit perform
                end-if
            end-perform
            move 'create' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
            if not DA_SUCCESS
                add 1 to mv-write-fail-count
                display "  expense claim could not be written to the"
                        " target - status " ws-result
            end-if
        end-perform.

        if mv-has-ext
            call 'da_taskext' using ws-da-defs, ws-task-ext-rec
        end-if.

        *> values travel under their own names; a field the target
        *> project does not declare is kept but not shown there
        if mv-fld-count > 0
            initialize ws-da-defs
            move mv-fld-file-name to ws-file-name
            move 'rw' to ws-file-mode
            move 'open' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
        end-if.
        perform varying mv-fld-idx from 1 by 1
                until mv-fld-idx > mv-fld-count
            initialize ws-da-defs
            move mv-fld-image(mv-fld-idx) to ws-fieldval-rec
            move mv-new-task-id to ws-fieldval-task-id
            move 'save' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
            if not DA_SUCCESS
                add 1 to mv-write-fail-count
                display "  custom field " function trim(ws-fieldval-name)
                        " could not be written to the target - status "
                        ws-result
            end-if
        end-perform.

    *> the next open against the session's own file names swings
    *> each data access program back off the target files
    moveDeleteSource.
        end-perform.
        perform end_attach_read.

        perform start_expenses_write.
        perform varying mv-exp-idx from 1 by 1
                until mv-exp-idx > mv-exp-count
            initialize ws-da-defs
            move mv-exp-id(mv-exp-idx) to ws-expense-id
            move 'delete' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
            if not DA_SUCCESS
                add 1 to mv-delete-fail-count
                display "  expense " mv-exp-id(mv-exp-idx)
                        " could not be removed from the source -"
                        " status " ws-result
            end-if
        end-perform.
        perform end_expenses_read.

        if mv-has-ext
            perform start_task_ext_write
            initialize ws-da-defs
            perform end_task_ext_read
        end-if.

        perform start_fields_write.
        perform varying mv-fld-idx from 1 by 1
                until mv-fld-idx > mv-fld-count
            initialize ws-da-defs
            move mv-fld-image(mv-fld-idx) to ws-fieldval-rec
            move 'delete' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
        end-perform.
        perform end_fields_read.

        perform start_tasks_write.
        initialize ws-da-defs.
        initialize ws-task-rec.
        call 'da_tasks' using ws-file-action, ws-task-rec.

        perform until DA_END_OF_FILE
            perform checkTaskVisible
            if ws-task-followup-date > 0
                    and ws-task-followup-date <= ws-today
                    and ws-vis-can-see
                    and chase-count < 500
                add 1 to chase-count
                move ws-task-waiting-on to chs-party(chase-count)
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            move ws-check-date to ws-task-wake-date
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if ws-task-wake-date = 0
        perform until DA_END_OF_FILE
            if function trim(ws-watch-user)
                    = function trim(ws-current-user)
                move ws-watch-task-id to vis-lookup-id
                perform checkTaskIdVisible
                if ws-vis-can-see
                    display "  task " ws-watch-task-id
                            " (since " ws-watch-since ")"
                    add 1 to watch-list-count
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_watch' using ws-da-defs, ws-watch-rec
            display "Task " merge-loser-id " is already deleted."
            exit paragraph
        end-if.
        perform checkTaskHold.
        if ws-hchk-is-held
            display "Task " merge-loser-id " is under legal hold "
                    ws-hchk-hold-id " - merge skipped; its records"
                    " stay where they are."
            exit paragraph
        end-if.

        move merge-loser-id to mv-source-task-id.
        perform moveCollectSatellites.
                    " moved to task " merge-survivor-id "."
            exit paragraph
        end-if.
        perform mergeExternalRefs.
        perform mergeAppendNote.

        move merge-loser-id to show-task-id.

        display "Task " merge-loser-id " merged into "
                merge-survivor-id " (" mv-note-count " note(s), "
                mv-log-count " booking(s), " mv-exp-count
                " expense(s), " mv-dep-count
                " link(s), " mv-att-count " attachment(s)).".

    mergeRekeySatellites.
        end-perform.
        perform end_attach_read.

        perform start_expenses_write.
        perform varying mv-exp-idx from 1 by 1
                until mv-exp-idx > mv-exp-count
            initialize ws-da-defs
            move mv-exp-image(mv-exp-idx) to ws-expense-rec
            move merge-survivor-id to ws-expense-task-id
            move 'update' to ws-file-action
            call 'da_expenses' using ws-da-defs, ws-expense-rec
            if not DA_SUCCESS
                add 1 to mv-write-fail-count
                display "  expense " mv-exp-id(mv-exp-idx)
                        " could not be re-keyed - status " ws-result
            end-if
        end-perform.
        perform end_expenses_read.

        if mv-has-ext
            perform mergeExtendedText
        end-if.
        if mv-fld-count > 0
            perform mergeCustomFields
        end-if.

    *> the survivor's own long text wins; the loser's is only
    *> adopted when the survivor has none
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
        perform end_task_ext_read.

    *> as with the long text, the survivor's own values win and the
    *> duplicate's only fill the fields the survivor left blank
    mergeCustomFields.
        perform start_fields_write.
        perform varying mv-fld-idx from 1 by 1
                until mv-fld-idx > mv-fld-count
            initialize ws-da-defs
            move mv-fld-image(mv-fld-idx) to ws-fieldval-rec
            move merge-survivor-id to ws-fieldval-task-id
            move 'getOne' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
            if not DA_SUCCESS
                initialize ws-da-defs
                move mv-fld-image(mv-fld-idx) to ws-fieldval-rec
                move merge-survivor-id to ws-fieldval-task-id
                move 'save' to ws-file-action
                call 'da_fields' using ws-da-defs, ws-fieldval-rec
            end-if
            initialize ws-da-defs
            move mv-fld-image(mv-fld-idx) to ws-fieldval-rec
            move 'delete' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
        end-perform.
        perform end_fields_read.

    mergeAppendNote.
        move spaces to merge-note-buf.
        string "Merged duplicate task " delimited by size
    addTask.
        initialize ws-task-rec.
        move 'N' to ws-priority-defaulted.
        move 'N' to fieldval-prompted.
        move 'N' to ws-task-status.
        move function current-date(1:8) to ws-task-created-at.
        move ws-parent-id-hold to ws-task-parent-id.
                display "Assigned To (blank for unassigned): " with no advancing
                accept ws-task-owner

                perform promptTaskClient

                display "Recurrence (Daily/Weekly/Monthly/None) [None]: " with no advancing
                accept ws-recurrence-input
                evaluate function upper-case(ws-recurrence-input(1:1))
                end-if

                perform applyTagDefaults
                perform promptCustomFields
        end-if.

        perform start_tasks_write.
        if DA_SUCCESS and ws-long-desc-len > 50
            perform saveExtendedDescription
        end-if.
        if DA_SUCCESS and ws-fielddef-count > 0
            if fieldvals-were-prompted
                perform saveCustomFields
            else
                perform warnRequiredFieldsBlank
            end-if
        end-if.

        perform checkTaskCountWarning.

                    task-count-max "."
        end-if.

    promptTaskDescription.
        move spaces to ws-long-desc.
        perform until function trim(ws-long-desc) not = spaces
            display "New Task: " with no advancing
            accept ws-long-desc
            if function trim(ws-long-desc) = spaces
                display "Description cannot be blank - try again."
            end-if
        end-perform.

    *> fielddef-idx in; "Site (text, required) [LON1,MAN2]" built in
    *> fieldval-prompt for the add and edit prompts
    buildFieldPrompt.
        move spaces to fieldval-prompt.
        evaluate true
            when ws-fielddef-is-date(fielddef-idx)
                move "date" to fdl-type
            when ws-fielddef-is-yesno(fielddef-idx)
                move "yes/no" to fdl-type
            when ws-fielddef-is-number(fielddef-idx)
                move "number" to fdl-type
            when other
                move "text" to fdl-type
        end-evaluate.
        if ws-fielddef-is-required(fielddef-idx)
            move ", required" to fdl-required
        else
            move spaces to fdl-required
        end-if.
        string function trim(ws-fielddef-name(fielddef-idx))
                       delimited by size
               " (" delimited by size
               function trim(fdl-type) delimited by size
               fdl-required delimited by "  "
               ")" delimited by size
               into fieldval-prompt.
        if ws-fielddef-values(fielddef-idx) not = spaces
                and ws-fielddef-is-text(fielddef-idx)
            string function trim(fieldval-prompt) delimited by size
                   " [" delimited by size
                   function trim(ws-fielddef-values(fielddef-idx))
                           delimited by size
                   "]" delimited by size
                   into fieldval-prompt
        end-if.

    *> each of the project's custom fields in turn, asked again until
    *> it passes the field's checks
    promptCustomFields.
        move 'Y' to fieldval-prompted.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            move spaces to fieldval-entry(fielddef-idx)
            move spaces to fieldval-prior(fielddef-idx)
            perform buildFieldPrompt
            move 'N' to fieldval-ok-flag
            perform until fieldval-is-valid
                display function trim(fieldval-prompt) ": "
                        with no advancing
                accept fieldval-input
                perform checkFieldValue
                if not fieldval-is-valid
                    display "  " function trim(ws-fielddef-name(fielddef-idx))
                            " " function trim(fieldval-error) "."
                end-if
            end-perform
            move fieldval-clean to fieldval-entry(fielddef-idx)
        end-perform.

    *> ws-task-id in; blank keeps the current value, 'clear' drops it
    *> (unless the field is required)
    promptEditCustomFields.
        if ws-fielddef-count = 0
            exit paragraph
        end-if.
        move 'Y' to fieldval-prompted.
        perform loadTaskFieldValues.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            perform buildFieldPrompt
            move 'N' to fieldval-ok-flag
            perform until fieldval-is-valid
                display function trim(fieldval-prompt) " ["
                        function trim(fieldval-entry(fielddef-idx))
                        "] (blank to keep, 'clear' to remove): "
                        with no advancing
                accept fieldval-input
                evaluate true
                    when function trim(fieldval-input) = spaces
                        move 'Y' to fieldval-ok-flag
                        move fieldval-entry(fielddef-idx)
                                to fieldval-clean
                    when function upper-case(function trim(fieldval-input))
                            = 'CLEAR'
                        move spaces to fieldval-input
                        perform checkFieldValue
                    when other
                        perform checkFieldValue
                end-evaluate
                if not fieldval-is-valid
                    display "  " function trim(ws-fielddef-name(fielddef-idx))
                            " " function trim(fieldval-error) "."
                end-if
            end-perform
            move fieldval-clean to fieldval-entry(fielddef-idx)
        end-perform.

    *> ws-task-id in; fieldval-entry (and fieldval-prior, to tell a
    *> change from a re-entry) out for every defined field
    loadTaskFieldValues.
        perform start_fields_read.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            initialize ws-da-defs
            initialize ws-fieldval-rec
            move ws-task-id to ws-fieldval-task-id
            move function upper-case(ws-fielddef-name(fielddef-idx))
                    to ws-fieldval-name
            move 'getOne' to ws-file-action
            call 'da_fields' using ws-da-defs, ws-fieldval-rec
            if DA_SUCCESS
                move ws-fieldval-value to fieldval-entry(fielddef-idx)
            else
                move spaces to fieldval-entry(fielddef-idx)
            end-if
            move fieldval-entry(fielddef-idx)
                    to fieldval-prior(fielddef-idx)
        end-perform.
        perform end_fields_read.

    *> ws-task-id in; only the values that changed are written, so
    *> the audit trail shows what an edit actually touched
    saveCustomFields.
        perform start_fields_write.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            if fieldval-entry(fielddef-idx)
                    not = fieldval-prior(fielddef-idx)
                initialize ws-da-defs
                initialize ws-fieldval-rec
                move ws-task-id to ws-fieldval-task-id
                move function upper-case(ws-fielddef-name(fielddef-idx))
                        to ws-fieldval-name
                if fieldval-entry(fielddef-idx) = spaces
                    move 'delete' to ws-file-action
                else
                    move fieldval-entry(fielddef-idx)
                            to ws-fieldval-value
                    move function current-date(1:8)
                            to ws-fieldval-updated-at
                    move 'save' to ws-file-action
                end-if
                call 'da_fields' using ws-da-defs, ws-fieldval-rec
            end-if
        end-perform.
        perform end_fields_read.

    *> a one-line add takes no prompts, so required fields are left
    *> for a later edit - say so rather than pass over it silently
    warnRequiredFieldsBlank.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            if ws-fielddef-is-required(fielddef-idx)
                display "Task " ws-task-id " still needs its required "
                        "field(s) - set them with edit " ws-task-id "."
                exit perform
            end-if
        end-perform.

    showTaskCustomFields.
        if ws-fielddef-count = 0
            exit paragraph
        end-if.
        perform loadTaskFieldValues.
        perform varying fielddef-idx from 1 by 1
                until fielddef-idx > ws-fielddef-count
            evaluate true
                when fieldval-entry(fielddef-idx) = spaces
                    if ws-fielddef-is-required(fielddef-idx)
                        display " " ws-fielddef-name(fielddef-idx)
                                ": (required - not set)"
                    end-if
                when ws-fielddef-is-date(fielddef-idx)
                    move fieldval-entry(fielddef-idx)(1:8)
                            to ws-check-date
                    display " " ws-fielddef-name(fielddef-idx) ": "
                            ws-check-month "/" ws-check-day "/"
                            ws-check-year
                when ws-fielddef-is-yesno(fielddef-idx)
                    if fieldval-entry(fielddef-idx) = 'Y'
                        display " " ws-fielddef-name(fielddef-idx)
                                ": Yes"
                    else
                        display " " ws-fielddef-name(fielddef-idx)
                                ": No"
                    end-if
                when other
                    display " " ws-fielddef-name(fielddef-idx) ": "
                            function trim(fieldval-entry(fielddef-idx))
            end-evaluate
        end-perform.

    addSubtask.
        if cmd-flag-done then
            if in-script-mode then
        evaluate ws-task-status
            when 'N' add 1 to total-new
            when 'P' add 1 to total-in-process
            when 'R' add 1 to total-in-process
            when 'W' add 1 to total-waiting
            when 'C'
                add 1 to total-complete
        call 'da_tasks' using ws-file-action, ws-task-rec.

        perform until DA_END_OF_FILE
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, 'NP') = 'Y'
                    and ws-task-due-date > 0
                    and ws-task-due-date < ws-today
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, 'NP') = 'Y'
                    and ws-task-due-date > 0
                    and ws-task-due-date < ws-today
                    and not task-is-snoozed
                    and ws-vis-can-see
                perform displayOverdueRowBusDays
            end-if
            move 'getNext' to ws-file-action

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, 'NP') = 'Y'
                    and ws-task-due-date = ws-today
                    and not task-is-snoozed
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action

        perform until DA_END_OF_FILE
            perform checkTaskSnoozed
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, 'NP') = 'Y'
                    and ws-task-due-date > ws-today
                    and ws-task-due-date <= ws-week-end-date
                    and not task-is-snoozed
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec.

        perform until DA_END_OF_FILE
            perform checkTaskVisible
            if isStatusOneOf(ws-task-status, 'NP') = 'Y'
                    and ws-task-wake-date > 0
                    and ws-task-wake-date = ws-today
                    and ws-vis-can-see
                perform displayTaskRow
            end-if
            move 'getNext' to ws-file-action
        move function length(function trim(ws-search-keyword))
                to ws-search-keyword-len.

        perform searchExternalRefs.

        *> a single word of three letters or more is answered from
        *> the keyword index when there is one; phrases, fragments
        *> and index-less installations take the full scan below
            inspect ws-search-buf tallying ws-search-count
                for all ws-search-keyword-trimmed(1:ws-search-keyword-len)
            if ws-search-count > 0
                perform checkTaskVisible
                if ws-vis-can-see
                    display "  [" ws-task-id "] " function trim(ws-task-description)
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_tasks' using ws-file-action, ws-task-rec
            inspect ws-search-ext-buf tallying ws-search-count
                for all ws-search-keyword-trimmed(1:ws-search-keyword-len)
            if ws-search-count > 0
                move ws-task-ext-task-id to vis-lookup-id
                perform checkTaskIdVisible
                if ws-vis-can-see
                    display "  [" ws-task-ext-task-id "] "
                            ws-task-ext-text(1:70)
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_taskext' using ws-da-defs, ws-task-ext-rec
            inspect ws-search-buf tallying ws-search-count
                for all ws-search-keyword-trimmed(1:ws-search-keyword-len)
            if ws-search-count > 0
                move ws-task-note-task-id to vis-lookup-id
                perform checkTaskIdVisible
                if ws-vis-can-see
                    display "  [task " ws-task-note-task-id "] "
                            function trim(ws-task-note-text)
                end-if
            end-if
            move 'getNext' to ws-file-action
            call 'da_comments' using ws-da-defs, ws-task-note-rec
        move kwx-kw-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.
        if not DA_SUCCESS
            exit paragraph
        end-if.
        end-if.

    showIndexExtHit.
        move kwx-kw-task-id to vis-lookup-id.
        perform checkTaskIdVisible.
        if not ws-vis-can-see
            exit paragraph
        end-if.
        initialize ws-da-defs.
        move kwx-kw-task-id to ws-task-ext-task-id.
        move 'getOne' to ws-file-action.
    *> a note's index row names its task; every matching note under
    *> that task prints, which matches what the full scan shows
    showIndexNoteHits.
        move kwx-kw-task-id to vis-lookup-id.
        perform checkTaskIdVisible.
        if not ws-vis-can-see
            exit paragraph
        end-if.
        initialize ws-da-defs.
        move kwx-kw-task-id to ws-task-note-task-id.
        move 'getForTask' to ws-file-action.
        if function trim(ws-task-owner) not = spaces then
            display " Assigned To: ", ws-task-owner
        end-if.
        if function trim(ws-task-client-code) not = spaces then
            display " Client: ", ws-task-client-code
        end-if.
        move ws-task-created-at to temp-date.
        display " Created on: ", temp-date-month, "/",
                temp-date-day, "/", temp-date-year.
            display " Due on: ", temp-date-month, "/",
                    temp-date-day, "/", temp-date-year
        end-if.
        if ws-task-status = 'R' then
            perform displayTaskReview
        end-if.
        if ws-task-status = 'W' then
            display " Waiting on: " function trim(ws-task-waiting-on)
            if ws-task-followup-date > 0
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.
        move 'N' to hold-skip-flag.

        if DA_SUCCESS and new-task-status = 'D'
            perform checkTaskHold
            if ws-hchk-is-held
                display "Task " ws-task-id " is under legal hold "
                        ws-hchk-hold-id " - delete skipped."
                move 'Y' to hold-skip-flag
                perform end_tasks_read
                exit paragraph
            end-if
        end-if.

        if DA_SUCCESS then
            move ws-task-status to wf-prior-status
            move 'N' to review-submit-flag
            *> the reviewer's own approve / reject is the review's
            *> decision, not a workflow step - the rules governed the
            *> completion that sent it for review
            if review-deciding
                move 'Y' to wf-allowed-flag
                move 'N' to wf-note-needed
            else
                perform checkWorkflowRule
                if wf-transition-allowed
                    perform checkWorkflowSupervisor
                end-if
                if wf-transition-allowed
                    perform checkWorkflowNote
                end-if
                if wf-transition-allowed
                    perform checkReviewGate
                end-if
            end-if
            if not wf-transition-allowed
                display "Status change " wf-prior-status " -> "
            move new-task-status to ws-task-status
            evaluate new-task-status
                when = 'P'
                    *> back from review the work keeps its start date
                    if wf-prior-status not = 'R'
                        move function current-date(1:8)
                                to ws-task-started-at
                    end-if
                when = 'C'
                    move function current-date(1:8) to ws-task-completed-at
                when = 'W'
            if DA_SUCCESS and wf-reason-note-needed
                perform appendWorkflowReasonNote
            end-if
            if DA_SUCCESS and review-was-submitted
                perform submitReview
            end-if
            if DA_SUCCESS and wf-prior-status = 'R'
                    and not review-deciding
                perform withdrawReview
            end-if
        else
            display "Invalid key provided."
        end-if.

    completeTask.
        move 'N' to ws-force-flag.
        move spaces to review-reviewer-input.
        move 'Y' to review-prompt-flag.
        if cmd-flag-available then
            perform cmdGetNextToken
            if cmd-tok = 'all' then
            perform cmdGetNextToken
            if cmd-tok = 'force' then
                move 'Y' to ws-force-flag
                perform cmdGetNextToken
            end-if
            if cmd-tok = 'reviewer' then
                perform cmdGetNextToken
                move cmd-tok to review-reviewer-input
            end-if
        else
            if in-script-mode then

        move 'C' to new-task-status.
        perform applyTaskStatusUpdate.
        if wf-transition-allowed and review-was-submitted then
            display "Task " ws-task-id " sent for review to "
                    function trim(review-reviewer-input)
                    " - it closes when they approve it."
            exit paragraph
        end-if.
        if wf-transition-allowed then
            display "Task Completed"
            if ws-task-recurrence = 'D' or = 'W' or = 'M' then
            call 'da_tasks' using ws-da-defs, ws-task-rec
            if DA_SUCCESS
                    and (ws-task-status = 'N' or ws-task-status = 'P'
                        or ws-task-status = 'W' or ws-task-status = 'R')
                move 'Y' to open-blocker-flag
                display "  waiting on open task " ws-task-id " - "
                        function trim(ws-task-description)
               into wf-reason-hold.

        move 0 to bulk-id-count.
        move 0 to bulk-held-count.
        move 0 to bulk-review-count.
        *> a sweep cannot stop to ask who reviews each task: a tag
        *> marked for review with a standing reviewer sends its tasks
        *> to that reviewer, one without is refused task by task
        move 'N' to review-prompt-flag.
        move 'N' to bulk-truncated.
        perform start_tasks_read.
        initialize ws-da-defs.
                        " force' to override."
            else
                move ws-bulk-action to new-task-status
                move spaces to review-reviewer-input
                perform applyTaskStatusUpdate
                if hold-blocked-change
                    add 1 to bulk-held-count
                end-if
                if review-was-submitted
                    add 1 to bulk-review-count
                end-if
                if wf-transition-allowed
                        and not review-was-submitted
                        and ws-bulk-action = 'C'
                        and (ws-task-recurrence = 'D' or = 'W' or = 'M')
                    perform createNextOccurrence
        end-perform.

        display bulk-id-count " task(s) updated.".
        if bulk-held-count > 0
            display bulk-held-count " of them under legal hold and"
                    " left as they were."
        end-if.
        if bulk-review-count > 0
            display bulk-review-count " of them sent for review rather"
                    " than closed."
        end-if.
        move 'Y' to review-prompt-flag.
        if bulk-was-truncated
            display "WARNING: more than " bulk-id-max
                    " tasks matched the filter - only the first "
                    move 'Y' to bulk-match-flag
                end-if
        end-evaluate.
        if bulk-match-yes
            perform checkTaskVisible
            if not ws-vis-can-see
                move 'N' to bulk-match-flag
            end-if
        end-if.
        if bulk-match-yes and isStatusOneOf(ws-task-status, 'NP') = 'Y' then
            if bulk-id-count < bulk-id-max
                add 1 to bulk-id-count
                    display "journal-keep-days must be a number"
                            " of days"
                end-if
            when 'signon-tries'
                if function numval(setting-value) > 0
                        and function numval(setting-value) < 100
                    move function numval(setting-value)
                            to setting-signon-tries
                else
                    display "signon-tries must be a number from 1 to 99"
                end-if
            when 'idle-minutes'
                if function test-numval(setting-value) = 0
                        and function numval(setting-value) >= 0
                        and function numval(setting-value) < 1000
                    move function numval(setting-value)
                            to setting-idle-minutes
                else
                    display "idle-minutes must be a number of minutes"
                            " (0 for no timeout)"
                end-if
            when other
                display "Unknown setting '" function trim(setting-key)
                        "' ignored."
        display "  purge-days        " setting-purge-days.
        display "  audit-keep-days   " setting-audit-keep-days.
        display "  journal-keep-days " setting-journal-keep-days.
        display "  signon-tries      " setting-signon-tries.
        display "  idle-minutes      " setting-idle-minutes.

    saveSettings.
        open output settings-file.
               setting-journal-keep-days delimited by size
               into settings-line.
        write settings-line.
        move spaces to settings-line.
        string "signon-tries " delimited by size
               setting-signon-tries delimited by size
               into settings-line.
        write settings-line.
        move spaces to settings-line.
        string "idle-minutes " delimited by size
               setting-idle-minutes delimited by size
               into settings-line.
        write settings-line.
        perform varying query-idx from 1 by 1
                until query-idx > query-count
            move spaces to settings-line
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        perform end_task_notes_read.

    *> fields.conf (fields-<project>.conf outside the default
    *> project) declares the project's custom fields, one per line:
    *>     <name> <TEXT|NUMBER|DATE|YESNO> <length> <REQUIRED|OPTIONAL>
    *>            [allowed,values,...]
    *> no file means the project simply has none
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
            exit paragraph
        end-if.
        move spaces to fdl-name, fdl-type, fdl-length, fdl-required,
                fdl-values.
        unstring fields-conf-line delimited by all space
                into fdl-name, fdl-type, fdl-length, fdl-required,
                     fdl-values
        end-unstring.
        if ws-fielddef-count >= 10
            display function trim(fields-conf-file-name)
                    ": only 10 fields are kept - '"
                    function trim(fdl-name) "' ignored."
            exit paragraph
        end-if.
        add 1 to ws-fielddef-count.
        move ws-fielddef-count to fielddef-idx.
        move fdl-name to ws-fielddef-name(fielddef-idx).
        move fdl-values to ws-fielddef-values(fielddef-idx).
        if function upper-case(fdl-required) = 'REQUIRED'
            move 'Y' to ws-fielddef-required(fielddef-idx)
        else
            move 'N' to ws-fielddef-required(fielddef-idx)
        end-if.
        move 40 to fieldval-input-len.
        if function test-numval(fdl-length) = 0
            move function numval(fdl-length) to fieldval-input-len
        end-if.
        if fieldval-input-len < 1 or fieldval-input-len > 40
            move 40 to fieldval-input-len
        end-if.
        move fieldval-input-len to ws-fielddef-length(fielddef-idx).
        evaluate function upper-case(fdl-type)
            when 'TEXT'
                move 'T' to ws-fielddef-type(fielddef-idx)
            when 'NUMBER'
                move 'N' to ws-fielddef-type(fielddef-idx)
            when 'DATE'
                move 'D' to ws-fielddef-type(fielddef-idx)
                move 8 to ws-fielddef-length(fielddef-idx)
            when 'YESNO' when 'YES-NO'
                move 'Y' to ws-fielddef-type(fielddef-idx)
                move 1 to ws-fielddef-length(fielddef-idx)
            when other
                display function trim(fields-conf-file-name)
                        ": field '" function trim(fdl-name)
                        "' has unknown type '" function trim(fdl-type)
                        "' - ignored."
                subtract 1 from ws-fielddef-count
        end-evaluate.

    *> fielddef-idx and fieldval-input in; fieldval-ok-flag, the
    *> stored form in fieldval-clean, and fieldval-error out.  Dates
    *> go through the same calendar check as the due date.
    checkFieldValue.
        move 'Y' to fieldval-ok-flag.
        move spaces to fieldval-clean, fieldval-error.
        if function trim(fieldval-input) = spaces
            if ws-fielddef-is-required(fielddef-idx)
                move 'N' to fieldval-ok-flag
                move "is required" to fieldval-error
            end-if
            exit paragraph
        end-if.
        move function length(function trim(fieldval-input))
                to fieldval-input-len.
        evaluate true
            when ws-fielddef-is-date(fielddef-idx)
                move function trim(fieldval-input) to ws-date-input
                if fieldval-input-len = 8
                    perform checkDateInput
                else
                    move 'N' to ws-date-ok
                end-if
                if ws-date-is-valid
                    move ws-check-date to fieldval-clean
                else
                    move 'N' to fieldval-ok-flag
                    move "is not a real calendar date (YYYYMMDD)"
                            to fieldval-error
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
                       ws-fielddef-length(fielddef-idx)
                               delimited by size
                       " characters" delimited by size
                       into fieldval-error
            when other
                move function trim(fieldval-input) to fieldval-clean
                if ws-fielddef-is-text(fielddef-idx)
                        and ws-fielddef-values(fielddef-idx) not = spaces
                    perform checkFieldAllowedValue
                end-if
        end-evaluate.

    *> a listed value matches whatever its case, and is stored the
    *> way fields.conf spells it
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
                        = function upper-case(fieldval-clean)
                move 'Y' to fieldval-ok-flag
                move function trim(fieldval-allowed-tok) to fieldval-clean
                exit perform
            end-if
        end-perform.
        if not fieldval-is-valid
            string "must be one of " delimited by size
                   function trim(ws-fielddef-values(fielddef-idx))
                           delimited by size
                   into fieldval-error
        end-if.

    loadHolidays.
        move 0 to holiday-count.
        open input holiday-file.
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if cmd-flag-available then
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if cmd-flag-available then
                display "Assigned To: " with no advancing
                accept ws-task-owner
            end-if
            move 'assign' to ws-file-action
            call 'da_tasks' using ws-file-action, ws-task-rec
            display "Task Assigned"
        else
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if cmd-flag-available then
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if cmd-flag-available then
            perform cmdGetNextToken
            move cmd-tok to show-task-id
        end-if.
        move 'N' to fieldval-prompted.

        perform start_tasks_write.
        initialize ws-task-rec.
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if cmd-flag-available then
                    move function numval(ws-est-hours-input)
                            to ws-task-estimated-hours
                end-if
                perform promptEditCustomFields
            end-if
            move ws-long-desc to ws-task-description
            move function length(function trim(ws-long-desc))
                else
                    perform dropExtendedDescription
                end-if
                if fieldvals-were-prompted
                    perform saveCustomFields
                end-if
            end-if
        else
            display "Invalid key provided."
            end-if
        end-if.

        perform checkUndoHold.
        if ws-hchk-is-held
            display "Task " ws-task-id " is under legal hold "
                    ws-hchk-hold-id " - its journal is preserved and"
                    " the undo skipped."
            exit paragraph
        end-if.

        perform start_tasks_write.
        initialize ws-da-defs.
        initialize ws-task-rec.
        move show-task-id to ws-task-id.
        move 'getOne' to ws-file-action.
        call 'da_tasks' using ws-da-defs, ws-task-rec.
        perform hideRestrictedTask.

        if DA_SUCCESS then
            if ws-task-status = 'D' then

        perform start_task_notes_write.
        initialize ws-da-defs.
        move 'getOne' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.
        if DA_SUCCESS
            move ws-task-note-task-id to hold-lookup-id
            perform checkTaskIdHold
            if ws-hchk-is-held
                display "Note " ws-task-note-id " belongs to task "
                        hold-lookup-id ", under legal hold "
                        ws-hchk-hold-id " - delete skipped."
                perform end_task_notes_read
                exit paragraph
            end-if
        end-if.
        initialize ws-da-defs.
        move 'delete' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.

        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_approvals' using ws-da-defs, ws-approval-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_access' using ws-da-defs, ws-access-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.
        initialize ws-da-defs.
        move 'session' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.

    shutdownDataSessions.
        initialize ws-da-defs.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_approvals' using ws-da-defs, ws-approval-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.
        move 'close' to ws-vis-action.
        call 'task_visibility' using ws-vis-request.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_access' using ws-da-defs, ws-access-rec.
        move 'close' to ws-hchk-action.
        call 'hold_check' using ws-hchk-request.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.
        move 'close' to ws-rvck-action.
        call 'review_check' using ws-rvck-request.
        initialize ws-da-defs.
        move 'shutdown' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.

    start_tasks_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_comments' using ws-da-defs, ws-task-note-rec.

    start_expenses_read.
        initialize ws-da-defs.
        move expenses-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.

    start_expenses_write.
        initialize ws-da-defs.
        move expenses-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.

    end_expenses_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_expenses' using ws-da-defs, ws-expense-rec.

    start_worklog_read.
        initialize ws-da-defs.
        move work-log-file-name to ws-file-name.
        move 'close' to ws-file-action.
        call 'da_approvals' using ws-da-defs, ws-approval-rec.

    start_clients_read.
        initialize ws-da-defs.
        move clients-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.

    start_clients_write.
        initialize ws-da-defs.
        move clients-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.

    end_clients_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_clients' using ws-da-defs, ws-client-rec.

    start_contracts_read.
        initialize ws-da-defs.
        move contracts-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.

    start_contracts_write.
        initialize ws-da-defs.
        move contracts-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.

    end_contracts_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_contracts' using ws-da-defs, ws-contract-rec.

    start_intake_read.
        initialize ws-da-defs.
        move intake-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.

    start_intake_write.
        initialize ws-da-defs.
        move intake-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.

    end_intake_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_intake' using ws-da-defs, ws-intake-rec.

    start_fields_read.
        initialize ws-da-defs.
        move task-fields-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    start_fields_write.
        initialize ws-da-defs.
        move task-fields-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    end_fields_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_fields' using ws-da-defs, ws-fieldval-rec.

    start_access_write.
        initialize ws-da-defs.
        move access-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_access' using ws-da-defs, ws-access-rec.

    end_access_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_access' using ws-da-defs, ws-access-rec.

    start_holds_read.
        initialize ws-da-defs.
        move holds-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.

    start_holds_write.
        initialize ws-da-defs.
        move holds-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.

    end_holds_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_holds' using ws-da-defs, ws-hold-rec.

    start_reviews_read.
        initialize ws-da-defs.
        move reviews-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.

    start_reviews_write.
        initialize ws-da-defs.
        move reviews-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.

    end_reviews_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_reviews' using ws-da-defs, ws-review-rec.

    start_xref_read.
        initialize ws-da-defs.
        move xref-file-name to ws-file-name.
        move 'r' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.

    start_xref_write.
        initialize ws-da-defs.
        move xref-file-name to ws-file-name.
        move 'rw' to ws-file-mode.
        move 'open' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.

    end_xref_read.
        initialize ws-da-defs.
        move 'close' to ws-file-action.
        call 'da_xref' using ws-da-defs, ws-xref-rec.


cmdParsing section.

