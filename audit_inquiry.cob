      select audit-file assign to audit-file-name
       organization is line sequential
          file status is audit-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
fd audit-file.
copy cp_audit_defs.

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_signon_defs replacing ==:prefix:== by ==ws-==.

01 audit-file-status pic 99.
01 data-dir pic X(50).
01 audit-file-name pic X(50).
01 match-flag pic X.
    88 line-matches value 'Y'.
01 listed-count pic 9(6) value 0.
01 withheld-count pic 9(6) value 0.
01 run-by-user pic X(20).
01 project-registry-name pic X(60).
01 project-registry-status pic 99.
01 project-table.
      05 project-name-entry occurs 50 times pic X(20).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 tasks-file-name pic X(80).
01 task-found-flag pic X.
    88 task-was-found value 'Y'.
*> consecutive lines are mostly about the same task, so the last
*> answer is kept
01 last-vis-task-id pic 9(7) value 0.
01 last-vis-result pic X value space.
01 last-vis-admin pic X value space.
*> restricted tasks whose lines an admin was shown; their views go
*> on the trail once the log is closed, since a VIEW line appended
*> while it is being read would come round again
01 viewed-table.
      05 viewed-task-id occurs 2000 times pic 9(7).
01 viewed-count pic 9(4) value 0.
01 viewed-max pic 9(4) value 2000.
01 viewed-idx pic 9(4).
01 viewed-full-flag pic X value 'N'.
    88 viewed-table-full value 'Y'.
01 stamp-parts.
      05 stamp-year pic 9(4).
      05 stamp-month pic 9(2).
*> Usage:
*>   audit_inquiry [entity TASK|NOTE] [id <n>] [user <name>]
*>                 [from <yyyymmdd>] [to <yyyymmdd>]
*>
*> Lines about a private or group task (the entities keyed by task
*> id: TASK, TASKEXT, FIELD and ACCESS) are shown only to users
*> task_visibility lets see the task; the rest are counted as
*> withheld.  A user listed in users.data signs on first (PIN or
*> nightly_run's ticket).  Each restricted task whose lines are
*> shown to an admin gets one VIEW entry on the trail after the
*> listing.
*> ------------------------------------------------------------------
procedure division.

    perform parseArguments.
    perform setFilename.
    perform signOnRunUser.
    if not ws-signon-ok
        display "audit_inquiry needs your PIN - nothing shown."
        move 8 to return-code
        stop run
    end-if.
    perform openAuditFile.
    perform listAuditLines.
    close audit-file.
    perform logAdminViews.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.
    display listed-count " audit entr(y/ies) matched.".
    if withheld-count > 0
        display withheld-count " entr(y/ies) about restricted tasks"
                " withheld."
    end-if.
    if viewed-table-full
        display "Too many restricted tasks for one inquiry - narrow"
                " the filters to see the rest."
    end-if.
    stop run.

setFilename.
    string data-dir delimited by spaces
            "/audit.log" delimited by size
            into audit-file-name.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    accept run-by-user from environment "USER".
    if function trim(run-by-user) = spaces then
        accept run-by-user from environment "LOGNAME"
    end-if.
    perform loadProjectTable.

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

parseArguments.
    move spaces to filter-entity, filter-user.

showAuditLineIfMatch.
    perform checkAuditMatch.
    if line-matches then
        perform checkAuditLineVisible
        if ws-vis-can-see and ws-vis-seen-as-admin
            perform noteAdminView
        end-if
        if not ws-vis-can-see
            add 1 to withheld-count
            move 'N' to match-flag
        end-if
    end-if.
    if line-matches then
        move audit-at to stamp-parts
        display "  " stamp-year "-" stamp-month "-" stamp-day
            or audit-at-date > filter-to-date
        move 'N' to match-flag
    end-if.

checkAuditLineVisible.
    move 'Y' to ws-vis-result.
    move 'N' to ws-vis-admin-flag.
    evaluate function trim(audit-entity)
        when 'TASK' when 'TASKEXT' when 'FIELD' when 'ACCESS'
                when 'REVIEW'
            continue
        when other
            exit paragraph
    end-evaluate.
    if audit-entity-id = last-vis-task-id
        move last-vis-result to ws-vis-result
        move last-vis-admin to ws-vis-admin-flag
        exit paragraph
    end-if.

    *> most tasks are public and need no owner; only a restricted
    *> one is worth looking up to see whether it is the user's own
    move 'check' to ws-vis-action.
    move audit-entity-id to ws-vis-task-id.
    move spaces to ws-vis-task-owner.
    move run-by-user to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
    if not ws-vis-can-see
        perform findTaskInProjects
        if task-was-found
            move 'check' to ws-vis-action
            move ws-task-owner to ws-vis-task-owner
            call 'task_visibility' using ws-vis-request
        end-if
    end-if.
    move audit-entity-id to last-vis-task-id.
    move ws-vis-result to last-vis-result.
    move ws-vis-admin-flag to last-vis-admin.

*> a task already noted is not noted twice; one the table has no
*> room for is withheld rather than shown off the record
noteAdminView.
    perform varying viewed-idx from 1 by 1
            until viewed-idx > viewed-count
        if viewed-task-id(viewed-idx) = audit-entity-id
            exit paragraph
        end-if
    end-perform.
    if viewed-count < viewed-max
        add 1 to viewed-count
        move audit-entity-id to viewed-task-id(viewed-count)
    else
        move 'Y' to viewed-full-flag
        move 'N' to ws-vis-result
    end-if.

logAdminViews.
    perform varying viewed-idx from 1 by 1
            until viewed-idx > viewed-count
        move 'logView' to ws-vis-action
        move viewed-task-id(viewed-idx) to ws-vis-task-id
        call 'task_visibility' using ws-vis-request
    end-perform.

*> the USER/LOGNAME name is only a claim, and it decides which
*> lines about restricted tasks are shown
signOnRunUser.
    initialize ws-signon-request.
    move 'signon' to ws-signon-action.
    move run-by-user to ws-signon-user.
    move 'audit_inquiry' to ws-signon-program.
    call 'sign_on' using ws-signon-request.

*> task ids are unique across projects, so the first file that has
*> the id is the one
findTaskInProjects.
    move 'N' to task-found-flag.
    perform varying project-idx from 1 by 1
            until project-idx > project-count or task-was-found
        move spaces to tasks-file-name
        if project-name-entry(project-idx) = 'default'
            string data-dir delimited by spaces
                    "/tasks.data" delimited by size
                    into tasks-file-name
        else
            string data-dir delimited by spaces
                    "/tasks-" delimited by size
                    function trim(project-name-entry(project-idx))
                            delimited by size
                    ".data" delimited by size
                    into tasks-file-name
        end-if
        initialize ws-da-defs
        move tasks-file-name to ws-file-name
        move 'r' to ws-file-mode
        move 'open' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
        if DA_SUCCESS
            initialize ws-da-defs
            move audit-entity-id to ws-task-id
            move 'getOne' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
            if DA_SUCCESS
                move 'Y' to task-found-flag
            end-if
            initialize ws-da-defs
            move 'close' to ws-file-action
            call 'da_tasks' using ws-da-defs, ws-task-rec
        end-if
    end-perform.
