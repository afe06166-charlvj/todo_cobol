      select stamp-file assign to stamp-file-name
       organization is line sequential
          file status is stamp-file-status.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.


data division.
fd stamp-file.
01 stamp-line pic X(14).

fd project-registry-file.
01 project-registry-line pic X(20).


working-storage section.

copy cp_settings_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_watch_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.

01 spool-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 project-registry-name pic X(60).
01 project-registry-status pic 99.
01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 project-remind-count pic 9(4).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).
01 owner-remind-count pic 9(4).
01 reminders-dir pic X(60).
01 spool-file-name pic X(90).
01 today-date pic 9(8).
      05 remind-entry occurs 1000 times.
            10 rm-task-id pic 9(7).
            10 rm-owner pic X(20).
            10 rm-project pic X(20).
            10 rm-due-date pic 9(8).
            10 rm-priority pic X(1).
            10 rm-description pic X(50).
      05 watch-entry occurs 500 times.
            10 wt-user pic X(20).
            10 wt-task-id pic 9(7).
            10 wt-task-owner pic X(20).
01 watch-count pic 9(3) value 0.
01 watch-max pic 9(3) value 500.
01 watch-idx pic 9(3).
*> due-this-week selection as the digest command in todo.cob, but
*> splits the output per task-owner and writes one spool file per
*> owner under ~/.todo_cobol/reminders/<owner>.txt, ready for the
*> mail script to deliver before the workday starts.  Every project
*> in projects.data is read (the default project first), so an
*> owner gets one spool covering all their projects - each line
*> names its project, and the spool ends with a count per project
*> and the total across all of them.  Owners with
*> nothing due get no file; unassigned tasks are reported on the
*> run log only, since there is nobody to mail them to.  A watcher
*> hears about changes only to tasks task_visibility lets them see,
*> and the run log names restricted unassigned tasks by id only.
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform readLastRunStamp.
    perform removeStaleSpools.
    perform loadProjectTable.
    perform loadWatches.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform collectProject
    end-perform.
    perform collectWatchedChanges.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.
    perform writeOwnerSpools.
    perform writeSpoolManifest.
    perform writeLastRunStamp.
    display "Reminder spool run complete: " remind-count
            " task(s) and " change-count " watched change(s) across "
            spool-written-count " owner file(s).".
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        display "  " project-name-entry(project-idx) " "
                project-remind-count(project-idx) " task(s) due"
    end-perform.

    stop run.

            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.
    string data-dir delimited by spaces
            "/reminders" delimited by size
            into reminders-dir.
    end-perform.
    close manifest-file.

loadProjectTable.
    move 1 to project-count.
    move 'default' to project-name-entry(1).
    move 0 to project-remind-count(1).
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
                    move 0 to project-remind-count(project-count)
                end-if
        end-read
    end-perform.
    close project-registry-file.

setProjectFilenames.
    move spaces to tasks-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
    end-if.

collectProject.
    perform setProjectFilenames.
    perform openTasksFile.
    if not DA_SUCCESS
        display "  project '" function trim(current-project)
                "' skipped - tasks file not available."
        exit paragraph
    end-if.
    perform collectDueTasks.
    perform closeTasksFile.

openTasksFile.
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    call 'da_tasks' using ws-file-action, ws-task-rec.

    perform until DA_END_OF_FILE
        if (ws-task-status = 'N' or ws-task-status = 'P'
                or ws-task-status = 'R')
                and ws-task-due-date > 0
                and ws-task-due-date <= week-end-date
            perform collectOneDueTask
        end-if
        perform noteWatchedTaskOwner
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-file-action, ws-task-rec
    end-perform.

collectOneDueTask.
    if function trim(ws-task-owner) = spaces
        move 'check' to ws-vis-action
        move ws-task-id to ws-vis-task-id
        move spaces to ws-vis-task-owner
        move spaces to ws-vis-viewer
        call 'task_visibility' using ws-vis-request
        if ws-vis-can-see
            display "  (unassigned) " function trim(current-project)
                    " task " ws-task-id " due "
                    ws-task-due-date " - "
                    function trim(ws-task-description)
        else
            display "  (unassigned) " function trim(current-project)
                    " task " ws-task-id " due "
                    ws-task-due-date " - (restricted)"
        end-if
        exit paragraph
    end-if.
    if remind-count >= remind-max
    add 1 to remind-count.
    move ws-task-id to rm-task-id(remind-count).
    move ws-task-owner to rm-owner(remind-count).
    move current-project to rm-project(remind-count).
    add 1 to project-remind-count(project-idx).
    move ws-task-due-date to rm-due-date(remind-count).
    move ws-task-priority to rm-priority(remind-count).
    move ws-task-description to rm-description(remind-count).

    perform rememberOwner.

*> the watch list is loaded before the projects are walked, so
*> each watched task's owner is picked up on the way past for the
*> visibility check on its changes
noteWatchedTaskOwner.
    perform varying watch-idx from 1 by 1 until watch-idx > watch-count
        if wt-task-id(watch-idx) = ws-task-id
            move ws-task-owner to wt-task-owner(watch-idx)
        end-if
    end-perform.

rememberOwner.
    move 'N' to owner-seen.
    perform varying owner-idx from 1 by 1 until owner-idx > owner-count
            add 1 to watch-count
            move ws-watch-user to wt-user(watch-count)
            move ws-watch-task-id to wt-task-id(watch-count)
            move spaces to wt-task-owner(watch-count)
        else
            display "WARNING: more than " watch-max
                    " watches - some watchers get no change report."
    if change-count >= change-max
        exit paragraph
    end-if.
    move 'check' to ws-vis-action.
    move wt-task-id(watch-idx) to ws-vis-task-id.
    move wt-task-owner(watch-idx) to ws-vis-task-owner.
    move wt-user(watch-idx) to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
    if not ws-vis-can-see
        exit paragraph
    end-if.
    move audit-at(1:8) to change-stamp-date.
    move audit-at(9:4) to change-stamp-time.
    move spaces to change-buf.
    write spool-line.
    perform writeOwnerChanges.

    move "-- By Project --" to spool-line.
    write spool-line.
    perform writeOwnerProjectTotals.

    close spool-file.
    add 1 to spool-written-count.

    move spaces to spool-line.
    write spool-line.

writeOwnerProjectTotals.
    move 0 to owner-remind-count.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move 0 to section-line-count
        perform varying remind-idx from 1 by 1
                until remind-idx > remind-count
            if rm-owner(remind-idx) = current-owner
                    and rm-project(remind-idx)
                            = project-name-entry(project-idx)
                add 1 to section-line-count
            end-if
        end-perform
        if section-line-count > 0
            move spaces to spool-line
            string "  " delimited by size
                   project-name-entry(project-idx) delimited by size
                   " " delimited by size
                   section-line-count delimited by size
                   into spool-line
            write spool-line
            add section-line-count to owner-remind-count
        end-if
    end-perform.
    move spaces to spool-line.
    string "  All projects         " delimited by size
           owner-remind-count delimited by size
           into spool-line.
    write spool-line.

writeOwnerBucket.
    move 0 to section-line-count.
    perform varying remind-idx from 1 by 1 until remind-idx > remind-count
                   "]  due " delimited by size
                   rm-due-date(remind-idx) delimited by size
                   "  " delimited by size
                   function trim(rm-project(remind-idx))
                        delimited by size
                   ": " delimited by size
                   function trim(rm-description(remind-idx))
                        delimited by size
                   into spool-line
