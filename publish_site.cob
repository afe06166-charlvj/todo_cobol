        >> SOURCE FORMAT IS FREE

identification division.
program-id. publish_site.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select project-registry-file assign to project-registry-name
       organization is line sequential
          file status is project-registry-status.
      select page-file assign to page-file-name
       organization is line sequential
          file status is page-file-status.


data division.

file section.
fd project-registry-file.
01 project-registry-line pic X(20).

fd page-file.
01 page-line pic X(1600).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_attach_defs replacing ==:prefix:== by ==ws-==.
copy cp_dep_defs replacing ==:prefix:== by ==ws-==.

01 project-registry-status pic 99.
01 page-file-status pic 99.
01 data-dir pic X(50).
01 tasks-file-name pic X(80).
01 task-ext-file-name pic X(80).
01 task-notes-file-name pic X(80).
01 attach-file-name pic X(80).
01 task-deps-file-name pic X(80).
01 project-registry-name pic X(60).
01 page-file-name pic X(160).
01 page-name pic X(60).
01 page-title pic X(80).
01 arg-line pic X(80).
01 site-dir pic X(80).
01 build-dir pic X(100).
01 build-base pic X(60).
01 site-base-start pic 9(3).
01 char-idx pic 9(4).
01 run-stamp pic X(14).
01 publish-command pic X(400).
01 site-failed pic X value 'N'.
    88 site-has-failed value 'Y'.

01 project-table.
      05 project-entry occurs 50 times.
            10 project-name-entry pic X(20).
            10 pj-open-count pic 9(5).
            10 pj-overdue-count pic 9(5).
01 project-count pic 9(2) value 0.
01 project-idx pic 9(2).
01 current-project pic X(20).

*> every published task, all projects
01 task-table.
      05 task-entry occurs 3000 times.
            10 tk-project-idx pic 9(2).
            10 tk-id pic 9(7).
            10 tk-status pic X(1).
            10 tk-priority pic X(1).
            10 tk-description pic X(50).
            10 tk-tag pic X(20).
            10 tk-owner pic X(20).
            10 tk-parent-id pic 9(7).
            10 tk-created pic 9(8).
            10 tk-started pic 9(8).
            10 tk-completed pic 9(8).
            10 tk-due pic 9(8).
            10 tk-waiting-on pic X(20).
01 task-count pic 9(4) value 0.
01 task-over pic 9(5) value 0.
01 task-withheld pic 9(5) value 0.
01 task-idx pic 9(4).
01 other-idx pic 9(4).

01 owner-table.
      05 owner-entry occurs 200 times.
            10 ow-name pic X(20).
            10 ow-open-count pic 9(5).
01 owner-count pic 9(3) value 0.
01 owner-idx pic 9(3).

*> the current project's waiting-on edges
01 dep-table.
      05 dep-entry occurs 2000 times.
            10 dp-blocked-id pic 9(7).
            10 dp-blocker-id pic 9(7).
01 dep-count pic 9(4) value 0.
01 dep-idx pic 9(4).

*> the board's three columns and the overdue list, as task-table
*> subscripts
01 column-table.
      05 column-entry occurs 3 times.
            10 col-count pic 9(4).
            10 col-row occurs 1000 times pic 9(4).
01 column-idx pic 9.
01 board-rows pic 9(4).
01 board-idx pic 9(4).
01 overdue-table.
      05 od-row occurs 1000 times pic 9(4).
01 overdue-count pic 9(4).
01 overdue-idx pic 9(4).
01 overdue-scan pic 9(4).
01 overdue-hold pic 9(4).

01 note-table.
      05 note-entry occurs 200 times.
            10 nt-id pic 9(6).
            10 nt-reply-to pic 9(6).
            10 nt-created pic 9(8).
            10 nt-author pic X(20).
            10 nt-text pic X(100).
            10 nt-printed pic X(1).
01 note-count pic 9(3).
01 note-idx pic 9(3).
01 note-child-idx pic 9(3).

01 ext-open pic X value 'N'.
    88 ext-file-open value 'Y'.
01 notes-open pic X value 'N'.
    88 notes-file-open value 'Y'.
01 attach-open pic X value 'N'.
    88 attach-file-open value 'Y'.

01 today-date pic 9(8).
01 today-julian pic 9(9).
01 days-late pic 9(5).
01 count-edit pic z(4)9.
01 show-date pic 9(8).
01 show-date-x redefines show-date.
      05 show-date-year pic 9(4).
      05 show-date-month pic 9(2).
      05 show-date-day pic 9(2).
01 date-text pic X(10).
01 status-text pic X(12).
01 priority-text pic X(6).
01 pages-written pic 9(5) value 0.
01 row-shows-project pic X value 'N'.
    88 row-names-project value 'Y'.

*> line assembly: html-line is built with a pointer; emit-text is
*> appended as given, html-in with & < > " escaped
01 html-line pic X(1600).
01 html-ptr pic 9(4).
01 emit-text pic X(200).
01 html-in pic X(250).
01 html-in-len pic 9(4).
01 html-char pic X.

*> ------------------------------------------------------------------
*> Standalone batch: publishes the task lists as a static HTML
*> site for people who never run the console.
*>     index.html                  projects with open / overdue
*>                                 counts, and the owners
*>     board-<project>.html        New / In process / Waiting
*>     overdue-<project>.html      open tasks past their due date
*>     owner-<name>.html           an owner's open tasks
*>     task-<project>-<id>.html    one task: fields, extended
*>                                 description, threaded notes,
*>                                 attachments, waiting-on links
*> Work-log hours, rates, clients and billing are never published,
*> and neither is a private or group task - the site is read by
*> anyone, so it carries only what task_visibility shows to an
*> anonymous reader.
*> The site is written into a fresh <dir>.build-<stamp> directory
*> and <dir> is then switched to it as a symbolic link in a single
*> rename, so a reader never sees a half-written site; earlier
*> builds are removed afterwards.  <dir> must not already exist as
*> a real directory.  No prompts, so it can run as a runbook step;
*> a failure ends with return code 8.
*> Usage:  publish_site [dir]      default ~/.todo_cobol/site
*> ------------------------------------------------------------------
procedure division.

    perform setFilenames.
    perform parseArguments.
    perform loadProjectTable.

    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform loadProjectTasks
    end-perform.

    call 'CBL_CREATE_DIR' using build-dir.
    perform writeIndexPage.
    perform varying owner-idx from 1 by 1
            until owner-idx > owner-count or site-has-failed
        perform writeOwnerPage
    end-perform.
    perform varying project-idx from 1 by 1
            until project-idx > project-count or site-has-failed
        move project-name-entry(project-idx) to current-project
        perform publishProject
    end-perform.

    if site-has-failed
        display "Site not published - the build in "
                function trim(build-dir) " is incomplete."
        move 8 to return-code
        stop run
    end-if.

    perform switchSite.
    if site-has-failed
        move 8 to return-code
        stop run
    end-if.

    display "Published " pages-written " page(s) for " task-count
            " task(s) to " function trim(site-dir) ".".
    if task-over > 0
        display "WARNING: " task-over " task(s) beyond the first"
                " 3000 were not published."
    end-if.
    if task-withheld > 0
        display task-withheld " restricted task(s) left off the site."
    end-if.
    move 'close' to ws-vis-action.
    call 'task_visibility' using ws-vis-request.

    stop run.

setFilenames.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    string data-dir delimited by spaces
            "/projects.data" delimited by size
            into project-registry-name.

    move function current-date(1:14) to run-stamp.
    move run-stamp(1:8) to today-date.
    compute today-julian = function integer-of-date(today-date).

parseArguments.
    accept arg-line from command-line.
    move spaces to site-dir.
    unstring arg-line delimited by all space into site-dir
    end-unstring.
    if site-dir = spaces
        string data-dir delimited by spaces
                "/site" delimited by size
                into site-dir
    end-if.
    *> a trailing slash would put the build inside the site
    perform until site-dir = '/'
            or site-dir(length of function trim(site-dir):1) not = '/'
        move space to site-dir(length of function trim(site-dir):1)
    end-perform.

    move spaces to build-dir.
    string function trim(site-dir) delimited by size
            ".build-" delimited by size
            run-stamp delimited by size
            into build-dir.
    *> the link is made beside the build, so it points at the
    *> build's own name rather than a path
    move 1 to site-base-start.
    perform varying char-idx from 1 by 1
            until char-idx > length of function trim(build-dir)
        if build-dir(char-idx:1) = '/'
            compute site-base-start = char-idx + 1
        end-if
    end-perform.
    move build-dir(site-base-start:) to build-base.

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

setProjectFilenames.
    move spaces to tasks-file-name, task-ext-file-name,
            task-notes-file-name, attach-file-name,
            task-deps-file-name.
    if current-project = 'default'
        string data-dir delimited by spaces
                "/tasks.data"
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-ext.data" delimited by size
                into task-ext-file-name
        string data-dir delimited by spaces
                "/task-notes.data" delimited by size
                into task-notes-file-name
        string data-dir delimited by spaces
                "/attachments.data" delimited by size
                into attach-file-name
        string data-dir delimited by spaces
                "/task-deps.data" delimited by size
                into task-deps-file-name
    else
        string data-dir delimited by spaces
                "/tasks-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into tasks-file-name
        string data-dir delimited by spaces
                "/task-ext-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-ext-file-name
        string data-dir delimited by spaces
                "/task-notes-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-notes-file-name
        string data-dir delimited by spaces
                "/attachments-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into attach-file-name
        string data-dir delimited by spaces
                "/task-deps-" delimited by size
                function trim(current-project) delimited by size
                ".data" delimited by size
                into task-deps-file-name
    end-if.

loadProjectTasks.
    perform setProjectFilenames.
    move 0 to pj-open-count(project-idx), pj-overdue-count(project-idx).
    initialize ws-da-defs.
    move tasks-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.
    perform until not DA_SUCCESS
        perform noteTask
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

noteTask.
    if ws-task-status-deleted
        exit paragraph
    end-if.
    move 'check' to ws-vis-action.
    move ws-task-id to ws-vis-task-id.
    move ws-task-owner to ws-vis-task-owner.
    move spaces to ws-vis-viewer.
    call 'task_visibility' using ws-vis-request.
    if not ws-vis-can-see
        add 1 to task-withheld
        exit paragraph
    end-if.
    if task-count >= 3000
        add 1 to task-over
        exit paragraph
    end-if.
    add 1 to task-count.
    move project-idx to tk-project-idx(task-count).
    move ws-task-id to tk-id(task-count).
    move ws-task-status to tk-status(task-count).
    move ws-task-priority to tk-priority(task-count).
    move ws-task-description to tk-description(task-count).
    move ws-task-tag to tk-tag(task-count).
    move ws-task-owner to tk-owner(task-count).
    move ws-task-parent-id to tk-parent-id(task-count).
    move ws-task-created-at to tk-created(task-count).
    move ws-task-started-at to tk-started(task-count).
    move ws-task-completed-at to tk-completed(task-count).
    move ws-task-due-date to tk-due(task-count).
    move ws-task-waiting-on to tk-waiting-on(task-count).

    if ws-task-status-complete
        exit paragraph
    end-if.
    add 1 to pj-open-count(project-idx).
    if ws-task-due-date > 0 and ws-task-due-date < today-date
        add 1 to pj-overdue-count(project-idx)
    end-if.
    if ws-task-owner = spaces
        exit paragraph
    end-if.
    perform varying owner-idx from 1 by 1
            until owner-idx > owner-count
        if ow-name(owner-idx) = ws-task-owner
            exit perform
        end-if
    end-perform.
    if owner-idx > owner-count
        if owner-count >= 200
            exit paragraph
        end-if
        add 1 to owner-count
        move ws-task-owner to ow-name(owner-count)
        move 0 to ow-open-count(owner-count)
    end-if.
    add 1 to ow-open-count(owner-idx).

publishProject.
    perform setProjectFilenames.
    perform loadProjectDeps.
    perform writeBoardPage.
    perform writeOverduePage.

    move 'N' to ext-open, notes-open, attach-open.
    initialize ws-da-defs.
    move task-ext-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    if DA_SUCCESS
        move 'Y' to ext-open
    end-if.
    initialize ws-da-defs.
    move task-notes-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if DA_SUCCESS
        move 'Y' to notes-open
    end-if.
    initialize ws-da-defs.
    move attach-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    if DA_SUCCESS
        move 'Y' to attach-open
    end-if.

    perform varying task-idx from 1 by 1
            until task-idx > task-count or site-has-failed
        if tk-project-idx(task-idx) = project-idx
            perform writeTaskPage
        end-if
    end-perform.

    initialize ws-da-defs.
    move 'close' to ws-file-action.
    if ext-file-open
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec
    end-if.
    if notes-file-open
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-if.
    if attach-file-open
        call 'da_attach' using ws-da-defs, ws-attach-rec
    end-if.

loadProjectDeps.
    move 0 to dep-count.
    initialize ws-da-defs.
    move task-deps-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.
    perform until not DA_SUCCESS
        if dep-count < 2000
            add 1 to dep-count
            move ws-dep-blocked-id to dp-blocked-id(dep-count)
            move ws-dep-blocker-id to dp-blocker-id(dep-count)
        end-if
        move 'getNext' to ws-file-action
        call 'da_deps' using ws-da-defs, ws-dep-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_deps' using ws-da-defs, ws-dep-rec.

*> ------------------------------------------------------------------
*> the pages
*> ------------------------------------------------------------------
writeIndexPage.
    move "index.html" to page-name.
    move "Task status - all projects" to page-title.
    perform openPage.
    if site-has-failed
        exit paragraph
    end-if.

    move "<h2>Projects</h2>" to page-line.
    perform writePageLine.
    move "<table><tr><th>Project</th><th>Open</th><th>Overdue</th><th></th></tr>"
            to page-line.
    perform writePageLine.
    perform varying project-idx from 1 by 1
            until project-idx > project-count
        move project-name-entry(project-idx) to current-project
        perform beginLine
        move "<tr><td><a href=""board-" to emit-text
        perform appendText
        move current-project to html-in
        perform appendEscaped
        move ".html"">" to emit-text
        perform appendText
        perform appendEscaped
        move "</a></td><td class=""num"">" to emit-text
        perform appendText
        move pj-open-count(project-idx) to count-edit
        move count-edit to emit-text
        perform appendNumber
        move "</td><td class=""num"">" to emit-text
        perform appendText
        move pj-overdue-count(project-idx) to count-edit
        move count-edit to emit-text
        perform appendNumber
        move "</td><td><a href=""overdue-" to emit-text
        perform appendText
        perform appendEscaped
        move ".html"">overdue list</a></td></tr>" to emit-text
        perform appendText
        perform writeHtmlLine
    end-perform.
    move "</table>" to page-line.
    perform writePageLine.

    move "<h2>Owners</h2>" to page-line.
    perform writePageLine.
    move "<table><tr><th>Owner</th><th>Open</th></tr>" to page-line.
    perform writePageLine.
    perform varying owner-idx from 1 by 1
            until owner-idx > owner-count
        perform beginLine
        move "<tr><td><a href=""owner-" to emit-text
        perform appendText
        move ow-name(owner-idx) to html-in
        perform appendEscaped
        move ".html"">" to emit-text
        perform appendText
        perform appendEscaped
        move "</a></td><td class=""num"">" to emit-text
        perform appendText
        move ow-open-count(owner-idx) to count-edit
        move count-edit to emit-text
        perform appendNumber
        move "</td></tr>" to emit-text
        perform appendText
        perform writeHtmlLine
    end-perform.
    move "</table>" to page-line.
    perform writePageLine.
    perform closePage.

writeBoardPage.
    move 0 to col-count(1), col-count(2), col-count(3).
    perform varying task-idx from 1 by 1 until task-idx > task-count
        if tk-project-idx(task-idx) = project-idx
            evaluate tk-status(task-idx)
                when 'N' move 1 to column-idx
                when 'P' move 2 to column-idx
                when 'R' move 2 to column-idx
                when 'W' move 3 to column-idx
                when other move 0 to column-idx
            end-evaluate
            if column-idx > 0
                if col-count(column-idx) < 1000
                    add 1 to col-count(column-idx)
                    move task-idx
                            to col-row(column-idx, col-count(column-idx))
                end-if
            end-if
        end-if
    end-perform.

    move spaces to page-name, page-title.
    string "board-" delimited by size
           function trim(current-project) delimited by size
           ".html" delimited by size
           into page-name.
    string "Board - " delimited by size
           function trim(current-project) delimited by size
           into page-title.
    perform openPage.
    if site-has-failed
        exit paragraph
    end-if.

    move "<table class=""board""><tr><th>New</th><th>In process</th><th>Waiting</th></tr>"
            to page-line.
    perform writePageLine.
    move col-count(1) to board-rows.
    if col-count(2) > board-rows
        move col-count(2) to board-rows
    end-if.
    if col-count(3) > board-rows
        move col-count(3) to board-rows
    end-if.
    perform varying board-idx from 1 by 1 until board-idx > board-rows
        perform beginLine
        move "<tr>" to emit-text
        perform appendText
        perform varying column-idx from 1 by 1 until column-idx > 3
            move "<td>" to emit-text
            perform appendText
            if board-idx <= col-count(column-idx)
                move col-row(column-idx, board-idx) to task-idx
                perform appendTaskCard
            end-if
            move "</td>" to emit-text
            perform appendText
        end-perform
        move "</tr>" to emit-text
        perform appendText
        perform writeHtmlLine
    end-perform.
    move "</table>" to page-line.
    perform writePageLine.
    perform beginLine.
    move "<p>" to emit-text.
    perform appendText.
    move col-count(1) to count-edit.
    move count-edit to emit-text.
    perform appendNumber.
    move " new, " to emit-text.
    perform appendText.
    move col-count(2) to count-edit.
    move count-edit to emit-text.
    perform appendNumber.
    move " in process, " to emit-text.
    perform appendText.
    move col-count(3) to count-edit.
    move count-edit to emit-text.
    perform appendNumber.
    move " waiting. <span class=""late"">!</span> marks a task past its due date.</p>"
            to emit-text.
    perform appendText.
    perform writeHtmlLine.
    perform closePage.

*> task-idx in; a link to the task, its priority, overdue mark,
*> owner and description appended to html-line
appendTaskCard.
    perform appendTaskLink.
    move " " to emit-text.
    perform appendText.
    move tk-priority(task-idx) to emit-text.
    perform appendText.
    if tk-due(task-idx) > 0 and tk-due(task-idx) < today-date
        move " <span class=""late"">!</span>" to emit-text
        perform appendText
    end-if.
    if tk-owner(task-idx) not = spaces
        move " <i>" to emit-text
        perform appendText
        move tk-owner(task-idx) to html-in
        perform appendEscaped
        move "</i>" to emit-text
        perform appendText
    end-if.
    move "<br>" to emit-text.
    perform appendText.
    move tk-description(task-idx) to html-in.
    perform appendEscaped.

*> task-idx in; <a href="task-<project>-<id>.html">#id</a> appended
appendTaskLink.
    move "<a href=""task-" to emit-text.
    perform appendText.
    move project-name-entry(tk-project-idx(task-idx)) to html-in.
    perform appendEscaped.
    move spaces to emit-text.
    string "-" delimited by size
           tk-id(task-idx) delimited by size
           ".html"">#" delimited by size
           tk-id(task-idx) delimited by size
           "</a>" delimited by size
           into emit-text.
    perform appendText.

writeOverduePage.
    *> open tasks past due, longest overdue first
    move 0 to overdue-count.
    perform varying task-idx from 1 by 1 until task-idx > task-count
        if tk-project-idx(task-idx) = project-idx
                and tk-status(task-idx) not = 'C'
                and tk-due(task-idx) > 0
                and tk-due(task-idx) < today-date
                and overdue-count < 1000
            add 1 to overdue-count
            move task-idx to od-row(overdue-count)
        end-if
    end-perform.
    perform varying overdue-idx from 2 by 1
            until overdue-idx > overdue-count
        move od-row(overdue-idx) to overdue-hold
        move overdue-idx to overdue-scan
        perform until overdue-scan < 2
                or tk-due(od-row(overdue-scan - 1))
                    <= tk-due(overdue-hold)
            move od-row(overdue-scan - 1) to od-row(overdue-scan)
            subtract 1 from overdue-scan
        end-perform
        move overdue-hold to od-row(overdue-scan)
    end-perform.

    move spaces to page-name, page-title.
    string "overdue-" delimited by size
           function trim(current-project) delimited by size
           ".html" delimited by size
           into page-name.
    string "Overdue - " delimited by size
           function trim(current-project) delimited by size
           into page-title.
    perform openPage.
    if site-has-failed
        exit paragraph
    end-if.

    if overdue-count = 0
        move "<p>Nothing is overdue.</p>" to page-line
        perform writePageLine
        perform closePage
        exit paragraph
    end-if.
    move "<table><tr><th>Task</th><th>Pri</th><th>Status</th><th>Owner</th><th>Due</th><th>Days late</th><th>Description</th></tr>"
            to page-line.
    perform writePageLine.
    perform varying overdue-idx from 1 by 1
            until overdue-idx > overdue-count
        move od-row(overdue-idx) to task-idx
        compute days-late = today-julian
                - function integer-of-date(tk-due(task-idx))
        perform appendTaskTableRow
    end-perform.
    move "</table>" to page-line.
    perform writePageLine.
    perform closePage.

*> task-idx (and days-late) in; one row of the task tables written
appendTaskTableRow.
    perform beginLine.
    move "<tr><td>" to emit-text.
    perform appendText.
    perform appendTaskLink.
    move "</td><td>" to emit-text.
    perform appendText.
    move tk-priority(task-idx) to emit-text.
    perform appendText.
    move "</td><td>" to emit-text.
    perform appendText.
    perform setStatusText.
    move status-text to emit-text.
    perform appendText.
    move "</td><td>" to emit-text.
    perform appendText.
    if row-names-project
        move project-name-entry(tk-project-idx(task-idx)) to html-in
    else
        move tk-owner(task-idx) to html-in
    end-if.
    perform appendEscaped.
    move "</td><td>" to emit-text.
    perform appendText.
    move tk-due(task-idx) to show-date.
    perform setDateText.
    move date-text to emit-text.
    perform appendText.
    move "</td><td class=""num"">" to emit-text.
    perform appendText.
    move days-late to count-edit.
    move count-edit to emit-text.
    perform appendNumber.
    move "</td><td>" to emit-text.
    perform appendText.
    move tk-description(task-idx) to html-in.
    perform appendEscaped.
    move "</td></tr>" to emit-text.
    perform appendText.
    perform writeHtmlLine.

writeOwnerPage.
    move spaces to page-name, page-title.
    string "owner-" delimited by size
           function trim(ow-name(owner-idx)) delimited by size
           ".html" delimited by size
           into page-name.
    string "Open tasks - " delimited by size
           function trim(ow-name(owner-idx)) delimited by size
           into page-title.
    perform openPage.
    if site-has-failed
        exit paragraph
    end-if.

    *> the owner column would only repeat the page's owner, so the
    *> rows carry the project there instead
    move 'Y' to row-shows-project.
    move "<table><tr><th>Task</th><th>Pri</th><th>Status</th><th>Project</th><th>Due</th><th>Days late</th><th>Description</th></tr>"
            to page-line.
    perform writePageLine.
    perform varying task-idx from 1 by 1 until task-idx > task-count
        if tk-owner(task-idx) = ow-name(owner-idx)
                and tk-status(task-idx) not = 'C'
            move 0 to days-late
            if tk-due(task-idx) > 0 and tk-due(task-idx) < today-date
                compute days-late = today-julian
                        - function integer-of-date(tk-due(task-idx))
            end-if
            perform appendTaskTableRow
        end-if
    end-perform.
    move 'N' to row-shows-project.
    move "</table>" to page-line.
    perform writePageLine.
    perform closePage.

writeTaskPage.
    move spaces to page-name, page-title.
    string "task-" delimited by size
           function trim(current-project) delimited by size
           "-" delimited by size
           tk-id(task-idx) delimited by size
           ".html" delimited by size
           into page-name.
    string "Task #" delimited by size
           tk-id(task-idx) delimited by size
           " - " delimited by size
           function trim(current-project) delimited by size
           into page-title.
    perform openPage.
    if site-has-failed
        exit paragraph
    end-if.

    perform beginLine.
    move "<p><a href=""board-" to emit-text.
    perform appendText.
    move current-project to html-in.
    perform appendEscaped.
    move ".html"">back to the board</a></p>" to emit-text.
    perform appendText.
    perform writeHtmlLine.

    move "<table>" to page-line.
    perform writePageLine.
    perform setStatusText.
    move "Status" to emit-text.
    move status-text to html-in.
    perform writeFieldRow.
    evaluate tk-priority(task-idx)
        when 'H' move 'High' to priority-text
        when 'M' move 'Medium' to priority-text
        when 'L' move 'Low' to priority-text
        when other move tk-priority(task-idx) to priority-text
    end-evaluate.
    move "Priority" to emit-text.
    move priority-text to html-in.
    perform writeFieldRow.
    move "Owner" to emit-text.
    move tk-owner(task-idx) to html-in.
    perform writeFieldRow.
    move "Tag" to emit-text.
    move tk-tag(task-idx) to html-in.
    perform writeFieldRow.
    if tk-status(task-idx) = 'W' and tk-waiting-on(task-idx) not = spaces
        move "Waiting on" to emit-text
        move tk-waiting-on(task-idx) to html-in
        perform writeFieldRow
    end-if.
    move tk-created(task-idx) to show-date.
    perform setDateText.
    move "Created" to emit-text.
    move date-text to html-in.
    perform writeFieldRow.
    if tk-started(task-idx) > 0
        move tk-started(task-idx) to show-date
        perform setDateText
        move "Started" to emit-text
        move date-text to html-in
        perform writeFieldRow
    end-if.
    if tk-due(task-idx) > 0
        move tk-due(task-idx) to show-date
        perform setDateText
        move "Due" to emit-text
        move date-text to html-in
        perform writeFieldRow
    end-if.
    if tk-completed(task-idx) > 0
        move tk-completed(task-idx) to show-date
        perform setDateText
        move "Completed" to emit-text
        move date-text to html-in
        perform writeFieldRow
    end-if.
    if tk-parent-id(task-idx) > 0
        perform beginLine
        move "<tr><th>Parent</th><td>" to emit-text
        perform appendText
        move task-idx to other-idx
        move tk-parent-id(other-idx) to ws-task-id
        perform appendIdLink
        move other-idx to task-idx
        move "</td></tr>" to emit-text
        perform appendText
        perform writeHtmlLine
    end-if.
    move "</table>" to page-line.
    perform writePageLine.

    *> the full description when it runs past the short one
    move tk-description(task-idx) to html-in.
    if ext-file-open
        initialize ws-da-defs
        move tk-id(task-idx) to ws-task-ext-task-id
        move 'getOne' to ws-file-action
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec
        if DA_SUCCESS
            move ws-task-ext-text to html-in
        end-if
    end-if.
    move "<h2>Description</h2>" to page-line.
    perform writePageLine.
    perform beginLine.
    move "<p>" to emit-text.
    perform appendText.
    perform appendEscaped.
    move "</p>" to emit-text.
    perform appendText.
    perform writeHtmlLine.

    perform writeTaskDeps.
    perform writeTaskNotes.
    perform writeTaskAttachments.
    perform closePage.

*> emit-text (the label) and html-in (the value) in
writeFieldRow.
    perform beginLine.
    string "<tr><th>" delimited by size
           function trim(emit-text) delimited by size
           "</th><td>" delimited by size
           into html-line with pointer html-ptr.
    perform appendEscaped.
    move "</td></tr>" to emit-text.
    perform appendText.
    perform writeHtmlLine.

*> ws-task-id in (a task of the current project); a link to it, or
*> the bare number when it is not published
appendIdLink.
    perform varying task-idx from 1 by 1 until task-idx > task-count
        if tk-project-idx(task-idx) = project-idx
                and tk-id(task-idx) = ws-task-id
            exit perform
        end-if
    end-perform.
    if task-idx > task-count
        move spaces to emit-text
        string "#" delimited by size
               ws-task-id delimited by size
               into emit-text
        perform appendText
    else
        perform appendTaskLink
        move " " to emit-text
        perform appendText
        move tk-description(task-idx) to html-in
        perform appendEscaped
    end-if.

writeTaskDeps.
    move task-idx to other-idx.
    move 0 to board-rows.
    perform varying dep-idx from 1 by 1 until dep-idx > dep-count
        if dp-blocked-id(dep-idx) = tk-id(other-idx)
                or dp-blocker-id(dep-idx) = tk-id(other-idx)
            add 1 to board-rows
        end-if
    end-perform.
    if board-rows = 0
        exit paragraph
    end-if.

    move "<h2>Dependencies</h2><ul>" to page-line.
    perform writePageLine.
    perform varying dep-idx from 1 by 1 until dep-idx > dep-count
        if dp-blocked-id(dep-idx) = tk-id(other-idx)
            perform beginLine
            move "<li>Waits on " to emit-text
            perform appendText
            move dp-blocker-id(dep-idx) to ws-task-id
            perform appendIdLink
            move other-idx to task-idx
            move "</li>" to emit-text
            perform appendText
            perform writeHtmlLine
        end-if
    end-perform.
    perform varying dep-idx from 1 by 1 until dep-idx > dep-count
        if dp-blocker-id(dep-idx) = tk-id(other-idx)
            perform beginLine
            move "<li>Blocks " to emit-text
            perform appendText
            move dp-blocked-id(dep-idx) to ws-task-id
            perform appendIdLink
            move other-idx to task-idx
            move "</li>" to emit-text
            perform appendText
            perform writeHtmlLine
        end-if
    end-perform.
    move "</ul>" to page-line.
    perform writePageLine.

*> top-level notes with their replies beneath, as the console's
*> show does
writeTaskNotes.
    move 0 to note-count.
    if not notes-file-open
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move tk-id(task-idx) to ws-task-note-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    perform until DA_END_OF_FILE
        if note-count < 200
            add 1 to note-count
            move ws-task-note-id to nt-id(note-count)
            move ws-task-note-reply-to to nt-reply-to(note-count)
            move ws-task-note-created-at to nt-created(note-count)
            move ws-task-note-author to nt-author(note-count)
            move ws-task-note-text to nt-text(note-count)
            move 'N' to nt-printed(note-count)
        end-if
        initialize ws-da-defs
        move 'getNext' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-perform.
    if note-count = 0
        exit paragraph
    end-if.

    move "<h2>Notes</h2><ul>" to page-line.
    perform writePageLine.
    perform varying note-idx from 1 by 1 until note-idx > note-count
        if nt-reply-to(note-idx) = 0
            perform writeNoteItem
        end-if
    end-perform.
    perform varying note-idx from 1 by 1 until note-idx > note-count
        if nt-printed(note-idx) = 'N'
            perform writeNoteItem
        end-if
    end-perform.
    move "</ul>" to page-line.
    perform writePageLine.

writeNoteItem.
    move 'Y' to nt-printed(note-idx).
    perform beginLine.
    move "<li>" to emit-text.
    perform appendText.
    perform appendNoteText.
    perform writeHtmlLine.

    move note-idx to note-child-idx.
    move "<ul>" to page-line.
    perform writePageLine.
    perform varying note-idx from 1 by 1 until note-idx > note-count
        if nt-reply-to(note-idx) = nt-id(note-child-idx)
                and nt-printed(note-idx) = 'N'
            move 'Y' to nt-printed(note-idx)
            perform beginLine
            move "<li>" to emit-text
            perform appendText
            perform appendNoteText
            move "</li>" to emit-text
            perform appendText
            perform writeHtmlLine
        end-if
    end-perform.
    move "</ul></li>" to page-line.
    perform writePageLine.
    move note-child-idx to note-idx.

appendNoteText.
    move nt-created(note-idx) to show-date.
    perform setDateText.
    move spaces to emit-text.
    string "<b>" delimited by size
           date-text delimited by size
           into emit-text.
    perform appendText.
    if nt-author(note-idx) not = spaces
        move " " to emit-text
        perform appendText
        move nt-author(note-idx) to html-in
        perform appendEscaped
    end-if.
    move "</b> " to emit-text.
    perform appendText.
    move nt-text(note-idx) to html-in.
    perform appendEscaped.

writeTaskAttachments.
    if not attach-file-open
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move tk-id(task-idx) to ws-attach-task-id.
    move 'getForTask' to ws-file-action.
    call 'da_attach' using ws-da-defs, ws-attach-rec.
    if DA_END_OF_FILE
        exit paragraph
    end-if.
    move "<h2>Attachments</h2><ul>" to page-line.
    perform writePageLine.
    perform until DA_END_OF_FILE
        perform beginLine
        move "<li>" to emit-text
        perform appendText
        move ws-attach-caption to html-in
        perform appendEscaped
        move " <code>" to emit-text
        perform appendText
        move ws-attach-path to html-in
        perform appendEscaped
        move "</code></li>" to emit-text
        perform appendText
        perform writeHtmlLine
        initialize ws-da-defs
        move 'getNext' to ws-file-action
        call 'da_attach' using ws-da-defs, ws-attach-rec
    end-perform.
    move "</ul>" to page-line.
    perform writePageLine.

setStatusText.
    evaluate tk-status(task-idx)
        when 'N' move 'New' to status-text
        when 'P' move 'In process' to status-text
        when 'W' move 'Waiting' to status-text
        when 'R' move 'In review' to status-text
        when 'C' move 'Complete' to status-text
        when other move tk-status(task-idx) to status-text
    end-evaluate.

*> show-date in; yyyy-mm-dd (blank for no date) out
setDateText.
    move spaces to date-text.
    if show-date > 0
        string show-date-year delimited by size
               "-" delimited by size
               show-date-month delimited by size
               "-" delimited by size
               show-date-day delimited by size
               into date-text
    end-if.

*> ------------------------------------------------------------------
*> page files and line assembly
*> ------------------------------------------------------------------
*> page-name and page-title in; the page opened with its heading
openPage.
    move spaces to page-file-name.
    string function trim(build-dir) delimited by size
           "/" delimited by size
           function trim(page-name) delimited by size
           into page-file-name.
    open output page-file.
    if page-file-status not = '00'
        display "Could not write " function trim(page-file-name)
                " - status " page-file-status
        move 'Y' to site-failed
        exit paragraph
    end-if.
    add 1 to pages-written.

    move "<!DOCTYPE html>" to page-line.
    perform writePageLine.
    move "<html><head><meta charset=""utf-8"">" to page-line.
    perform writePageLine.
    perform beginLine.
    move "<title>" to emit-text.
    perform appendText.
    move page-title to html-in.
    perform appendEscaped.
    move "</title>" to emit-text.
    perform appendText.
    perform writeHtmlLine.
    move "<style>body{font-family:sans-serif;margin:1em 2em}table{border-collapse:collapse}th,td{border:1px solid #bbb;padding:3px 8px;text-align:left;vertical-align:top}td.num{text-align:right}.board td{width:30%}.late{color:#c00;font-weight:bold}</style>"
            to page-line.
    perform writePageLine.
    move "</head><body>" to page-line.
    perform writePageLine.
    if page-name not = "index.html"
        move "<p><a href=""index.html"">all projects</a></p>"
                to page-line
        perform writePageLine
    end-if.
    perform beginLine.
    move "<h1>" to emit-text.
    perform appendText.
    perform appendEscaped.
    move "</h1>" to emit-text.
    perform appendText.
    perform writeHtmlLine.

closePage.
    move spaces to page-line.
    string "<p><small>Published " delimited by size
           run-stamp(1:4) delimited by size
           "-" delimited by size
           run-stamp(5:2) delimited by size
           "-" delimited by size
           run-stamp(7:2) delimited by size
           " " delimited by size
           run-stamp(9:2) delimited by size
           ":" delimited by size
           run-stamp(11:2) delimited by size
           "</small></p></body></html>" delimited by size
           into page-line.
    perform writePageLine.
    close page-file.

writePageLine.
    write page-line.

beginLine.
    move spaces to html-line.
    move 1 to html-ptr.

writeHtmlLine.
    move html-line to page-line.
    perform writePageLine.

appendText.
    if emit-text not = spaces
        string function trim(emit-text trailing) delimited by size
               into html-line with pointer html-ptr
    end-if.

*> count-edit style numbers: the leading blanks dropped
appendNumber.
    move function trim(emit-text) to emit-text.
    perform appendText.

appendEscaped.
    if html-in = spaces
        exit paragraph
    end-if.
    move length of function trim(html-in trailing) to html-in-len.
    perform varying char-idx from 1 by 1 until char-idx > html-in-len
        move html-in(char-idx:1) to html-char
        evaluate html-char
            when '&'
                string "&amp;" delimited by size
                       into html-line with pointer html-ptr
            when '<'
                string "&lt;" delimited by size
                       into html-line with pointer html-ptr
            when '>'
                string "&gt;" delimited by size
                       into html-line with pointer html-ptr
            when '"'
                string "&quot;" delimited by size
                       into html-line with pointer html-ptr
            when other
                string html-char delimited by size
                       into html-line with pointer html-ptr
        end-evaluate
    end-perform.

*> ------------------------------------------------------------------
*> make <dir> a link to the new build in one rename, then clear out
*> the builds it replaced
*> ------------------------------------------------------------------
switchSite.
    move spaces to publish-command.
    string "ln -sfn """ delimited by size
           function trim(build-base) delimited by size
           """ """ delimited by size
           function trim(site-dir) delimited by size
           ".swap"" && mv -Tf """ delimited by size
           function trim(site-dir) delimited by size
           ".swap"" """ delimited by size
           function trim(site-dir) delimited by size
           """" delimited by size
           into publish-command.
    call 'SYSTEM' using publish-command.
    if return-code not = 0
        display "Could not switch " function trim(site-dir)
                " to the new build " function trim(build-dir)
                " - is it a real directory?"
        move 'Y' to site-failed
        exit paragraph
    end-if.

    move spaces to publish-command.
    string "for d in """ delimited by size
           function trim(site-dir) delimited by size
           """.build-*; do [ ""$d"" = """ delimited by size
           function trim(build-dir) delimited by size
           """ ] || rm -rf ""$d""; done" delimited by size
           into publish-command.
    call 'SYSTEM' using publish-command.
    move 0 to return-code.
