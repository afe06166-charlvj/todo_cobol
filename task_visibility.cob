        >> SOURCE FORMAT IS FREE

identification division.
program-id. task_visibility.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select users-file assign to users-file-name
       organization is line sequential
          file status is users-file-status.


data division.

file section.
fd users-file.
01 users-line pic X(100).


working-storage section.

copy da_defs.
copy cp_access_defs replacing ==:prefix:== by ==ws-==.

01 data-dir pic X(50).
01 users-file-name pic X(60).
01 users-file-status pic 99.
01 access-file-name pic X(80).
01 access-open-flag pic X value 'N'.
    88 access-file-is-open value 'Y'.
01 loaded-viewer pic X(20) value high-values.
01 user-line-name pic X(20).
01 user-line-role pic X(10).
01 user-line-groups pic X(60).
*> with no users file every session is an admin (as in todo), so a
*> shop that never configures roles sees what it always saw
01 viewer-is-admin pic X value 'Y'.
    88 viewer-has-admin value 'Y'.
01 viewer-groups pic X(60).
01 group-ptr pic 9(3).
01 group-token pic X(20).
01 group-match pic X.
    88 viewer-in-group value 'Y'.

linkage section.

copy cp_visibility_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> The one place the task visibility rule lives, CALLed by todo and
*> by every batch that prints or exports task detail:
*>   - a task with no task-access.data record is public;
*>   - a private task (P) is seen by its owner;
*>   - a group task (G) by its owner and by the users whose
*>     users.data line names the group:  <name> <role> [g1,g2,...];
*>   - an admin sees everything, flagged vis-seen-as-admin when it is
*>     only the role that lets them in;
*>   - a blank viewer is an anonymous reader and sees public tasks
*>     only, whatever users.data says.
*> Actions: 'check' (the default), 'logView' to put an admin's look
*> at a restricted task on the audit trail, 'close' at end of run.
*> ------------------------------------------------------------------
procedure division using ws-vis-request.

evaluate ws-vis-action
    when 'logView' perform doLogView
    when 'close' perform doClose
    when other perform doCheck
end-evaluate.

goback.


doCheck.
    move 'Y' to ws-vis-result.
    move 'N' to ws-vis-admin-flag.
    move space to ws-vis-class.
    move spaces to ws-vis-group.
    perform openAccessFile.
    if not access-file-is-open
        exit paragraph
    end-if.

    initialize ws-da-defs.
    initialize ws-access-rec.
    move ws-vis-task-id to ws-access-task-id.
    move 'getOne' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    move ws-access-class to ws-vis-class.
    move ws-access-group to ws-vis-group.

    move 'N' to ws-vis-result.
    if ws-vis-viewer = spaces
        exit paragraph
    end-if.
    if function trim(ws-vis-viewer) = function trim(ws-vis-task-owner)
        move 'Y' to ws-vis-result
        exit paragraph
    end-if.

    perform loadViewer.
    if ws-access-is-group
        perform checkViewerGroup
        if viewer-in-group
            move 'Y' to ws-vis-result
            exit paragraph
        end-if
    end-if.
    if viewer-has-admin
        move 'Y' to ws-vis-result
        move 'Y' to ws-vis-admin-flag
    end-if.

doLogView.
    perform openAccessFile.
    initialize ws-da-defs.
    initialize ws-access-rec.
    move ws-vis-task-id to ws-access-task-id.
    move 'logView' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.

doClose.
    if access-file-is-open
        initialize ws-da-defs
        move 'close' to ws-file-action
        call 'da_access' using ws-da-defs, ws-access-rec
        move 'N' to access-open-flag
    end-if.

*> the file is shared across projects, so one open serves the run;
*> in todo's keep-open session the data access program holds it
openAccessFile.
    if access-file-is-open
        exit paragraph
    end-if.
    accept data-dir from environment "HOME".
    string data-dir delimited by spaces
            "/.todo_cobol" delimited by size
            into data-dir.
    call 'CBL_CREATE_DIR' using data-dir.
    move spaces to access-file-name.
    string data-dir delimited by spaces
            "/task-access.data" delimited by size
            into access-file-name.
    initialize ws-da-defs.
    move access-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_access' using ws-da-defs, ws-access-rec.
    if DA_SUCCESS
        move 'Y' to access-open-flag
    end-if.

*> the viewer's role and groups, read once per viewer - a batch
*> spooling for one owner after another reloads as the owner changes
loadViewer.
    if ws-vis-viewer = loaded-viewer
        exit paragraph
    end-if.
    move ws-vis-viewer to loaded-viewer.
    move 'Y' to viewer-is-admin.
    move spaces to viewer-groups.
    move spaces to users-file-name.
    string data-dir delimited by spaces
            "/users.data" delimited by size
            into users-file-name.
    open input users-file.
    if users-file-status not = '00'
        exit paragraph
    end-if.
    move 'N' to viewer-is-admin.
    perform until users-file-status not = '00'
        read users-file next record
            at end move '10' to users-file-status
            not at end perform applyUserLine
        end-read
    end-perform.
    close users-file.

applyUserLine.
    if users-line(1:1) = '*' or function trim(users-line) = spaces
        exit paragraph
    end-if.
    move spaces to user-line-name, user-line-role, user-line-groups.
    unstring users-line delimited by all space
            into user-line-name, user-line-role, user-line-groups
    end-unstring.
    if function trim(user-line-name) not = function trim(ws-vis-viewer)
        exit paragraph
    end-if.
    if function lower-case(user-line-role) = 'admin'
        move 'Y' to viewer-is-admin
    end-if.
    move user-line-groups to viewer-groups.

checkViewerGroup.
    move 'N' to group-match.
    move 1 to group-ptr.
    perform until group-ptr > 60
        move spaces to group-token
        unstring viewer-groups delimited by ','
                into group-token
                with pointer group-ptr
        end-unstring
        if group-token not = spaces
                and function lower-case(function trim(group-token))
                    = function lower-case(function trim(ws-vis-group))
            move 'Y' to group-match
            exit perform
        end-if
    end-perform.
