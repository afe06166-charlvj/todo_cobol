        >> SOURCE FORMAT IS FREE

identification division.
program-id. count_records.

environment division.
configuration section.
      repository.
            function all intrinsic.

input-output section.
      file-control.
      select history-file assign to count-path
       organization is indexed
          access mode is dynamic
          record key is hist-task-id
          file status is count-file-status.
      select notes-history-file assign to count-path
       organization is indexed
          access mode is dynamic
          record key is histn-task-note-id
          file status is count-file-status.
      select journal-file assign to count-path
       organization is indexed
          access mode is dynamic
          record key is journal-id
          file status is count-file-status.
      select ar-file assign to count-path
       organization is indexed
          access mode is dynamic
          record key is ar-key
          alternate record key is ar-client-code
          with duplicates
          file status is count-file-status.
      select keyword-file assign to count-path
       organization is indexed
          access mode is dynamic
          record key is kw-key
          file status is count-file-status.
      select lines-file assign to count-path
       organization is line sequential
          file status is count-file-status.


data division.

file section.
fd history-file.
copy cp_task_defs replacing ==:prefix:== by ==hist-==.

fd notes-history-file.
copy cp_task_note_defs replacing ==:prefix:== by ==histn-==.

fd journal-file.
copy cp_journal_defs replacing ==:prefix:== by == ==.

fd ar-file.
copy cp_ar_defs replacing ==:prefix:== by == ==.

fd keyword-file.
copy cp_keyword_defs replacing ==:prefix:== by == ==.

fd lines-file.
01 lines-line pic X(300).


working-storage section.

copy da_defs.
copy cp_task_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_note_defs replacing ==:prefix:== by ==ws-==.
copy cp_worklog_defs replacing ==:prefix:== by ==ws-==.
copy cp_task_ext_defs replacing ==:prefix:== by ==ws-==.
copy cp_field_defs replacing ==:prefix:== by ==ws-==.
copy cp_watch_defs replacing ==:prefix:== by ==ws-==.

01 count-path pic X(80).
01 count-file-status pic 99.

linkage section.

copy cp_ledger_defs replacing ==:prefix:== by ==ws-==.


*> ------------------------------------------------------------------
*> Counts the records in one data file for the run-control ledger:
*> the live task-side files through their data access programs, the
*> archive and journal files, the AR ledger and the keyword index
*> through their own keyed FDs, and any line sequential file
*> (audit.log, the summaries, the payroll files) line by line.  A
*> file that is not there counts 0.  The caller must not hold the
*> file open through the same data access program at the time.
*> ------------------------------------------------------------------
procedure division using ws-count-request.

    move 0 to ws-count-result.
    move ws-count-file-name to count-path.
    evaluate true
        when ws-count-tasks perform countTasks
        when ws-count-notes perform countNotes
        when ws-count-worklog perform countWorklog
        when ws-count-taskext perform countTaskExt
        when ws-count-fields perform countFields
        when ws-count-watches perform countWatches
        when ws-count-history perform countHistory
        when ws-count-noteshist perform countNotesHistory
        when ws-count-journal perform countJournal
        when ws-count-ar perform countArLedger
        when ws-count-keywords perform countKeywords
        when other perform countLines
    end-evaluate.

    goback.

countTasks.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
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
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_tasks' using ws-da-defs, ws-task-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_tasks' using ws-da-defs, ws-task-rec.

countNotes.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.
    perform until not DA_SUCCESS
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_comments' using ws-da-defs, ws-task-note-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_comments' using ws-da-defs, ws-task-note-rec.

countWorklog.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.
    perform until not DA_SUCCESS
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_worklog' using ws-da-defs, ws-worklog-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_worklog' using ws-da-defs, ws-worklog-rec.

countTaskExt.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.
    perform until not DA_SUCCESS
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_taskext' using ws-da-defs, ws-task-ext-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_taskext' using ws-da-defs, ws-task-ext-rec.

countFields.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.
    perform until not DA_SUCCESS
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_fields' using ws-da-defs, ws-fieldval-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_fields' using ws-da-defs, ws-fieldval-rec.

countWatches.
    initialize ws-da-defs.
    move ws-count-file-name to ws-file-name.
    move 'r' to ws-file-mode.
    move 'open' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    if not DA_SUCCESS
        exit paragraph
    end-if.
    initialize ws-da-defs.
    move 'getAll' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.
    perform until not DA_SUCCESS
        add 1 to ws-count-result
        move 'getNext' to ws-file-action
        call 'da_watch' using ws-da-defs, ws-watch-rec
    end-perform.
    initialize ws-da-defs.
    move 'close' to ws-file-action.
    call 'da_watch' using ws-da-defs, ws-watch-rec.

countHistory.
    open input history-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to hist-task-id.
    start history-file key is greater than hist-task-id
        invalid key move '10' to count-file-status
    end-start.
    perform until count-file-status not = '00'
        read history-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close history-file.

countNotesHistory.
    open input notes-history-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to histn-task-note-id.
    start notes-history-file key is greater than histn-task-note-id
        invalid key move '10' to count-file-status
    end-start.
    perform until count-file-status not = '00'
        read notes-history-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close notes-history-file.

countJournal.
    open input journal-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to journal-id.
    start journal-file key is greater than journal-id
        invalid key move '10' to count-file-status
    end-start.
    perform until count-file-status not = '00'
        read journal-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close journal-file.

countArLedger.
    open input ar-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to ar-key.
    start ar-file key is greater than ar-key
        invalid key move '10' to count-file-status
    end-start.
    perform until count-file-status not = '00'
        read ar-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close ar-file.

countKeywords.
    open input keyword-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    move low-values to kw-key.
    start keyword-file key is greater than kw-key
        invalid key move '10' to count-file-status
    end-start.
    perform until count-file-status not = '00'
        read keyword-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close keyword-file.

countLines.
    open input lines-file.
    if count-file-status not = '00'
        exit paragraph
    end-if.
    perform until count-file-status not = '00'
        read lines-file next record
            at end move '10' to count-file-status
            not at end add 1 to ws-count-result
        end-read
    end-perform.
    close lines-file.
