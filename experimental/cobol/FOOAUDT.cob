*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOAUDT.cob -lsqlite3
*>
*> FOOAUDCTL (optional) - line 1 is the database path to verify; see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*> Without it the program falls back to test.sdb.
*>
*> Audit-trail integrity check.  Every program that changes "foo" -
*> EXAMPLES' checkpoint upserts, FOOMAINT, FOOPEND, FOOFDSP - writes a
*> foo_history row for the change, so the history, replayed in hist_id
*> order, must arrive at exactly what "foo" holds.  Anything changed
*> through the sqlite3 CLI, or any other way round the programs,
*> leaves no history row and breaks that tie.  This step replays the
*> FOOHARC archive files listed in HARCLOG (the oldest history, the
*> same archive layout FOOHINQ scans) and then the live foo_history
*> table, keeping for each indicator the last change seen - its new
*> value, or "deleted" when new_value is NULL - and compares the
*> result with "foo".  AUDTRPT lists every indicator that fails:
*>
*>   VALUE DIFFERS FROM HISTORY   - foo holds another value than the
*>                                  last history row set;
*>   NO HISTORY FOR FOO ROW       - a foo row no history row ever set;
*>   HISTORY SHOWS DELETE         - the last history row deleted it,
*>                                  but the foo row still exists;
*>   FOO ROW MISSING              - history leaves it set, but the
*>                                  foo row is gone;
*>
*> with the foo value, the history value, and the last history row's
*> id, program, and timestamp.  An archive named in HARCLOG that
*> cannot be read is listed too, since indicators whose history lives
*> only there will show as NO HISTORY.  Runs as a NIGHTDRV step right
*> after the nightly backup, before the cycle changes anything, so an
*> out-of-band change made during the day is caught against the state
*> it left; any failure raises one SEV=4 CAT=AUDIT alert with the
*> counts and ends the step with code 4 - reported, not fatal.

identification division.

  program-id.                          FOOAUDT.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select audit-control-file          assign to DA-S-FOOAUDCTL
                                          organization line sequential
                                          file status is audit-control-status.

      select archive-log                 assign to DA-S-HARCLOG
                                          organization line sequential
                                          file status is archive-log-status.

      select archive-file                assign to archive-file-name
                                          organization line sequential
                                          file status is archive-file-status.

      select audit-report                assign to DA-S-AUDTRPT
                                          organization line sequential
                                          file status is audit-report-status.

      select alert-file                  assign to DA-S-NIGHTALRT
                                          organization line sequential
                                          file status is alert-file-status.

      select cycle-date-file             assign to DA-S-CYCLDATE
                                          organization line sequential
                                          file status is cycle-date-status.

      select error-log                   assign to error-log-name
                                          organization line sequential
                                          file status is error-log-status.

      select batch-status-file           assign to DA-S-BATCHSTAT
                                          organization line sequential
                                          file status is batch-status-status.

data division.

  file section.

  fd  audit-control-file.
  01  audit-control-record               pic x(256).

  fd  archive-log.
  01  archive-log-record                 pic x(64).

*>  FOOHARC's fixed 80-byte archive layout: hist-id, ind-number, the
*>  old and new values each behind a Y/N present flag (N = the column
*>  was NULL), the action code, the program-id, and the full change
*>  timestamp.
  fd  archive-file
      record contains 80 characters
      block contains 0 records
      label records are omitted
      recording mode is f.
  01  archive-record.
      02  arc-hist-id                    pic 9(9).
      02  arc-ind-number                 pic 9(4).
      02  arc-old-flag                   pic x.
      02  arc-old-value                  pic s9(4) sign leading separate.
      02  arc-new-flag                   pic x.
      02  arc-new-value                  pic s9(4) sign leading separate.
      02  arc-change-action              pic x.
      02  arc-program-id                 pic x(12).
      02  arc-change-timestamp           pic x(26).
      02  filler                         pic x(16).

  fd  audit-report.
  01  audit-report-record                pic x(132).

  fd  alert-file.
  01  alert-record                       pic x(256).

  fd  cycle-date-file.
  01  cycle-date-record                  pic x(80).

  fd  error-log.
  01  error-log-record                   pic x(1352).

  fd  batch-status-file.
  01  batch-status-record                pic x(256).

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

    01  sql-statement                  pic x(1024). *> use max 1023 characters.
    01  num-bytes                      pic s9(04) comp.
    01  pStmt                          usage pointer.
    01  zTail                          pic s9(04) comp.
    01  column-zero                    pic s9(04) comp value zero.
    01  column-one                     pic s9(04) comp value 1.
    01  column-two                     pic s9(04) comp value 2.
    01  column-three                   pic s9(04) comp value 3.
    01  column-four                    pic s9(04) comp value 4.
    01  column-five                    pic s9(04) comp value 5.
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.
    01  column-text-bytes              pic s9(9) comp.
    01  column-text                    pic x(26).
    01  column-sub                     pic s9(04) comp.

    01  audit-control-status           pic x(2) value "00".
      88  audit-control-ok             value "00".

    01  archive-log-status             pic x(2) value "00".
      88  archive-log-ok               value "00".
    01  archive-file-status            pic x(2) value "00".
      88  archive-file-ok              value "00".
    01  archive-file-name              pic x(32) value spaces.
    01  end-of-archive-log             pic x value "N".
      88  no-more-archive-names        value "Y".
    01  end-of-archive-file            pic x value "N".
      88  no-more-archive-records      value "Y".
    01  archive-files-read             pic s9(7) comp value zero.
    01  archive-files-missing          pic s9(7) comp value zero.
    01  archive-rows-replayed          pic s9(9) comp value zero.
    01  history-rows-replayed          pic s9(9) comp value zero.

    01  audit-report-status            pic x(2) value "00".
      88  audit-report-ok              value "00".
    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

*>  What the replayed history says each indicator should be: state P
*>  (present, value in exp-value), D (the last change deleted it), or
*>  space (no history at all), with the last history row applied.
    01  expected-table.
      02  expected-entry occurs 750 times.
        03  exp-state                  pic x.
          88  exp-present              value "P".
          88  exp-deleted              value "D".
          88  exp-no-history           value " ".
        03  exp-value                  pic s9(9) comp.
        03  exp-hist-id                pic s9(9) comp.
        03  exp-program-id             pic x(12).
        03  exp-timestamp              pic x(26).

*>  What "foo" holds.
    01  actual-table.
      02  actual-entry occurs 750 times.
        03  act-present                pic x.
          88  act-row-exists           value "Y".
        03  act-value                  pic s9(9) comp.

    01  ind-sub                        pic s9(4) comp.
    01  replay-hist-id                 pic s9(9) comp.
    01  replay-ind-number              pic s9(9) comp.
    01  replay-new-is-null             pic s9(9) comp.
    01  replay-new-value               pic s9(9) comp.
    01  replay-program-id              pic x(12).
    01  replay-timestamp               pic x(26).
    01  foo-ind-number                 pic s9(9) comp.
    01  foo-ind-value                  pic s9(9) comp.
    01  out-of-range-rows              pic s9(9) comp value zero.

    01  mismatch-reason                pic x(30).
    01  value-differs-count            pic s9(7) comp value zero.
    01  no-history-count               pic s9(7) comp value zero.
    01  delete-exists-count            pic s9(7) comp value zero.
    01  row-missing-count              pic s9(7) comp value zero.
    01  mismatch-count                 pic s9(7) comp value zero.
    01  indicators-checked             pic s9(7) comp value zero.
    01  count-display                  pic zzz,zz9.
    01  count-9                        pic 9(7).
    01  value-differs-9                pic 9(7).
    01  no-history-9                   pic 9(7).
    01  delete-exists-9                pic 9(7).
    01  row-missing-9                  pic 9(7).
    01  ind-number-display             pic 9(4).
    01  foo-value-text                 pic x(12).
    01  hist-value-text                pic x(12).
    01  value-display                  pic -(9)9.
    01  ind-out-display                pic -(9)9.
    01  hist-id-display                pic z(8)9.

    01  error-log-status               pic x(2) value "00".
      88  error-log-ok                 value "00".
    01  db-message-ptr                 usage pointer.
    01  db-message-area                pic x(256) based.
    01  error-timestamp                pic x(26).
    01  db-status-display              pic ----9.
    01  error-log-name                 pic x(32).
    01  todays-date                    pic x(8).
    01  cycle-date-status              pic x(2) value "00".
      88  cycle-date-ok                value "00".
    01  cycle-date-text                pic x(80) value spaces.
    01  cycle-date                     pic x(8) value spaces.
    01  cycle-date-iso                 pic x(10) value spaces.

    01  batch-status-status            pic x(2) value "00".
      88  batch-status-ok              value "00".
    01  run-completion-code            pic x(4) value "0000".
    01  run-timestamp                  pic x(26).
    01  run-start-timestamp            pic x(26) value spaces.
    01  elapsed-seconds                pic s9(9) comp value zero.
    01  elapsed-seconds-display        pic 9(9).
    01  stamp-date                     pic 9(8).
    01  stamp-days                     pic s9(9) comp.
    01  start-total-seconds            pic s9(18) comp.
    01  end-total-seconds              pic s9(18) comp.
    01  rows-affected                  pic s9(09) comp value zero.
    01  rows-affected-display          pic 9(09).

    01  db-status                      pic s9(04) comp.
      88  sqlite-ok                    value zero.
      88  sqlite-row                   value 100.
      88  sqlite-done                  value 101.

procedure division.

fooaudt-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s021-write-audit-header

  move spaces to expected-table
  perform varying ind-sub from 1 by 1
          until ind-sub > 750
    move zero to exp-value(ind-sub) exp-hist-id(ind-sub)
    move "N" to act-present(ind-sub)
    move zero to act-value(ind-sub)
  end-perform

  perform s005-replay-archives

  perform s001-open-database

  perform s006-replay-live-history

  perform s007-load-foo

  perform s002-close-database

  perform s008-compare-indicators

  perform s024-write-audit-totals

  move mismatch-count to rows-affected

  if mismatch-count > zero or archive-files-missing > zero
    perform s025-write-audit-alert
    move "0004" to run-completion-code
    perform s00d-write-batch-status
    move 4 to return-code
  else
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
  end-if
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the dated error log name and the database path.  The first
  *>  line of the control file (DD name FOOAUDCTL) is the database path;
  *>  missing control file means the compiled-in default.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input audit-control-file

  evaluate true

    when audit-control-ok
      read audit-control-file into db-name
        at end continue
      end-read
      close audit-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if
  .

s005-replay-archives.
  *> ---------------------------------------------------------------------------
  *>  Walks the HARCLOG archive list FOOHARC maintains and replays every
  *>  archive file in it.  No archive list means no retention run has
  *>  happened yet - all the history is still in the table.
  *> ---------------------------------------------------------------------------

  open input archive-log

  if not archive-log-ok
    exit paragraph
  end-if

  move "N" to end-of-archive-log
  perform until no-more-archive-names
    read archive-log
      at end
        move "Y" to end-of-archive-log
      not at end
        if archive-log-record not = spaces
          move archive-log-record to archive-file-name
          perform snnn-replay-one-archive
        end-if
    end-read
  end-perform

  close archive-log
  .

snnn-replay-one-archive.
  *> ---------------------------------------------------------------------------
  *>  Replays one archive file end to end.  Unlike an inquiry, an audit
  *>  cannot shrug off a missing archive: the file is named on the
  *>  report, because the indicators whose history it held will look
  *>  like they have none.
  *> ---------------------------------------------------------------------------

  open input archive-file

  if not archive-file-ok
    add 1 to archive-files-missing
    move spaces to audit-report-record
    string "ARCHIVE FILE IN HARCLOG CANNOT BE READ: "
                                     delimited by size,
           trim(archive-file-name)  delimited by size,
           " - ITS HISTORY IS NOT REPLAYED"
                                     delimited by size
      into audit-report-record
    end-string
    perform s027-write-audit-line
    exit paragraph
  end-if

  add 1 to archive-files-read

  move "N" to end-of-archive-file
  perform until no-more-archive-records
    read archive-file
      at end
        move "Y" to end-of-archive-file
      not at end
        if arc-hist-id is numeric and arc-ind-number is numeric
          move arc-hist-id to replay-hist-id
          move arc-ind-number to replay-ind-number
          if arc-new-flag = "N"
            move 1 to replay-new-is-null
            move zero to replay-new-value
          else
            move zero to replay-new-is-null
            move arc-new-value to replay-new-value
          end-if
          move arc-program-id to replay-program-id
          move arc-change-timestamp to replay-timestamp
          perform snnn-apply-history-row
          add 1 to archive-rows-replayed
        end-if
    end-read
  end-perform

  close archive-file
  .

s006-replay-live-history.
  *> ---------------------------------------------------------------------------
  *>  Replays the live foo_history table in hist_id order, after the
  *>  archives, which hold only older rows.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT hist_id, ind_number, new_value IS NULL,"
                                     delimited by size,
         " COALESCE(new_value, 0), program_id, change_timestamp"
                                     delimited by size,
         " FROM foo_history ORDER BY hist_id;"
                                     delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning replay-hist-id
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning replay-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-two
                            returning replay-new-is-null
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-three
                            returning replay-new-value
        end-call
        move column-four to column-sub
        perform snnn-get-text-column
        move column-text to replay-program-id
        move column-five to column-sub
        perform snnn-get-text-column
        move column-text to replay-timestamp
        perform snnn-apply-history-row
        add 1 to history-rows-replayed

      when sqlite-done
        move "Y" to end-of-rows

      when other
        perform s000-sqlite-error
        move "0008" to run-completion-code
        perform s00d-write-batch-status
        move db-status to return-code
        goback

    end-evaluate

  end-perform

  perform snnn-sql-delete
  .

snnn-apply-history-row.
  *> ---------------------------------------------------------------------------
  *>  Applies one history row to the expected table - only if it is
  *>  later than the row already applied for that indicator, so the
  *>  replay is right whatever order the archives were listed in.
  *> ---------------------------------------------------------------------------

  if replay-ind-number < 1 or replay-ind-number > 750
    exit paragraph
  end-if

  move replay-ind-number to ind-sub

  if replay-hist-id <= exp-hist-id(ind-sub)
    exit paragraph
  end-if

  move replay-hist-id to exp-hist-id(ind-sub)
  move replay-program-id to exp-program-id(ind-sub)
  move replay-timestamp to exp-timestamp(ind-sub)

  if replay-new-is-null not = zero
    move "D" to exp-state(ind-sub)
    move zero to exp-value(ind-sub)
  else
    move "P" to exp-state(ind-sub)
    move replay-new-value to exp-value(ind-sub)
  end-if
  .

s007-load-foo.
  *> ---------------------------------------------------------------------------
  *>  Reads what "foo" actually holds.  A row outside the 1-750 range
  *>  can only have come from outside the programs; it is listed on the
  *>  report and counted as having no history.
  *> ---------------------------------------------------------------------------

  move "SELECT ind_number, ind_value FROM foo ORDER BY ind_number;"
    to sql-statement

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning foo-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning foo-ind-value
        end-call
        if foo-ind-number >= 1 and foo-ind-number <= 750
          move foo-ind-number to ind-sub
          move "Y" to act-present(ind-sub)
          move foo-ind-value to act-value(ind-sub)
        else
          add 1 to out-of-range-rows
          add 1 to no-history-count
          add 1 to mismatch-count
          move foo-ind-value to value-display
          move foo-ind-number to ind-out-display
          move spaces to audit-report-record
          string "FOO ROW OUTSIDE THE 1-750 RANGE: IND "
                                           delimited by size,
                 trim(ind-out-display)    delimited by size,
                 " VALUE "                delimited by size,
                 trim(value-display)      delimited by size,
                 " - NO HISTORY"          delimited by size
            into audit-report-record
          end-string
          perform s027-write-audit-line
        end-if

      when sqlite-done
        move "Y" to end-of-rows

      when other
        perform s000-sqlite-error
        move "0008" to run-completion-code
        perform s00d-write-batch-status
        move db-status to return-code
        goback

    end-evaluate

  end-perform

  perform snnn-sql-delete
  .

s008-compare-indicators.
  *> ---------------------------------------------------------------------------
  *>  Ties every indicator's replayed history to its foo row and prints
  *>  the ones that do not tie.
  *> ---------------------------------------------------------------------------

  perform varying ind-sub from 1 by 1
          until ind-sub > 750

    move spaces to mismatch-reason

    evaluate true

      when act-row-exists(ind-sub) and exp-no-history(ind-sub)
        move "NO HISTORY FOR FOO ROW" to mismatch-reason
        add 1 to no-history-count

      when act-row-exists(ind-sub) and exp-deleted(ind-sub)
        move "HISTORY SHOWS DELETE" to mismatch-reason
        add 1 to delete-exists-count

      when act-row-exists(ind-sub)
          and act-value(ind-sub) not = exp-value(ind-sub)
        move "VALUE DIFFERS FROM HISTORY" to mismatch-reason
        add 1 to value-differs-count

      when not act-row-exists(ind-sub) and exp-present(ind-sub)
        move "FOO ROW MISSING" to mismatch-reason
        add 1 to row-missing-count

      when other
        continue

    end-evaluate

    if act-row-exists(ind-sub) or not exp-no-history(ind-sub)
      add 1 to indicators-checked
    end-if

    if mismatch-reason not = spaces
      add 1 to mismatch-count
      perform s026-write-mismatch-line
    end-if

  end-perform
  .

s021-write-audit-header.
  *> ---------------------------------------------------------------------------
  *>  Starts tonight's report: title and column headings.
  *> ---------------------------------------------------------------------------

  open output audit-report
  close audit-report

  move spaces to audit-report-record
  string "FOOAUDT AUDIT-TRAIL INTEGRITY CHECK  RUN DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move spaces to audit-report-record
  perform s027-write-audit-line

  move spaces to audit-report-record
  move "IND" to audit-report-record(1:3)
  move "FINDING" to audit-report-record(7:7)
  move "FOO VALUE" to audit-report-record(38:9)
  move "HISTORY VALUE" to audit-report-record(51:13)
  move "LAST HIST-ID" to audit-report-record(65:12)
  move "BY PROGRAM" to audit-report-record(79:10)
  move "AT" to audit-report-record(92:2)
  perform s027-write-audit-line
  .

s026-write-mismatch-line.
  *> ---------------------------------------------------------------------------
  *>  One failing indicator: the finding, both values, and the last
  *>  history row behind the expected value.
  *> ---------------------------------------------------------------------------

  move ind-sub to ind-number-display

  if act-row-exists(ind-sub)
    move act-value(ind-sub) to value-display
    move value-display to foo-value-text
  else
    move "(NO ROW)" to foo-value-text
  end-if

  evaluate true
    when exp-present(ind-sub)
      move exp-value(ind-sub) to value-display
      move value-display to hist-value-text
    when exp-deleted(ind-sub)
      move "DELETED" to hist-value-text
    when other
      move "(NONE)" to hist-value-text
  end-evaluate

  move spaces to audit-report-record
  move ind-number-display to audit-report-record(1:4)
  move mismatch-reason to audit-report-record(7:30)
  move foo-value-text to audit-report-record(37:12)
  move hist-value-text to audit-report-record(51:12)
  if not exp-no-history(ind-sub)
    move exp-hist-id(ind-sub) to hist-id-display
    move hist-id-display to audit-report-record(65:9)
    move exp-program-id(ind-sub) to audit-report-record(79:12)
    move exp-timestamp(ind-sub) to audit-report-record(92:26)
  end-if
  perform s027-write-audit-line
  .

s024-write-audit-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the report with what was replayed and the count of each
  *>  finding.
  *> ---------------------------------------------------------------------------

  move spaces to audit-report-record
  perform s027-write-audit-line

  if mismatch-count = zero
    move "FOO TIES TO ITS HISTORY - NO OUT-OF-BAND CHANGES FOUND"
      to audit-report-record
    perform s027-write-audit-line
    move spaces to audit-report-record
    perform s027-write-audit-line
  end-if

  move archive-files-read to count-display
  move spaces to audit-report-record
  string "ARCHIVE FILES REPLAYED:      " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move archive-files-missing to count-display
  move spaces to audit-report-record
  string "ARCHIVE FILES NOT READABLE:  " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move archive-rows-replayed to count-display
  move spaces to audit-report-record
  string "ARCHIVED ROWS REPLAYED:      " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move history-rows-replayed to count-display
  move spaces to audit-report-record
  string "HISTORY ROWS REPLAYED:       " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move indicators-checked to count-display
  move spaces to audit-report-record
  string "INDICATORS CHECKED:          " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move value-differs-count to count-display
  move spaces to audit-report-record
  string "VALUE DIFFERS FROM HISTORY:  " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move no-history-count to count-display
  move spaces to audit-report-record
  string "NO HISTORY FOR FOO ROW:      " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move delete-exists-count to count-display
  move spaces to audit-report-record
  string "HISTORY SHOWS DELETE:        " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line

  move row-missing-count to count-display
  move spaces to audit-report-record
  string "FOO ROW MISSING:             " delimited by size,
         count-display                    delimited by size
    into audit-report-record
  end-string
  perform s027-write-audit-line
  .

s025-write-audit-alert.
  *> ---------------------------------------------------------------------------
  *>  One alert for the morning desk with the count of each finding;
  *>  AUDTRPT has the indicators.
  *> ---------------------------------------------------------------------------

  move mismatch-count to count-9
  move value-differs-count to value-differs-9
  move no-history-count to no-history-9
  move delete-exists-count to delete-exists-9
  move row-missing-count to row-missing-9
  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV=4 CAT=AUDIT "          delimited by size,
         "FOOAUDT FOO DOES NOT TIE TO FOO_HISTORY: mismatches="
                                     delimited by size,
         count-9                    delimited by size,
         " value-differs="          delimited by size,
         value-differs-9            delimited by size,
         " no-history="             delimited by size,
         no-history-9               delimited by size,
         " delete-but-exists="      delimited by size,
         delete-exists-9            delimited by size,
         " row-missing="            delimited by size,
         row-missing-9              delimited by size,
         " see AUDTRPT timestamp="  delimited by size,
         run-timestamp              delimited by size
    into alert-record
  end-string

  if mismatch-count = zero
    move spaces to alert-record
    string "SEV=4 CAT=AUDIT "        delimited by size,
           "FOOAUDT HISTORY ARCHIVE NOT READABLE - REPLAY INCOMPLETE,"
                                     delimited by size,
           " see AUDTRPT timestamp=" delimited by size,
           run-timestamp            delimited by size
      into alert-record
    end-string
  end-if

  display alert-record end-display

  open extend alert-file
  if not alert-file-ok
    open output alert-file
  end-if
  write alert-record
  close alert-file
  .

s027-write-audit-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to tonight's report.
  *> ---------------------------------------------------------------------------

  open extend audit-report
  if not audit-report-ok
    open output audit-report
  end-if

  write audit-report-record

  close audit-report
  .

snnn-get-text-column.
  *> ---------------------------------------------------------------------------
  *>  Copies text column column-sub of the current row into
  *>  column-text (spaces when NULL).
  *> ---------------------------------------------------------------------------

  move spaces to column-text

  call "sqlite3_column_text" using by reference pStmt,
                                   column-sub
                       returning column-text-ptr
  end-call
  call "sqlite3_column_bytes" using by reference pStmt,
                                    column-sub
                        returning column-text-bytes
  end-call

  if column-text-ptr not equal null and column-text-bytes > zero
    if column-text-bytes > 26
      move 26 to column-text-bytes
    end-if
    set address of column-text-area to column-text-ptr
    move column-text-area(1:column-text-bytes) to column-text
  end-if
  .

s000-sqlite-error.
  *> ---------------------------------------------------------------------------
  *>  Converts the last API call error to a human readable message, and
  *>  writes the failure, the failing statement, and a timestamp to the
  *>  persistent error log - same convention as testsqlite3/FOOMAINT.
  *> ---------------------------------------------------------------------------

  move spaces to db-message

  call "sqlite3_errmsg" using by reference db-handle
                  returning db-message-ptr
  end-call

  if db-message-ptr not equal null
    set address of db-message-area to db-message-ptr
    move db-message-area to db-message
  end-if

  display "SQLite3 ERROR: ", db-status, " ", trim(db-message) end-display

  perform s00b-write-error-log
  .

s00b-write-error-log.
  *> ---------------------------------------------------------------------------
  *>  Appends the current error to today's dated audit/error log, shared with
  *>  testsqlite3's dberrlog.yyyymmdd.log.
  *> ---------------------------------------------------------------------------

  open extend error-log
  if not error-log-ok
    open output error-log
  end-if

  move current-date to error-timestamp
  move db-status to db-status-display

  string error-timestamp                delimited by size,
         " status="                     delimited by size,
         db-status-display              delimited by size,
         " message="                    delimited by size,
         trim(db-message)               delimited by size,
         " sql="                        delimited by size,
         trim(sql-statement)            delimited by size
    into error-log-record
  end-string

  write error-log-record

  close error-log
  .

s00d-write-batch-status.
  *> ---------------------------------------------------------------------------
  *>  Appends this run's result to the shared batch-status log, same as
  *>  the other nightly steps, rows = indicators failing the check.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOAUDT"                     delimited by size,
         "|"                           delimited by size,
         run-completion-code           delimited by size,
         "|"                           delimited by size,
         rows-affected-display         delimited by size,
         "|"                           delimited by size,
         run-timestamp                 delimited by size,
         "|"                           delimited by size,
         run-start-timestamp           delimited by size,
         "|"                           delimited by size,
         elapsed-seconds-display       delimited by size
    into batch-status-record
  end-string

  write batch-status-record

  close batch-status-file
  .

snnn-compute-elapsed.
  *> ---------------------------------------------------------------------------
  *>  Turns the run start and end timestamps into whole elapsed seconds
  *>  (correct across midnight) for the batch-window report fields on
  *>  the batch-status line.
  *> ---------------------------------------------------------------------------

  move zero to elapsed-seconds

  if run-start-timestamp(1:8) is numeric
      and run-timestamp(1:8) is numeric
    move run-start-timestamp(1:8) to stamp-date
    move integer-of-date(stamp-date) to stamp-days
    compute start-total-seconds = (stamp-days * 86400)
        + (numval(run-start-timestamp(9:2)) * 3600)
        + (numval(run-start-timestamp(11:2)) * 60)
        + numval(run-start-timestamp(13:2))
    end-compute
    move run-timestamp(1:8) to stamp-date
    move integer-of-date(stamp-date) to stamp-days
    compute end-total-seconds = (stamp-days * 86400)
        + (numval(run-timestamp(9:2)) * 3600)
        + (numval(run-timestamp(11:2)) * 60)
        + numval(run-timestamp(13:2))
    end-compute
    compute elapsed-seconds = end-total-seconds - start-total-seconds
    end-compute
    if elapsed-seconds < zero
      move zero to elapsed-seconds
    end-if
  end-if

  move elapsed-seconds to elapsed-seconds-display
  .

snnn-get-cycle-date.
  *> ---------------------------------------------------------------------------
  *>  Reads the business processing date (CYCLDATE, line 1, yyyymmdd)
  *>  this cycle is running for, for the report heading and the dated
  *>  error log.  A missing or unusable control record means tonight's
  *>  actual date.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to cycle-date

  open input cycle-date-file

  evaluate true

    when cycle-date-ok
      read cycle-date-file into cycle-date-text
        at end continue
      end-read
      close cycle-date-file

    when other
      continue

  end-evaluate

  if cycle-date-text(1:8) is numeric
    move cycle-date-text(1:8) to cycle-date
  end-if

  string cycle-date(1:4) delimited by size,
         "-"             delimited by size,
         cycle-date(5:2) delimited by size,
         "-"             delimited by size,
         cycle-date(7:2) delimited by size
    into cycle-date-iso
  end-string
  .

*> ***** OPEN & CLOSE of DATABASE

s001-open-database.
  *> ---------------------------------------------------------------------------
  *>  Opens the specified SQLite3 database.  In the nightly cycle's
  *>  portfolio loop the FOOPORTDB switch NIGHTDRV raises names the
  *>  portfolio's own database, which is opened instead.
  *> ---------------------------------------------------------------------------

  move spaces to portfolio-db-name
  accept portfolio-db-name from environment "FOOPORTDB"
  end-accept
  if portfolio-db-name not = spaces
    move portfolio-db-name to db-name
  end-if

  call "sqlite3_open" using concatenate(trim(db-name), x"00"),
                            by reference db-handle
                  returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

s002-close-database.
  *> ---------------------------------------------------------------------------
  *>  Closes the specified SQLite3 database.
  *> ---------------------------------------------------------------------------

  call "sqlite3_close" using by reference db-handle
                   returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

*> ***** COMPILE & DELETE of SQL STATEMENTS

s003-sql-compile.
  *> ---------------------------------------------------------------------------
  *>  Compiles the current statement into a byte-code program.
  *> ---------------------------------------------------------------------------

  move length(trim(sql-statement)) to num-bytes
  add 1 to num-bytes end-add

  move zero to zTail

  call "sqlite3_prepare_v2" using by reference db-handle,
                                  concatenate(trim(sql-statement), x"00")
                                  num-bytes,
                                  by reference pStmt,
                                  zTail
                        returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

snnn-sql-delete.
  *> ---------------------------------------------------------------------------
  *>  Deletes (finalizes) the compiled statement.
  *> ---------------------------------------------------------------------------

  call "sqlite3_finalize" using by reference pStmt
                      returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

end program FOOAUDT.
