*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOASOF.cob -lsqlite3
*>
*> FOOASOFCTL - line 1 is the as-of date (YYYY-MM-DD, required), line 2
*> the as-of time (HH:MM:SS or HH:MM; blank means the end of that day),
*> and line 3 the database path (blank means test.sdb); see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*>
*> Point-in-time reconstruction of the whole foo table.  FOOSNAP keeps
*> only the retained cycle dates and foo_monthend only month-ends, and
*> neither can say what every indicator stood at "as of 2:00 pm on the
*> 9th".  This job replays the FOOHARC archive files listed in HARCLOG
*> and then the live foo_history table in hist_id order, taking only
*> the changes stamped at or before the as-of point - new_value NULL
*> meaning the indicator was deleted - and so rebuilds indicators
*> 1-750 as they stood then.  The result is written in both of
*> FOOEXP's layouts, so anything that reads the nightly extract can
*> read it:
*>
*>   ASOFEXP - the 80-byte CARDREC card image (ind-number, sign,
*>             value), with the sending system in columns 10-17 left
*>             blank, so a card fed back through FOOEDIT and EXAMPLES
*>             is logged as KEYED and charged to no upstream sender,
*>             and the timestamp of the change that set the value in
*>             columns 19-44 and its program in columns 46-57, in
*>             what is filler to EXAMPLES;
*>   ASOFCSV - ind_number,ind_name,ind_value,change_timestamp,
*>             program_id with a header line.
*>
*> Only indicators holding a value at the as-of point are written.
*> As a cross-check, when foo_snapshot holds rows for the as-of date
*> the history is also replayed through the end of that date - the
*> state FOOSNAP landed under that cycle date - and tied to the
*> snapshot indicator by indicator; ASOFRPT shows the as-of point, the
*> counts, and every indicator that does not tie.  An archive in
*> HARCLOG that cannot be read is listed as well, since the history it
*> held is missing from the picture.  Ad hoc job, not a NIGHTDRV step.
*> Return code 4 when the cross-check finds a difference or an archive
*> is missing, 8 when the as-of date or time cannot be used.

identification division.

  program-id.                          FOOASOF.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select asof-control-file           assign to DA-S-FOOASOFCTL
                                          organization line sequential
                                          file status is asof-control-status.

      select archive-log                 assign to DA-S-HARCLOG
                                          organization line sequential
                                          file status is archive-log-status.

      select archive-file                assign to archive-file-name
                                          organization line sequential
                                          file status is archive-file-status.

      select export-file                 assign to DA-S-ASOFEXP
                                          organization line sequential
                                          file status is export-file-status.

      select csv-export-file             assign to DA-S-ASOFCSV
                                          organization line sequential
                                          file status is csv-export-status.

      select asof-report                 assign to DA-S-ASOFRPT
                                          organization line sequential
                                          file status is asof-report-status.

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

  fd  asof-control-file.
  01  asof-control-record                pic x(256).

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

*>  FOOEXP's CARDREC-shaped extract record; the change timestamp and
*>  program ride in what EXAMPLES treats as filler.
  fd  export-file
      record contains 80 characters
      block contains 0 records
      label records are omitted
      recording mode is f.
  01  export-record.
      02  export-ind-number              pic 9(4).
      02  export-ind-sign                pic x.
      02  export-ind-value               pic 9(4).
      02  export-sending-system          pic x(8).
      02  filler                         pic x.
      02  export-change-timestamp        pic x(26).
      02  filler                         pic x.
      02  export-program-id              pic x(12).
      02  filler                         pic x(23).

  fd  csv-export-file.
  01  csv-export-record                  pic x(256).

  fd  asof-report.
  01  asof-report-record                 pic x(132).

  fd  cycle-date-file.
  01  cycle-date-record                  pic x(80).

  fd  error-log.
  01  error-log-record                   pic x(1352).

  fd  batch-status-file.
  01  batch-status-record                pic x(256).

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
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

    01  asof-control-status            pic x(2) value "00".
      88  asof-control-ok              value "00".
    01  asof-date                      pic x(10) value spaces.
    01  asof-time                      pic x(8) value spaces.
    01  asof-timestamp                 pic x(19) value spaces.
    01  eod-timestamp                  pic x(19) value spaces.
    01  snap-date                      pic x(8) value spaces.
    01  asof-parameters-valid          pic x value "Y".
      88  asof-parameters-ok           value "Y".

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

    01  export-file-status             pic x(2) value "00".
      88  export-file-ok               value "00".
    01  csv-export-status              pic x(2) value "00".
      88  csv-export-ok                value "00".
    01  asof-report-status             pic x(2) value "00".
      88  asof-report-ok               value "00".
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

*>  Each indicator as of the as-of point: state P (present, value in
*>  asof-value), D (the last change by then deleted it), or space (no
*>  change at or before it), with the history row that set it.
    01  asof-table.
      02  asof-entry occurs 750 times.
        03  asof-state                 pic x.
          88  asof-present             value "P".
          88  asof-deleted             value "D".
          88  asof-never-set           value " ".
        03  asof-value                 pic s9(9) comp.
        03  asof-hist-id               pic s9(9) comp.
        03  asof-program-id            pic x(12).
        03  asof-change-timestamp      pic x(26).

*>  The same replay carried through the end of the as-of date, to tie
*>  to that date's foo_snapshot rows.
    01  eod-table.
      02  eod-entry occurs 750 times.
        03  eod-state                  pic x.
          88  eod-present              value "P".
        03  eod-value                  pic s9(9) comp.
        03  eod-hist-id                pic s9(9) comp.

    01  snapshot-table.
      02  snapshot-entry occurs 750 times.
        03  snap-present               pic x.
          88  snap-row-exists          value "Y".
        03  snap-value                 pic s9(9) comp.
    01  snapshot-rows                  pic s9(7) comp value zero.

    01  name-table.
      02  name-entry occurs 750 times.
        03  name-text                  pic x(24).

    01  ind-sub                        pic s9(4) comp.
    01  replay-hist-id                 pic s9(9) comp.
    01  replay-ind-number              pic s9(9) comp.
    01  replay-new-is-null             pic s9(9) comp.
    01  replay-new-value               pic s9(9) comp.
    01  replay-program-id              pic x(12).
    01  replay-timestamp               pic x(26).
    01  load-ind-number                pic s9(9) comp.
    01  load-ind-value                 pic s9(9) comp.

    01  indicators-written             pic s9(7) comp value zero.
    01  indicators-deleted             pic s9(7) comp value zero.
    01  indicators-never-set           pic s9(7) comp value zero.
    01  snapshot-ties                  pic s9(7) comp value zero.
    01  snapshot-differs               pic s9(7) comp value zero.
    01  count-display                  pic zzz,zz9.
    01  ind-number-display             pic 9(4).
    01  value-display                  pic -(9)9.
    01  snap-value-text                pic x(12).
    01  eod-value-text                 pic x(12).
    01  csv-value-text                 pic x(12).

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

fooasof-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  if not asof-parameters-ok
    move "0008" to run-completion-code
    perform s00d-write-batch-status
    move 8 to return-code
    goback
  end-if

  perform s021-write-asof-header

  move spaces to asof-table eod-table snapshot-table name-table
  perform varying ind-sub from 1 by 1
          until ind-sub > 750
    move zero to asof-value(ind-sub) asof-hist-id(ind-sub)
    move zero to eod-value(ind-sub) eod-hist-id(ind-sub)
    move "N" to snap-present(ind-sub)
    move zero to snap-value(ind-sub)
  end-perform

  perform s005-replay-archives

  perform s001-open-database

  perform s006-replay-live-history

  perform s007-load-names

  perform s009-load-snapshot

  perform s002-close-database

  perform s010-write-extracts

  perform s011-tie-to-snapshot

  perform s024-write-asof-totals

  move indicators-written to rows-affected

  if snapshot-differs > zero or archive-files-missing > zero
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
  *>  Builds the dated error log name and reads the as-of point and
  *>  database path from the control file (DD name FOOASOFCTL).  The
  *>  as-of date is required and must be YYYY-MM-DD; the time may be
  *>  HH:MM:SS or HH:MM, and blank means the whole day (23:59:59).
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  move spaces to db-name
  open input asof-control-file

  evaluate true

    when asof-control-ok
      read asof-control-file into asof-date
        at end continue
      end-read
      read asof-control-file into asof-time
        at end continue
      end-read
      read asof-control-file into db-name
        at end continue
      end-read
      close asof-control-file

    when other
      display "FOOASOF: FOOASOFCTL NOT FOUND - AN AS-OF DATE IS REQUIRED"
      end-display
      move "N" to asof-parameters-valid
      exit paragraph

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if

  if asof-date(1:4) is not numeric or asof-date(5:1) not = "-"
      or asof-date(6:2) is not numeric or asof-date(8:1) not = "-"
      or asof-date(9:2) is not numeric
    display "FOOASOF: AS-OF DATE NOT YYYY-MM-DD: " asof-date
    end-display
    move "N" to asof-parameters-valid
    exit paragraph
  end-if

  if asof-time = spaces
    move "23:59:59" to asof-time
  end-if

  if asof-time(6:3) = spaces
    move ":00" to asof-time(6:3)
  end-if

  if asof-time(1:2) is not numeric or asof-time(3:1) not = ":"
      or asof-time(4:2) is not numeric or asof-time(6:1) not = ":"
      or asof-time(7:2) is not numeric
    display "FOOASOF: AS-OF TIME NOT HH:MM:SS: " asof-time
    end-display
    move "N" to asof-parameters-valid
    exit paragraph
  end-if

  string asof-date delimited by size,
         " "       delimited by size,
         asof-time delimited by size
    into asof-timestamp
  end-string

  string asof-date  delimited by size,
         " 23:59:59" delimited by size
    into eod-timestamp
  end-string

  string asof-date(1:4) delimited by size,
         asof-date(6:2) delimited by size,
         asof-date(9:2) delimited by size
    into snap-date
  end-string
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
  *>  Replays one archive file end to end.  A file named in HARCLOG
  *>  that cannot be opened is listed on the report: the picture is
  *>  missing whatever history it held.
  *> ---------------------------------------------------------------------------

  open input archive-file

  if not archive-file-ok
    add 1 to archive-files-missing
    move spaces to asof-report-record
    string "ARCHIVE FILE IN HARCLOG CANNOT BE READ: "
                                     delimited by size,
           trim(archive-file-name)  delimited by size,
           " - ITS HISTORY IS NOT REPLAYED"
                                     delimited by size
      into asof-report-record
    end-string
    perform s027-write-asof-line
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
  *>  Replays the live foo_history rows stamped through the end of the
  *>  as-of date, in hist_id order, after the archives, which hold only
  *>  older rows.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT hist_id, ind_number, new_value IS NULL,"
                                     delimited by size,
         " COALESCE(new_value, 0), program_id, change_timestamp"
                                     delimited by size,
         " FROM foo_history WHERE change_timestamp <= '"
                                     delimited by size,
         eod-timestamp              delimited by size,
         "' ORDER BY hist_id;"      delimited by size
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
  *>  Applies one history row to the end-of-day picture and, when it is
  *>  stamped at or before the as-of point, to the as-of picture - in
  *>  each case only if it is later than the row already applied for
  *>  that indicator, so the replay is right whatever order the
  *>  archives were listed in.
  *> ---------------------------------------------------------------------------

  if replay-ind-number < 1 or replay-ind-number > 750
    exit paragraph
  end-if

  if replay-timestamp(1:19) > eod-timestamp
    exit paragraph
  end-if

  move replay-ind-number to ind-sub

  if replay-hist-id > eod-hist-id(ind-sub)
    move replay-hist-id to eod-hist-id(ind-sub)
    if replay-new-is-null not = zero
      move "D" to eod-state(ind-sub)
      move zero to eod-value(ind-sub)
    else
      move "P" to eod-state(ind-sub)
      move replay-new-value to eod-value(ind-sub)
    end-if
  end-if

  if replay-timestamp(1:19) > asof-timestamp
    exit paragraph
  end-if

  if replay-hist-id <= asof-hist-id(ind-sub)
    exit paragraph
  end-if

  move replay-hist-id to asof-hist-id(ind-sub)
  move replay-program-id to asof-program-id(ind-sub)
  move replay-timestamp to asof-change-timestamp(ind-sub)

  if replay-new-is-null not = zero
    move "D" to asof-state(ind-sub)
    move zero to asof-value(ind-sub)
  else
    move "P" to asof-state(ind-sub)
    move replay-new-value to asof-value(ind-sub)
  end-if
  .

s007-load-names.
  *> ---------------------------------------------------------------------------
  *>  Loads the ind_names business names for the CSV extract, as the
  *>  current table has them.
  *> ---------------------------------------------------------------------------

  move "SELECT ind_number, ind_name FROM ind_names;" to sql-statement

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
                            returning load-ind-number
        end-call
        if load-ind-number >= 1 and load-ind-number <= 750
          move column-one to column-sub
          perform snnn-get-text-column
          move load-ind-number to ind-sub
          move column-text to name-text(ind-sub)
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

s009-load-snapshot.
  *> ---------------------------------------------------------------------------
  *>  Loads the foo_snapshot rows FOOSNAP landed under the as-of date,
  *>  if that date is still retained.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT ind_number, ind_value FROM foo_snapshot"
                                     delimited by size,
         " WHERE snap_date = '"     delimited by size,
         snap-date                  delimited by size,
         "';"                       delimited by size
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
        add 1 to snapshot-rows
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning load-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning load-ind-value
        end-call
        if load-ind-number >= 1 and load-ind-number <= 750
          move load-ind-number to ind-sub
          move "Y" to snap-present(ind-sub)
          move load-ind-value to snap-value(ind-sub)
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

s010-write-extracts.
  *> ---------------------------------------------------------------------------
  *>  Writes every indicator holding a value at the as-of point to the
  *>  card-image extract and the CSV extract, in indicator order.
  *> ---------------------------------------------------------------------------

  open output export-file
  open output csv-export-file

  move "ind_number,ind_name,ind_value,change_timestamp,program_id"
    to csv-export-record
  write csv-export-record

  perform varying ind-sub from 1 by 1
          until ind-sub > 750

    evaluate true

      when asof-present(ind-sub)
        add 1 to indicators-written
        perform snnn-write-extract-records

      when asof-deleted(ind-sub)
        add 1 to indicators-deleted

      when other
        add 1 to indicators-never-set

    end-evaluate

  end-perform

  close export-file
  close csv-export-file
  .

snnn-write-extract-records.
  *> ---------------------------------------------------------------------------
  *>  One indicator out to both extracts: the CARDREC image with the
  *>  setting change's timestamp and program behind it, and the CSV
  *>  line.
  *> ---------------------------------------------------------------------------

  move spaces to export-record
  move ind-sub to export-ind-number
  if asof-value(ind-sub) < zero
    move "-" to export-ind-sign
  else
    move "+" to export-ind-sign
  end-if
  move abs(asof-value(ind-sub)) to export-ind-value
  move spaces to export-sending-system
  move asof-change-timestamp(ind-sub) to export-change-timestamp
  move asof-program-id(ind-sub) to export-program-id
  write export-record

  move ind-sub to ind-number-display
  move asof-value(ind-sub) to value-display
  move trim(value-display) to csv-value-text

  move spaces to csv-export-record
  string ind-number-display                 delimited by size,
         ","                                delimited by size,
         trim(name-text(ind-sub))           delimited by size,
         ","                                delimited by size,
         trim(csv-value-text)               delimited by size,
         ","                                delimited by size,
         trim(asof-change-timestamp(ind-sub))
                                            delimited by size,
         ","                                delimited by size,
         trim(asof-program-id(ind-sub))     delimited by size
    into csv-export-record
  end-string
  write csv-export-record
  .

s011-tie-to-snapshot.
  *> ---------------------------------------------------------------------------
  *>  Ties the end-of-day replay to the as-of date's snapshot, one
  *>  indicator at a time, and lists every indicator that does not
  *>  tie.  No snapshot rows for the date means no cross-check, which
  *>  the report says.
  *> ---------------------------------------------------------------------------

  move spaces to asof-report-record
  perform s027-write-asof-line

  if snapshot-rows = zero
    move spaces to asof-report-record
    string "NO FOO_SNAPSHOT ROWS FOR "  delimited by size,
           snap-date                    delimited by size,
           " - SNAPSHOT CROSS-CHECK NOT AVAILABLE"
                                         delimited by size
      into asof-report-record
    end-string
    perform s027-write-asof-line
    exit paragraph
  end-if

  move spaces to asof-report-record
  string "SNAPSHOT CROSS-CHECK: FOO_SNAPSHOT "
                                       delimited by size,
         snap-date                    delimited by size,
         " AGAINST HISTORY REPLAYED THROUGH "
                                       delimited by size,
         eod-timestamp                delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move spaces to asof-report-record
  move "IND" to asof-report-record(1:3)
  move "SNAPSHOT VALUE" to asof-report-record(7:14)
  move "HISTORY VALUE" to asof-report-record(23:13)
  perform s027-write-asof-line

  perform varying ind-sub from 1 by 1
          until ind-sub > 750

    evaluate true

      when snap-row-exists(ind-sub) and eod-present(ind-sub)
          and snap-value(ind-sub) = eod-value(ind-sub)
        add 1 to snapshot-ties

      when not snap-row-exists(ind-sub) and not eod-present(ind-sub)
        continue

      when other
        add 1 to snapshot-differs
        perform snnn-write-snapshot-difference

    end-evaluate

  end-perform
  .

snnn-write-snapshot-difference.
  *> ---------------------------------------------------------------------------
  *>  One indicator where the snapshot and the replayed history part.
  *> ---------------------------------------------------------------------------

  if snap-row-exists(ind-sub)
    move snap-value(ind-sub) to value-display
    move value-display to snap-value-text
  else
    move "(NO ROW)" to snap-value-text
  end-if

  if eod-present(ind-sub)
    move eod-value(ind-sub) to value-display
    move value-display to eod-value-text
  else
    move "(NOT SET)" to eod-value-text
  end-if

  move ind-sub to ind-number-display
  move spaces to asof-report-record
  move ind-number-display to asof-report-record(1:4)
  move snap-value-text to asof-report-record(7:12)
  move eod-value-text to asof-report-record(23:12)
  move "DOES NOT TIE" to asof-report-record(37:12)
  perform s027-write-asof-line
  .

s021-write-asof-header.
  *> ---------------------------------------------------------------------------
  *>  Starts the report: title and the as-of point asked for.
  *> ---------------------------------------------------------------------------

  open output asof-report
  close asof-report

  move spaces to asof-report-record
  string "FOOASOF POINT-IN-TIME RECONSTRUCTION  RUN DATE: "
                                     delimited by size,
         todays-date(5:2)           delimited by size,
         "/"                        delimited by size,
         todays-date(7:2)           delimited by size,
         "/"                        delimited by size,
         todays-date(1:4)           delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move spaces to asof-report-record
  string "FOO AS OF: "              delimited by size,
         asof-timestamp             delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move spaces to asof-report-record
  perform s027-write-asof-line
  .

s024-write-asof-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the report with what was replayed, what the picture holds,
  *>  and the cross-check counts.
  *> ---------------------------------------------------------------------------

  move spaces to asof-report-record
  perform s027-write-asof-line

  move archive-files-read to count-display
  move spaces to asof-report-record
  string "ARCHIVE FILES REPLAYED:      " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move archive-files-missing to count-display
  move spaces to asof-report-record
  string "ARCHIVE FILES NOT READABLE:  " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move archive-rows-replayed to count-display
  move spaces to asof-report-record
  string "ARCHIVED ROWS REPLAYED:      " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move history-rows-replayed to count-display
  move spaces to asof-report-record
  string "HISTORY ROWS REPLAYED:       " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move indicators-written to count-display
  move spaces to asof-report-record
  string "INDICATORS HOLDING A VALUE:  " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move indicators-deleted to count-display
  move spaces to asof-report-record
  string "INDICATORS DELETED BY THEN:  " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  move indicators-never-set to count-display
  move spaces to asof-report-record
  string "INDICATORS NOT YET SET:      " delimited by size,
         count-display                    delimited by size
    into asof-report-record
  end-string
  perform s027-write-asof-line

  if snapshot-rows > zero
    move snapshot-ties to count-display
    move spaces to asof-report-record
    string "SNAPSHOT INDICATORS TIED:    " delimited by size,
           count-display                    delimited by size
      into asof-report-record
    end-string
    perform s027-write-asof-line

    move snapshot-differs to count-display
    move spaces to asof-report-record
    string "SNAPSHOT INDICATORS DIFFER:  " delimited by size,
           count-display                    delimited by size
      into asof-report-record
    end-string
    perform s027-write-asof-line
  end-if
  .

s027-write-asof-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to the report.
  *> ---------------------------------------------------------------------------

  open extend asof-report
  if not asof-report-ok
    open output asof-report
  end-if

  write asof-report-record

  close asof-report
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
  *>  the other jobs, rows = indicators written to the extracts.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOASOF"                     delimited by size,
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
  *>  this cycle is running for, for the dated error log.  A missing or
  *>  unusable control record means tonight's actual date.
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
  *>  Opens the specified SQLite3 database.
  *> ---------------------------------------------------------------------------

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

end program FOOASOF.
