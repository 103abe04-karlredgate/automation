*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOTRIAL.cob -lsqlite3
*>
*> TRIALCTL (optional) - line 1 is the live database path, line 2 the
*> deck to try (a file name; blank means SYSIN as allocated); see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*> Without it the program falls back to test.sdb and SYSIN.
*>
*> Trial (what-if) load of a deck before the cycle commits it.  Run
*> ad hoc, by hand, when a large or unusual deck arrives: the live
*> database is opened READ-ONLY and copied through the SQLite3
*> online-backup API to a scratch copy (<db>.trial), and the deck is
*> then put through the same steps NIGHTDRV would run -
*>
*>   FOOEDIT   pre-edit          TRIAL.EDITRPT, TRIAL.REJECTS
*>   EXAMPLES  the load          TRIAL.SYSPRINT
*>   FOOLIMIT  limit sweep       TRIAL.NIGHTALRT (projected breaches)
*>   FOODELTA  delta report      TRIAL.DELTARPT  (projected movements)
*>   FOOGRPT   group rollup      TRIAL.GROUPRPT  (projected group totals)
*>   FOORECON  reconciliation    TRIAL.RECONRPT, TRIAL.FOOCORR
*>
*> - against the scratch copy only.  The FOOTRIALDB switch raised
*> here tells each of those programs to open the scratch copy instead
*> of its own database, and every DD they write (reports, the
*> cleaned deck, NIGHTALRT, BATCHSTAT, the SENDSTAT sender-activity
*> log, EXAMPLES' RESTART checkpoint) is re-pointed at a
*> TRIAL.<ddname> work file for the duration, the cleaned deck
*> (TRIAL.CLEANOUT) feeding EXAMPLES and FOORECON as
*> CLEANOUT feeds them in the cycle.  Nothing the cycle depends on is
*> written: not the live database, not FOOFEED's FEEDLOG high-water
*> mark, not CYCLDATE (read only, for the business date the trial
*> runs as), and not NIGHTDRV's DRVRSTRT restart record.
*>
*> TRIALRPT is the supervisor's evidence page: each step's return
*> code and where its projected report is, the live and projected
*> indicator count and value total side by side, and the number of
*> projected alerts.  A trial is refused while the nightly cycle holds
*> the run lock.  The return code is the worst step's (0/4/8); a
*> fatal step stops the trial there, as it would stop the cycle.

identification division.

  program-id.                          FOOTRIAL.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select trial-control-file          assign to DA-S-TRIALCTL
                                          organization line sequential
                                          file status is trial-control-status.

      select trial-report                assign to DA-S-TRIALRPT
                                          organization line sequential
                                          file status is trial-report-status.

      select trial-alert-file            assign to trial-alert-name
                                          organization line sequential
                                          file status is trial-alert-status.

      select run-lock-file               assign to DA-S-RUNLOCK
                                          organization line sequential
                                          file status is run-lock-status.

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

  fd  trial-control-file.
  01  trial-control-record               pic x(256).

  fd  trial-report.
  01  trial-report-record                pic x(132).

  fd  trial-alert-file.
  01  trial-alert-record                 pic x(256).

  fd  run-lock-file.
  01  run-lock-record                    pic x(80).

  fd  cycle-date-file.
  01  cycle-date-record                  pic x(80).

  fd  error-log.
  01  error-log-record                   pic x(1352).

  fd  batch-status-file.
  01  batch-status-record                pic x(256).

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  db-handle                      usage pointer.
    01  trial-db-name                  pic x(256) value spaces.
    01  trial-db-handle                usage pointer.
    01  backup-handle                  usage pointer.
    01  backup-pages                   pic s9(04) comp value -1.
    01  query-handle                   usage pointer.
    01  db-message                     pic x(256).

*>  The live database is opened read-only (SQLITE_OPEN_READONLY) so
*>  no statement this job issues can change it, and a wrong path is
*>  an error instead of a new empty database.
    01  read-only-flags                pic s9(9) comp-5 value 1.
    01  default-vfs                    usage pointer value null.

    01  sql-statement                  pic x(1024). *> use max 1023 characters.
    01  num-bytes                      pic s9(04) comp.
    01  pStmt                          usage pointer.
    01  zTail                          pic s9(04) comp.
    01  column-zero                    pic s9(04) comp value zero.
    01  column-one                     pic s9(04) comp value 1.

    01  trial-control-status           pic x(2) value "00".
      88  trial-control-ok             value "00".
    01  trial-deck-name                pic x(256) value spaces.

    01  trial-report-status            pic x(2) value "00".
      88  trial-report-ok              value "00".

    01  trial-alert-status             pic x(2) value "00".
      88  trial-alert-ok               value "00".
    01  trial-alert-name               pic x(32) value "TRIAL.NIGHTALRT".
    01  end-of-trial-alerts            pic x value "N".
      88  no-more-trial-alerts         value "Y".
    01  trial-alert-count              pic s9(7) comp value zero.

    01  run-lock-status                pic x(2) value "00".
      88  run-lock-ok                  value "00".
    01  run-lock-text                  pic x(80) value spaces.
    01  cycle-lock-flag                pic x value "N".
      88  cycle-lock-busy              value "Y".
    01  nightcycle-flag                pic x value "N".
    01  lock-retry-count               pic s9(04) comp value zero.
    01  lock-retry-max                 pic s9(04) comp value 5.
    01  lock-backoff-seconds           pic s9(04) comp.

*>  The DDs a trial re-points, and what BATCHSTAT resolved to before
*>  it did, so this job's own status line still lands on the real one.
    01  saved-batchstat-name           pic x(256) value spaces.
    01  redirect-sub                   pic s9(4) comp.
    01  redirect-count                 pic s9(4) comp value 12.
    01  redirect-values.
      02  filler                       pic x(12) value "CLEANOUT".
      02  filler                       pic x(12) value "REJECTS".
      02  filler                       pic x(12) value "EDITRPT".
      02  filler                       pic x(12) value "SYSPRINT".
      02  filler                       pic x(12) value "RESTART".
      02  filler                       pic x(12) value "NIGHTALRT".
      02  filler                       pic x(12) value "DELTARPT".
      02  filler                       pic x(12) value "GROUPRPT".
      02  filler                       pic x(12) value "RECONRPT".
      02  filler                       pic x(12) value "FOOCORR".
      02  filler                       pic x(12) value "BATCHSTAT".
      02  filler                       pic x(12) value "SENDSTAT".
    01  redirect-table redefines redirect-values.
      02  redirect-dd-name             pic x(12) occurs 12 times.
    01  dd-variable-name               pic x(32).
    01  dd-trial-file-name             pic x(32).
    01  delete-file-status             pic s9(9) comp.

*>  The steps a trial runs, in cycle order, and what each produced.
    01  step-count                     pic s9(4) comp value 6.
    01  step-values.
      02  filler                       pic x(8) value "FOOEDIT".
      02  filler                       pic x(48)
          value "TRIAL.EDITRPT, TRIAL.REJECTS".
      02  filler                       pic x(8) value "EXAMPLES".
      02  filler                       pic x(48)
          value "TRIAL.SYSPRINT".
      02  filler                       pic x(8) value "FOOLIMIT".
      02  filler                       pic x(48)
          value "TRIAL.NIGHTALRT (PROJECTED BREACHES)".
      02  filler                       pic x(8) value "FOODELTA".
      02  filler                       pic x(48)
          value "TRIAL.DELTARPT (PROJECTED MOVEMENTS)".
      02  filler                       pic x(8) value "FOOGRPT".
      02  filler                       pic x(48)
          value "TRIAL.GROUPRPT (PROJECTED GROUP TOTALS)".
      02  filler                       pic x(8) value "FOORECON".
      02  filler                       pic x(48)
          value "TRIAL.RECONRPT, TRIAL.FOOCORR".
    01  step-table redefines step-values.
      02  step-entry occurs 6 times.
        03  step-name                  pic x(8).
        03  step-output                pic x(48).
    01  step-sub                       pic s9(4) comp.
    01  step-return-code               pic s9(4) comp.
    01  step-rc-table.
      02  step-rc                      pic s9(4) comp occurs 6 times.
    01  step-ran-table.
      02  step-ran                     pic x occurs 6 times.
    01  step-rc-display                pic 9(4).
    01  worst-return-code              pic s9(4) comp value zero.
    01  trial-stopped                  pic x value "N".
      88  trial-was-stopped            value "Y".

*>  The live and projected foo totals, side by side.
    01  live-ind-count                 pic s9(9) comp value zero.
    01  live-value-total               pic s9(18) comp value zero.
    01  trial-ind-count                pic s9(9) comp value zero.
    01  trial-value-total              pic s9(18) comp value zero.
    01  fetched-count                  pic s9(9) comp value zero.
    01  fetched-total                  pic s9(18) comp value zero.
    01  change-count                   pic s9(9) comp value zero.
    01  change-total                   pic s9(18) comp value zero.
    01  count-display                  pic ---,---,--9.
    01  trial-count-display            pic ---,---,--9.
    01  change-count-display           pic ---,---,--9.
    01  total-display                  pic ---,---,---,--9.
    01  trial-total-display            pic ---,---,---,--9.
    01  change-total-display           pic ---,---,---,--9.

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

footrial-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform snnn-check-run-lock

  perform s001-open-database

  perform s005-open-trial-database

  perform s006-copy-to-trial-database

  move db-handle to query-handle
  perform s010-fetch-foo-totals
  move fetched-count to live-ind-count
  move fetched-total to live-value-total

  perform s008-close-trial-database

  perform s002-close-database

  perform s020-redirect-trial-files

  perform s030-run-trial-steps

  perform s040-restore-files

  perform s005-open-trial-database
  move trial-db-handle to query-handle
  perform s010-fetch-foo-totals
  move fetched-count to trial-ind-count
  move fetched-total to trial-value-total
  perform s008-close-trial-database

  perform s045-count-trial-alerts

  perform s050-write-trial-report

  move worst-return-code to step-rc-display
  move step-rc-display to run-completion-code
  move step-count to rows-affected
  perform s00d-write-batch-status

  move worst-return-code to return-code
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the error log name, the live database path, the deck to
  *>  try, and the scratch copy's name.  The first line of the control
  *>  file (DD name TRIALCTL) is the live database path, the second the
  *>  deck.  Missing control file means test.sdb and SYSIN.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input trial-control-file

  evaluate true

    when trial-control-ok
      read trial-control-file into db-name
        at end continue
      end-read
      read trial-control-file into trial-deck-name
        at end continue
      end-read
      close trial-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if

  move spaces to trial-db-name
  string trim(db-name)   delimited by size,
         ".trial"        delimited by size
    into trial-db-name
  end-string
  .

s006-copy-to-trial-database.
  *> ---------------------------------------------------------------------------
  *>  Copies the live database over the scratch copy through the
  *>  SQLite3 online-backup API, NIGHTBKP's way - init, one step over
  *>  every page, and finish - so the trial starts from exactly what
  *>  tonight's load would start from.
  *> ---------------------------------------------------------------------------

  call "sqlite3_backup_init" using by reference trial-db-handle,
                                   concatenate("main", x"00"),
                                   by reference db-handle,
                                   concatenate("main", x"00")
                         returning backup-handle
  end-call

  if backup-handle equal null
    move spaces to sql-statement
    move "sqlite3_backup_init failed" to sql-statement
    perform s000-trial-error
  end-if

  call "sqlite3_backup_step" using by reference backup-handle,
                                   backup-pages
                         returning db-status
  end-call

  if not sqlite-done
    move "sqlite3_backup_step did not complete" to sql-statement
    perform s000-trial-error
  end-if

  call "sqlite3_backup_finish" using by reference backup-handle
                           returning db-status
  end-call

  if not sqlite-ok
    move "sqlite3_backup_finish failed" to sql-statement
    perform s000-trial-error
  end-if
  .

s010-fetch-foo-totals.
  *> ---------------------------------------------------------------------------
  *>  Counts the foo rows and totals their values on the database open
  *>  on query-handle - the live one before the trial, the scratch one
  *>  after it.
  *> ---------------------------------------------------------------------------

  move zero to fetched-count fetched-total

  move "SELECT COUNT(*), COALESCE(SUM(ind_value), 0) FROM foo;"
    to sql-statement

  move length(trim(sql-statement)) to num-bytes
  add 1 to num-bytes end-add

  move zero to zTail

  call "sqlite3_prepare_v2" using by reference query-handle,
                                  concatenate(trim(sql-statement), x"00")
                                  num-bytes,
                                  by reference pStmt,
                                  zTail
                        returning db-status
  end-call

  if not sqlite-ok
    perform s000-trial-error
  end-if

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  if sqlite-row
    call "sqlite3_column_int" using by reference pStmt,
                                    column-zero
                        returning fetched-count
    end-call
    call "sqlite3_column_int64" using by reference pStmt,
                                      column-one
                          returning fetched-total
    end-call
  else
    perform s000-trial-error
  end-if

  call "sqlite3_finalize" using by reference pStmt
                      returning db-status
  end-call
  .

s020-redirect-trial-files.
  *> ---------------------------------------------------------------------------
  *>  Re-points every DD the trial steps write at a fresh
  *>  TRIAL.<ddname> work file, and raises the FOOTRIALDB switch that
  *>  sends their database opens to the scratch copy.  BATCHSTAT's
  *>  real allocation is kept so this job's own status line can be
  *>  written there at the end.  A deck named on TRIALCTL is allocated
  *>  as SYSIN for the pre-edit.
  *> ---------------------------------------------------------------------------

  move spaces to saved-batchstat-name
  accept saved-batchstat-name from environment "DD_BATCHSTAT"
  end-accept
  if saved-batchstat-name = spaces
    move "BATCHSTAT" to saved-batchstat-name
  end-if

  perform varying redirect-sub from 1 by 1
          until redirect-sub > redirect-count

    move spaces to dd-variable-name dd-trial-file-name
    string "DD_"                                  delimited by size,
           trim(redirect-dd-name(redirect-sub))   delimited by size
      into dd-variable-name
    end-string
    string "TRIAL."                               delimited by size,
           trim(redirect-dd-name(redirect-sub))   delimited by size
      into dd-trial-file-name
    end-string

    call "CBL_DELETE_FILE" using dd-trial-file-name
                       returning delete-file-status
    end-call

    set environment trim(dd-variable-name) to trim(dd-trial-file-name)

  end-perform

  if trial-deck-name not = spaces
    set environment "DD_SYSIN" to trim(trial-deck-name)
  end-if

  set environment "FOOTRIALDB" to trim(trial-db-name)
  .

s030-run-trial-steps.
  *> ---------------------------------------------------------------------------
  *>  CALLs the trial steps in cycle order, NIGHTDRV's way.  Once the
  *>  pre-edit has written the cleaned deck, SYSIN is re-pointed at it
  *>  for the load and the reconciliation, as the cycle copies CLEANOUT
  *>  over SYSIN.  A fatal code (8 or higher) stops the trial there.
  *> ---------------------------------------------------------------------------

  perform varying step-sub from 1 by 1
          until step-sub > step-count

    move "N" to step-ran(step-sub)
    move zero to step-rc(step-sub)

    if not trial-was-stopped

      if step-name(step-sub) = "EXAMPLES"
        set environment "DD_SYSIN" to "TRIAL.CLEANOUT"
      end-if

      move zero to return-code

      evaluate step-name(step-sub)
        when "FOOEDIT"
          call "FOOEDIT" end-call
        when "EXAMPLES"
          call "EXAMPLES" end-call
        when "FOOLIMIT"
          call "FOOLIMIT" end-call
        when "FOODELTA"
          call "FOODELTA" end-call
        when "FOOGRPT"
          call "FOOGRPT" end-call
        when "FOORECON"
          call "FOORECON" end-call
      end-evaluate

      move return-code to step-return-code
      move "Y" to step-ran(step-sub)
      move step-return-code to step-rc(step-sub)

      if step-return-code > worst-return-code
        move step-return-code to worst-return-code
      end-if

      if step-return-code >= 8
        move "Y" to trial-stopped
      end-if

    end-if

  end-perform

  move zero to return-code
  .

s040-restore-files.
  *> ---------------------------------------------------------------------------
  *>  Lowers the FOOTRIALDB switch and gives BATCHSTAT back its real
  *>  allocation; the other TRIAL.<ddname> files stay for review.
  *> ---------------------------------------------------------------------------

  set environment "FOOTRIALDB" to " "
  set environment "DD_BATCHSTAT" to trim(saved-batchstat-name)
  .

s045-count-trial-alerts.
  *> ---------------------------------------------------------------------------
  *>  Counts the alert lines the trial steps wrote - the breaches the
  *>  cycle would have raised tonight had this deck been loaded.
  *> ---------------------------------------------------------------------------

  move zero to trial-alert-count

  open input trial-alert-file

  if trial-alert-ok
    move "N" to end-of-trial-alerts
    perform until no-more-trial-alerts
      read trial-alert-file
        at end
          move "Y" to end-of-trial-alerts
        not at end
          if trial-alert-record not = spaces
            add 1 to trial-alert-count
          end-if
      end-read
    end-perform
    close trial-alert-file
  end-if
  .

s050-write-trial-report.
  *> ---------------------------------------------------------------------------
  *>  Writes the TRIALRPT evidence page: what was tried against what,
  *>  each step's code and projected report, and the live against
  *>  projected totals.
  *> ---------------------------------------------------------------------------

  open output trial-report

  move spaces to trial-report-record
  string "FOOTRIAL TRIAL LOAD REPORT  CYCLE DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move spaces to trial-report-record
  write trial-report-record

  move spaces to trial-report-record
  string "LIVE DATABASE:    "       delimited by size,
         trim(db-name)              delimited by size,
         "  (OPENED READ-ONLY - NOT CHANGED)"
                                     delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move spaces to trial-report-record
  string "SCRATCH COPY:     "       delimited by size,
         trim(trial-db-name)        delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move spaces to trial-report-record
  if trial-deck-name = spaces
    move "DECK UNDER TRIAL: SYSIN" to trial-report-record
  else
    string "DECK UNDER TRIAL: "     delimited by size,
           trim(trial-deck-name)    delimited by size
      into trial-report-record
    end-string
  end-if
  write trial-report-record

  move spaces to trial-report-record
  write trial-report-record

  move "STEP      RC    PROJECTED OUTPUT" to trial-report-record
  write trial-report-record

  perform varying step-sub from 1 by 1
          until step-sub > step-count
    move spaces to trial-report-record
    if step-ran(step-sub) = "Y"
      move step-rc(step-sub) to step-rc-display
      string step-name(step-sub)    delimited by size,
             "  "                   delimited by size,
             step-rc-display        delimited by size,
             "  "                   delimited by size,
             step-output(step-sub)  delimited by size
        into trial-report-record
      end-string
    else
      string step-name(step-sub)    delimited by size,
             "  ----  NOT RUN - AN EARLIER STEP FAILED"
                                     delimited by size
        into trial-report-record
      end-string
    end-if
    write trial-report-record
  end-perform

  move spaces to trial-report-record
  write trial-report-record

  compute change-count = trial-ind-count - live-ind-count
  end-compute
  compute change-total = trial-value-total - live-value-total
  end-compute

  move live-ind-count to count-display
  move trial-ind-count to trial-count-display
  move change-count to change-count-display
  move spaces to trial-report-record
  string "INDICATORS   LIVE: "      delimited by size,
         count-display              delimited by size,
         "  PROJECTED: "            delimited by size,
         trial-count-display        delimited by size,
         "  CHANGE: "               delimited by size,
         change-count-display       delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move live-value-total to total-display
  move trial-value-total to trial-total-display
  move change-total to change-total-display
  move spaces to trial-report-record
  string "VALUE TOTAL  LIVE: "      delimited by size,
         total-display              delimited by size,
         "  PROJECTED: "            delimited by size,
         trial-total-display        delimited by size,
         "  CHANGE: "               delimited by size,
         change-total-display       delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move trial-alert-count to count-display
  move spaces to trial-report-record
  string "PROJECTED ALERTS:  "      delimited by size,
         count-display              delimited by size,
         "  (TRIAL.NIGHTALRT)"      delimited by size
    into trial-report-record
  end-string
  write trial-report-record

  move spaces to trial-report-record
  write trial-report-record

  move worst-return-code to step-rc-display
  move spaces to trial-report-record
  evaluate true
    when trial-was-stopped
      string "TRIAL STOPPED BY A FATAL STEP (CODE "
                                     delimited by size,
             step-rc-display        delimited by size,
             ") - THIS DECK WOULD STOP THE CYCLE"
                                     delimited by size
        into trial-report-record
      end-string
    when worst-return-code > zero
      string "TRIAL COMPLETED WITH WARNINGS (CODE "
                                     delimited by size,
             step-rc-display        delimited by size,
             ") - REVIEW THE PROJECTED REPORTS BEFORE RELEASE"
                                     delimited by size
        into trial-report-record
      end-string
    when other
      move "TRIAL COMPLETED CLEAN" to trial-report-record
  end-evaluate
  write trial-report-record

  close trial-report
  .

s000-trial-error.
  *> ---------------------------------------------------------------------------
  *>  A trial that cannot copy or read its databases proves nothing:
  *>  log it, flag the batch-status line, and leave with a fatal code.
  *> ---------------------------------------------------------------------------

  move spaces to db-message

  call "sqlite3_errmsg" using by reference trial-db-handle
                  returning db-message-ptr
  end-call

  if db-message-ptr not equal null
    set address of db-message-area to db-message-ptr
    move db-message-area to db-message
  end-if

  display "FOOTRIAL ERROR: ", db-status, " ", trim(db-message),
          " ", trim(sql-statement) end-display

  perform s00b-write-error-log

  move "0008" to run-completion-code
  perform s00d-write-batch-status
  move 8 to return-code
  goback
  .

s00b-write-error-log.
  *> ---------------------------------------------------------------------------
  *>  Appends the current error to today's dated audit/error log, shared
  *>  with testsqlite3's dberrlog.yyyymmdd.log.
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
  *>  Appends this run's result to the shared batch-status log, rows =
  *>  trial steps.  The steps' own lines went to TRIAL.BATCHSTAT, so
  *>  the status page never shows a trial as a load.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOTRIAL"                    delimited by size,
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
  *>  the trial runs as - read only; a trial never rolls it.  A missing
  *>  or unusable control record means tonight's actual date.
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

snnn-check-run-lock.
  *> ---------------------------------------------------------------------------
  *>  Run serialization, same check FOOMAINT makes for an ad hoc run: a
  *>  copy taken while the cycle is loading would be half of one night
  *>  and half of another, so a trial waits for the lock and gives up
  *>  with code 12.
  *> ---------------------------------------------------------------------------

  accept nightcycle-flag from environment "NIGHTCYCLE"
  end-accept

  if nightcycle-flag not = "Y"

    move zero to lock-retry-count
    move "Y" to cycle-lock-flag

    perform until not cycle-lock-busy
        or lock-retry-count > lock-retry-max

      move "N" to cycle-lock-flag

      open input run-lock-file

      evaluate true

        when run-lock-ok
          move spaces to run-lock-text
          read run-lock-file into run-lock-text
            at end continue
          end-read
          close run-lock-file
          if run-lock-text(1:7) = "LOCKED "
            move "Y" to cycle-lock-flag
            add 1 to lock-retry-count
            if lock-retry-count <= lock-retry-max
              move lock-retry-count to lock-backoff-seconds
              call "C$SLEEP" using lock-backoff-seconds end-call
            end-if
          end-if

        when other
          continue

      end-evaluate

    end-perform

    if cycle-lock-busy
      display "FOOTRIAL: nightly cycle in progress - "
              "try again after NIGHTDRV releases the run lock"
      end-display
      move "0012" to run-completion-code
      perform s00d-write-batch-status
      move 12 to return-code
      goback
    end-if

  end-if
  .

*> ***** OPEN & CLOSE of DATABASES

s001-open-database.
  *> ---------------------------------------------------------------------------
  *>  Opens the live SQLite3 database, read-only.
  *> ---------------------------------------------------------------------------

  call "sqlite3_open_v2" using concatenate(trim(db-name), x"00"),
                               by reference db-handle,
                               by value read-only-flags,
                               by value default-vfs
                     returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      move spaces to sql-statement
      string "cannot open live database read-only: "
                                 delimited by size,
             trim(db-name)      delimited by size
        into sql-statement
      end-string
      perform s000-trial-error

  end-evaluate
  .

s005-open-trial-database.
  *> ---------------------------------------------------------------------------
  *>  Opens (creates) the scratch copy the trial runs against.
  *> ---------------------------------------------------------------------------

  call "sqlite3_open" using concatenate(trim(trial-db-name), x"00"),
                            by reference trial-db-handle
                  returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-trial-error

  end-evaluate
  .

s002-close-database.
  *> ---------------------------------------------------------------------------
  *>  Closes the live SQLite3 database.
  *> ---------------------------------------------------------------------------

  call "sqlite3_close" using by reference db-handle
                   returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-trial-error

  end-evaluate
  .

s008-close-trial-database.
  *> ---------------------------------------------------------------------------
  *>  Closes the scratch copy.
  *> ---------------------------------------------------------------------------

  call "sqlite3_close" using by reference trial-db-handle
                   returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      perform s000-trial-error

  end-evaluate
  .

end program FOOTRIAL.
