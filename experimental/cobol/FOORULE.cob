*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOORULE.cob -lsqlite3
*>
*> FOORULCTL (optional) - line 1 is the database path to sweep; see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*> Without it the program falls back to test.sdb.
*>
*> Post-load consistency sweep: FOOLIMIT checks each indicator against
*> its own range, this step checks indicators against one another.
*> Every rule in ind_rules (see sql/ind_rules.sql, maintained through
*> FOOMAINT target R) is evaluated against "foo" - X mutually
*> exclusive, Q requires, I implies, an indicator counting as set when
*> its foo row carries a nonzero ind_value - and each violation is
*> written to the NIGHTALRT alert file NIGHTDRV already maintains, with
*> both indicators' ind_names business names and values, led by the
*> SEV=/CAT=RULE tags the ALRTDSK morning job routes on.  Returns the
*> worst violation's 0/4/8 severity as the completion code, so a rule
*> marked fatal stops the cycle under NIGHTDRV's fatal-threshold rule.

identification division.

  program-id.                          FOORULE.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select rule-control-file           assign to DA-S-FOORULCTL
                                          organization line sequential
                                          file status is rule-control-status.

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

  fd  rule-control-file.
  01  rule-control-record                pic x(256).

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
    01  column-number                  pic s9(04) comp.
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

    01  rule-control-status            pic x(2) value "00".
      88  rule-control-ok              value "00".

    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".

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

    01  violation-count                pic s9(9) comp value zero.
    01  violation-count-display        pic 9(9).
    01  worst-severity                 pic s9(4) comp value zero.
    01  violation-severity             pic s9(9) comp.

    01  rule-ind-number                pic x(18).
    01  rule-type                      pic x(18).
      88  rule-exclusive               value "X".
      88  rule-requires                value "Q".
      88  rule-implies                 value "I".
    01  rule-other-number              pic x(18).
    01  rule-severity-text             pic x(18).
    01  rule-ind-value                 pic x(18).
    01  rule-other-value               pic x(18).
    01  rule-ind-name                  pic x(20).
    01  rule-other-name                pic x(20).
    01  rule-wording                   pic x(40).

    01  column-value                   pic x(256).
    01  column-int-value               pic s9(18) comp.
    01  column-dbl-value               usage comp-2.
    01  column-dbl-display             pic -(9)9.9(6).
    01  column-int-display             pic -(17)9.
    01  column-text-ptr                usage pointer.
    01  column-blob-ptr                usage pointer.
    01  column-text-area               pic x(256) based.

    01  column-type                    pic s9(04) comp.
      88  sqlite-integer               value 1.
      88  sqlite-float                 value 2.
      88  sqlite-text                  value 3.
      88  sqlite-blob                  value 4.
      88  sqlite-null                  value 5.

    01  db-status                      pic s9(04) comp.
      88  sqlite-ok                    value zero.
      88  sqlite-error                 value 1.
      88  sqlite-busy                  value 5.
      88  sqlite-row                   value 100.
      88  sqlite-done                  value 101.

procedure division.

foorule-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s001-open-database

  perform s010-build-sweep-statement

  perform s003-sql-compile

  perform s004-sweep-and-alert

  perform snnn-sql-delete

  perform s002-close-database

  evaluate worst-severity

    when zero
      move "0000" to run-completion-code

    when 4
      move "0004" to run-completion-code

    when other
      move "0008" to run-completion-code

  end-evaluate

  perform s00d-write-batch-status

  move worst-severity to return-code
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the database path to sweep.  The first line of the control
  *>  file (DD name FOORULCTL) is the database path.  If the control
  *>  file is missing, fall back to the compiled-in default.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input rule-control-file

  evaluate true

    when rule-control-ok
      read rule-control-file into db-name
        at end continue
      end-read
      close rule-control-file

    when other
      continue

  end-evaluate
  .

s010-build-sweep-statement.
  *> ---------------------------------------------------------------------------
  *>  Builds the sweep: every rule whose indicators disagree tonight,
  *>  with both foo values and business names joined in for the alert
  *>  line.  An indicator with no foo row counts as not set.
  *> ---------------------------------------------------------------------------

  string "SELECT r.ind_number, r.rule_type, r.other_ind_number,"
                                     delimited by size,
         " r.severity, COALESCE(a.ind_value, 0),"
                                     delimited by size,
         " COALESCE(b.ind_value, 0),"
                                     delimited by size,
         " COALESCE(na.ind_name, '(unnamed)'),"
                                     delimited by size,
         " COALESCE(nb.ind_name, '(unnamed)')"
                                     delimited by size,
         " FROM ind_rules r"         delimited by size,
         " LEFT JOIN foo a ON a.ind_number = r.ind_number"
                                     delimited by size,
         " LEFT JOIN foo b ON b.ind_number = r.other_ind_number"
                                     delimited by size,
         " LEFT JOIN ind_names na ON na.ind_number = r.ind_number"
                                     delimited by size,
         " LEFT JOIN ind_names nb"   delimited by size,
         " ON nb.ind_number = r.other_ind_number"
                                     delimited by size,
         " WHERE COALESCE(a.ind_value, 0) <> 0"
                                     delimited by size,
         " AND ((r.rule_type = 'X' AND COALESCE(b.ind_value, 0) <> 0)"
                                     delimited by size,
         " OR (r.rule_type IN ('Q', 'I')"
                                     delimited by size,
         " AND COALESCE(b.ind_value, 0) = 0))"
                                     delimited by size,
         " ORDER BY r.ind_number, r.other_ind_number;"
                                     delimited by size
    into sql-statement
  end-string
  .

s004-sweep-and-alert.
  *> ---------------------------------------------------------------------------
  *>  Drives the compiled sweep to completion, writing one alert line
  *>  per violation and keeping the worst severity seen for the
  *>  completion code.
  *> ---------------------------------------------------------------------------

  move "N" to end-of-rows

  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        perform snnn-write-violation-alert

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
  .

snnn-write-violation-alert.
  *> ---------------------------------------------------------------------------
  *>  Formats the current violation as one NIGHTALRT line - the rule,
  *>  both indicators with their business names and values, and the
  *>  severity - and folds its severity into the worst seen.  The
  *>  wording names the indicator to look at: for a requires rule the
  *>  one set without its prerequisite, for an implies rule the one
  *>  that was missed.
  *> ---------------------------------------------------------------------------

  add 1 to violation-count

  move zero to column-number
  perform snnn-get-column-value
  move column-value to rule-ind-number

  move 1 to column-number
  perform snnn-get-column-value
  move column-value to rule-type

  move 2 to column-number
  perform snnn-get-column-value
  move column-value to rule-other-number

  move 3 to column-number
  perform snnn-get-column-value
  move column-value to rule-severity-text
  move numval(trim(rule-severity-text)) to violation-severity

  move 4 to column-number
  perform snnn-get-column-value
  move column-value to rule-ind-value

  move 5 to column-number
  perform snnn-get-column-value
  move column-value to rule-other-value

  move 6 to column-number
  perform snnn-get-column-value
  move column-value to rule-ind-name

  move 7 to column-number
  perform snnn-get-column-value
  move column-value to rule-other-name

  evaluate true
    when rule-exclusive
      move "set together with exclusive" to rule-wording
    when rule-requires
      move "set without required" to rule-wording
    when other
      move "set but missing implied" to rule-wording
  end-evaluate

  if violation-severity > worst-severity
    move violation-severity to worst-severity
  end-if

  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV="                      delimited by size,
         trim(rule-severity-text)    delimited by size,
         " CAT=RULE "                delimited by size,
         "FOORULE VIOLATION: ind="   delimited by size,
         trim(rule-ind-number)       delimited by size,
         " ("                        delimited by size,
         trim(rule-ind-name)         delimited by size,
         ") value="                  delimited by size,
         trim(rule-ind-value)        delimited by size,
         " "                         delimited by size,
         trim(rule-wording)          delimited by size,
         " ind="                     delimited by size,
         trim(rule-other-number)     delimited by size,
         " ("                        delimited by size,
         trim(rule-other-name)       delimited by size,
         ") value="                  delimited by size,
         trim(rule-other-value)      delimited by size,
         " rule="                    delimited by size,
         trim(rule-type)             delimited by size,
         " severity="                delimited by size,
         trim(rule-severity-text)    delimited by size,
         " timestamp="               delimited by size,
         run-timestamp               delimited by size
    into alert-record
  end-string

  display alert-record end-display

  open extend alert-file
  if not alert-file-ok
    open output alert-file
  end-if
  write alert-record
  close alert-file
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
  *>  Appends this run's result to the shared batch-status log, same as
  *>  the other nightly steps, rows = violations found.
  *> ---------------------------------------------------------------------------

  move violation-count to violation-count-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOORULE"                     delimited by size,
         "|"                           delimited by size,
         run-completion-code           delimited by size,
         "|"                           delimited by size,
         violation-count-display       delimited by size,
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
  *>  this cycle is running for, so a rerun of a prior night's work
  *>  carries that night's date on rows, reports, and log names, with
  *>  wall-clock times still stamped separately.  A missing or
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
  *>  Compiles the sweep statement into a byte-code program.
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

snnn-get-column-bytes.
  *> ---------------------------------------------------------------------------
  *>  Returns the number of bytes in a TEXT or BLOB column.
  *> ---------------------------------------------------------------------------

  call "sqlite3_column_bytes" using by reference pStmt,
                                    column-number
                          returning num-bytes
  end-call
  .

snnn-get-column-value.
  *> ---------------------------------------------------------------------------
  *>  Fetches the value of the current column, for the current row, into
  *>  column-value as display text - same generic fetch used by
  *>  testsqlite3/FOOEXP/FOORECON.
  *> ---------------------------------------------------------------------------

  call "sqlite3_column_type" using by reference pStmt,
                                  column-number
                        returning column-type
  end-call

  move spaces to column-value

  evaluate true

    when sqlite-integer
      call "sqlite3_column_int64" using by reference pStmt,
                                        column-number
                            returning column-int-value
      end-call
      move column-int-value to column-int-display
      move column-int-display to column-value

    when sqlite-float
      call "sqlite3_column_double" using by reference pStmt,
                                         column-number
                             returning column-dbl-value
      end-call
      move column-dbl-value to column-dbl-display
      move column-dbl-display to column-value

    when sqlite-text
      call "sqlite3_column_text" using by reference pStmt,
                                       column-number
                           returning column-text-ptr
      end-call
      perform snnn-get-column-bytes
      if column-text-ptr equal null or num-bytes <= zero
        continue
      else
        set address of column-text-area to column-text-ptr
        move column-text-area(1:num-bytes) to column-value
      end-if

    when sqlite-blob
      move "<blob>" to column-value

    when sqlite-null
      move zero to column-value

    when other
      move zero to column-value

  end-evaluate
  .

end program FOORULE.
