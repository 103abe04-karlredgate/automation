*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOAPRPT.cob -lsqlite3
*>
*> Outstanding-approvals report for FOOMAINT dual control.  Every
*> maintenance transaction waits in the foo_approval queue (see
*> sql/foo_approval.sql) under its maker's operator id until a
*> different operator decides it through an FOOAPPR deck; this step
*> prints one line per transaction still awaiting a decision (APPRRPT):
*> queue id, when and by whom it was entered, how many days it has
*> waited against tonight's CYCLDATE, its effective date, and the
*> transaction image itself.  A change to a fatal-severity (8) limit
*> in ind_limits is flagged on its line, since that is the change one
*> person must never be able to make alone.  Anything entered before
*> tonight and still undecided is raised on NIGHTALRT (SEV=4
*> CAT=APPROVAL) and returns completion code 4, so a queue nobody is
*> working does not go unnoticed.  Runs as a NIGHTDRV step after
*> FOOPEND.

identification division.

  program-id.                          FOOAPRPT.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select approval-report             assign to DA-S-APPRRPT
                                          organization line sequential
                                          file status is approval-report-status.

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

  fd  approval-report.
  01  approval-report-record             pic x(132).

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

    01  approval-report-status         pic x(2) value "00".
      88  approval-report-ok           value "00".

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

*>  One queued transaction as the report prints it.
    01  waiting-queue-id               pic x(18).
    01  waiting-entered                pic x(19).
    01  waiting-maker-id               pic x(8).
    01  waiting-image                  pic x(31).
    01  waiting-effective-date         pic x(8).
    01  waiting-age-text               pic x(18).
    01  waiting-age                    pic s9(9) comp.
    01  waiting-age-display            pic zzzz9.

    01  waiting-count                  pic s9(9) comp value zero.
    01  waiting-count-display          pic 9(9).
    01  overdue-count                  pic s9(9) comp value zero.
    01  fatal-limit-count              pic s9(9) comp value zero.
    01  oldest-age                     pic s9(9) comp value zero.
    01  total-display                  pic zzz,zz9.

    01  column-value                   pic x(256).
    01  column-int-value               pic s9(18) comp.
    01  column-dbl-value               usage comp-2.
    01  column-dbl-display             pic -(9)9.9(6).
    01  column-int-display             pic -(17)9.
    01  column-text-ptr                usage pointer.
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

fooaprpt-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s001-open-database

  perform s020-write-report-header

  perform s010-build-waiting-statement

  perform s003-sql-compile

  perform s004-list-waiting-transactions

  perform snnn-sql-delete

  perform s002-close-database

  perform s030-write-report-totals

  if overdue-count > zero
    perform snnn-write-overdue-alert
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
  *>  Builds the dated audit/error log name and picks up the CYCLDATE
  *>  business date the queue ages are measured against.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string
  .

s010-build-waiting-statement.
  *> ---------------------------------------------------------------------------
  *>  Builds the listing: every foo_approval row still at P, oldest
  *>  first, with its age in whole days against tonight's CYCLDATE.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT appr_id, substr(entered_timestamp, 1, 19),"
                                     delimited by size,
         " maker_id, tran_image, effective_date,"
                                     delimited by size,
         " CAST(julianday('"         delimited by size,
         cycle-date-iso              delimited by size,
         "') - julianday(substr(entered_timestamp, 1, 10))"
                                     delimited by size,
         " AS INTEGER)"              delimited by size,
         " FROM foo_approval WHERE appr_status = 'P'"
                                     delimited by size,
         " ORDER BY appr_id;"        delimited by size
    into sql-statement
  end-string
  .

s004-list-waiting-transactions.
  *> ---------------------------------------------------------------------------
  *>  Drives the compiled listing to completion, one report line per
  *>  waiting transaction.
  *> ---------------------------------------------------------------------------

  move "N" to end-of-rows

  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        perform snnn-write-waiting-line

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

snnn-write-waiting-line.
  *> ---------------------------------------------------------------------------
  *>  Formats the current queue row as one report line.  A target-L
  *>  transaction carrying severity 8 (FOOTRAN columns 11 and 17) is a
  *>  fatal-limit change and is flagged; anything entered before
  *>  tonight counts as overdue for the alert.
  *> ---------------------------------------------------------------------------

  add 1 to waiting-count

  move zero to column-number
  perform snnn-get-column-value
  move column-value to waiting-queue-id

  move 1 to column-number
  perform snnn-get-column-value
  move column-value to waiting-entered

  move 2 to column-number
  perform snnn-get-column-value
  move column-value to waiting-maker-id

  move 3 to column-number
  perform snnn-get-column-value
  move column-value to waiting-image

  move 4 to column-number
  perform snnn-get-column-value
  move column-value to waiting-effective-date

  move 5 to column-number
  perform snnn-get-column-value
  move column-value to waiting-age-text
  move numval(trim(waiting-age-text)) to waiting-age
  if waiting-age < zero
    move zero to waiting-age
  end-if
  move waiting-age to waiting-age-display

  if waiting-age > zero
    add 1 to overdue-count
  end-if
  if waiting-age > oldest-age
    move waiting-age to oldest-age
  end-if

  move spaces to approval-report-record
  string trim(waiting-queue-id)      delimited by size,
         "  "                        delimited by size,
         waiting-entered             delimited by size,
         "  "                        delimited by size,
         waiting-maker-id            delimited by size,
         "  "                        delimited by size,
         waiting-age-display         delimited by size,
         "  ["                       delimited by size,
         waiting-image               delimited by size,
         "]  "                       delimited by size,
         waiting-effective-date      delimited by size
    into approval-report-record
  end-string

  if waiting-image(11:1) = "L" and waiting-image(17:1) = "8"
    add 1 to fatal-limit-count
    string trim(approval-report-record) delimited by size,
           "  ** FATAL-SEVERITY LIMIT CHANGE **"
                                      delimited by size
      into approval-report-record
    end-string
  end-if

  perform snnn-write-report-line
  .

s020-write-report-header.
  *> ---------------------------------------------------------------------------
  *>  Writes the report title, run date, and column headings.
  *> ---------------------------------------------------------------------------

  move spaces to approval-report-record
  string "FOOAPRPT TRANSACTIONS AWAITING APPROVAL  RUN DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into approval-report-record
  end-string
  perform snnn-write-report-line

  move spaces to approval-report-record
  perform snnn-write-report-line

  move "QUEUE ID   ENTERED              MAKER      DAYS  TRANSACTION"
    to approval-report-record
  move "EFFECTIVE" to approval-report-record(79:9)
  perform snnn-write-report-line

  move spaces to approval-report-record
  perform snnn-write-report-line
  .

s030-write-report-totals.
  *> ---------------------------------------------------------------------------
  *>  Prints the totals: transactions waiting, how many were entered
  *>  before tonight, the fatal-limit changes among them, and the age
  *>  of the oldest.  An empty queue says so.
  *> ---------------------------------------------------------------------------

  if waiting-count = zero
    move "NO TRANSACTIONS AWAITING APPROVAL"
      to approval-report-record
    perform snnn-write-report-line
  end-if

  move spaces to approval-report-record
  perform snnn-write-report-line

  move waiting-count to total-display
  move spaces to approval-report-record
  string "TRANSACTIONS AWAITING APPROVAL: " delimited by size,
         total-display                      delimited by size
    into approval-report-record
  end-string
  perform snnn-write-report-line

  move overdue-count to total-display
  move spaces to approval-report-record
  string "ENTERED BEFORE TONIGHT:         " delimited by size,
         total-display                      delimited by size
    into approval-report-record
  end-string
  perform snnn-write-report-line

  move fatal-limit-count to total-display
  move spaces to approval-report-record
  string "FATAL-SEVERITY LIMIT CHANGES:   " delimited by size,
         total-display                      delimited by size
    into approval-report-record
  end-string
  perform snnn-write-report-line

  move oldest-age to total-display
  move spaces to approval-report-record
  string "OLDEST WAITING (DAYS):          " delimited by size,
         total-display                      delimited by size
    into approval-report-record
  end-string
  perform snnn-write-report-line
  .

snnn-write-report-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to tonight's approvals report.
  *> ---------------------------------------------------------------------------

  open extend approval-report
  if not approval-report-ok
    open output approval-report
  end-if

  write approval-report-record

  close approval-report
  .

snnn-write-overdue-alert.
  *> ---------------------------------------------------------------------------
  *>  Raises one NIGHTALRT line for the whole overdue queue - count,
  *>  fatal-limit changes among them, and the oldest age - led by the
  *>  SEV=/CAT= tags the ALRTDSK morning job routes on.
  *> ---------------------------------------------------------------------------

  move current-date to run-timestamp

  move overdue-count to waiting-count-display

  move spaces to alert-record
  string "SEV=4 CAT=APPROVAL "        delimited by size,
         "FOOAPRPT OVERDUE: "         delimited by size,
         waiting-count-display        delimited by size,
         " maintenance transaction(s) entered before "
                                      delimited by size,
         cycle-date                   delimited by size,
         " still await a second operator's approval"
                                      delimited by size
    into alert-record
  end-string

  move fatal-limit-count to waiting-count-display
  string trim(alert-record)           delimited by size,
         " fatal-limit-changes="      delimited by size,
         waiting-count-display        delimited by size
    into alert-record
  end-string

  move oldest-age to waiting-count-display
  string trim(alert-record)           delimited by size,
         " oldest-days="              delimited by size,
         waiting-count-display        delimited by size,
         " timestamp="                delimited by size,
         run-timestamp                delimited by size
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
  *>  the other nightly steps, rows = transactions awaiting approval.
  *> ---------------------------------------------------------------------------

  move waiting-count to waiting-count-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOAPRPT"                    delimited by size,
         "|"                           delimited by size,
         run-completion-code           delimited by size,
         "|"                           delimited by size,
         waiting-count-display         delimited by size,
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
  *>  Compiles the listing statement into a byte-code program.
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

end program FOOAPRPT.
