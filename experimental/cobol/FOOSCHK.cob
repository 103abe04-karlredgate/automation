*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOSCHK.cob -lsqlite3
*>
*> FOOSCHKCTL (optional) - line 1 is the database path to check; see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*> Without it the program falls back to test.sdb.
*>
*> SCHEMLST - the schema level list FOOMIGR applies, sql/
*> schema_levels.lst (level in columns 1-4, script from column 6).
*>
*> Nightly schema pre-check, NIGHTDRV's first step.  Compares the
*> database's level (MAX(schema_level) in schema_version, zero when
*> the table is missing) with the highest level in the list shipped
*> with the programs.  A database BEHIND the list is missing tables
*> or columns tonight's programs expect, so rather than let the cycle
*> fail half way through the load it raises a SEV=8 CAT=SCHEMA alert
*> naming the levels and returns 8, which stops the cycle under
*> NIGHTDRV's fatal-threshold rule before anything is touched - run
*> FOOMIGR, then restart.  A database AHEAD of the list (programs
*> rolled back under a newer database) is a SEV=4 warning and the
*> cycle goes on.  A missing or empty list is treated as behind.

identification division.

  program-id.                          FOOSCHK.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select schema-control-file         assign to DA-S-FOOSCHKCTL
                                          organization line sequential
                                          file status is schema-control-status.

      select schema-list-file            assign to DA-S-SCHEMLST
                                          organization line sequential
                                          file status is schema-list-status.

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

  fd  schema-control-file.
  01  schema-control-record              pic x(256).

  fd  schema-list-file.
  01  schema-list-record                 pic x(80).

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

    01  schema-control-status          pic x(2) value "00".
      88  schema-control-ok            value "00".

    01  schema-list-status             pic x(2) value "00".
      88  schema-list-ok               value "00".
    01  end-of-schema-list             pic x value "N".
      88  no-more-schema-lines         value "Y".
    01  listed-level                   pic s9(4) comp value zero.
    01  listed-script                  pic x(64) value spaces.

    01  count-result                   pic s9(9) comp value zero.
    01  database-level                 pic s9(4) comp value zero.
    01  database-script                pic x(64) value spaces.
    01  level-display                  pic 9(4).
    01  level-display-2                pic 9(4).
    01  level-count-display            pic 9(9).
    01  check-severity                 pic s9(4) comp value zero.
    01  check-severity-display         pic 9.
    01  check-message                  pic x(160) value spaces.

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

    01  db-status                      pic s9(04) comp.
      88  sqlite-ok                    value zero.
      88  sqlite-error                 value 1.
      88  sqlite-busy                  value 5.
      88  sqlite-row                   value 100.
      88  sqlite-done                  value 101.

procedure division.

fooschk-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s010-read-schema-list

  perform s001-open-database

  perform s011-get-database-level

  perform s002-close-database

  perform s012-compare-levels

  evaluate check-severity

    when zero
      move "0000" to run-completion-code

    when 4
      move "0004" to run-completion-code

    when other
      move "0008" to run-completion-code

  end-evaluate

  perform s00d-write-batch-status

  move check-severity to return-code
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the database path to check.  The first line of the
  *>  control file (DD name FOOSCHKCTL) is the database path.  If the
  *>  control file is missing, fall back to the compiled-in default.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input schema-control-file

  evaluate true

    when schema-control-ok
      read schema-control-file into db-name
        at end continue
      end-read
      close schema-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if
  .

s010-read-schema-list.
  *> ---------------------------------------------------------------------------
  *>  The level these programs expect is the last (highest) level in
  *>  the list.
  *> ---------------------------------------------------------------------------

  move zero to listed-level

  open input schema-list-file

  if schema-list-ok
    move "N" to end-of-schema-list
    perform until no-more-schema-lines
      read schema-list-file
        at end
          move "Y" to end-of-schema-list
        not at end
          if schema-list-record(1:4) is numeric
              and numval(schema-list-record(1:4)) > listed-level
            move numval(schema-list-record(1:4)) to listed-level
            move trim(schema-list-record(6:)) to listed-script
          end-if
      end-read
    end-perform
    close schema-list-file
  end-if
  .

s011-get-database-level.
  *> ---------------------------------------------------------------------------
  *>  The database's level is its highest schema_version row; no
  *>  schema_version table at all means it has never been migrated.
  *> ---------------------------------------------------------------------------

  move zero to database-level

  move "SELECT COUNT(*) FROM sqlite_master WHERE type = 'table' AND name = 'schema_version';"
    to sql-statement
  perform snnn-fetch-count

  if count-result > zero
    move "SELECT COALESCE(MAX(schema_level), 0) FROM schema_version;"
      to sql-statement
    perform snnn-fetch-count
    move count-result to database-level
  end-if
  .

s012-compare-levels.
  *> ---------------------------------------------------------------------------
  *>  Behind the list (or no usable list) stops the cycle; ahead of it
  *>  is only a warning.  A database at the list's level says nothing.
  *> ---------------------------------------------------------------------------

  move database-level to level-display
  move listed-level to level-display-2
  move spaces to check-message

  evaluate true

    when listed-level = zero
      move 8 to check-severity
      string "FOOSCHK SCHEMA LEVEL LIST (SCHEMLST) MISSING OR EMPTY - "
                                      delimited by size,
             "database "              delimited by size,
             trim(db-name)            delimited by size,
             " at level "             delimited by size,
             level-display            delimited by size,
             " cannot be checked"     delimited by size
        into check-message
      end-string

    when database-level < listed-level
      move 8 to check-severity
      string "FOOSCHK DATABASE BEHIND: "  delimited by size,
             trim(db-name)                delimited by size,
             " is at schema level "       delimited by size,
             level-display                delimited by size,
             ", programs need level "     delimited by size,
             level-display-2              delimited by size,
             " ("                         delimited by size,
             trim(listed-script)          delimited by size,
             ") - run FOOMIGR"            delimited by size
        into check-message
      end-string

    when database-level > listed-level
      move 4 to check-severity
      string "FOOSCHK DATABASE AHEAD: "   delimited by size,
             trim(db-name)                delimited by size,
             " is at schema level "       delimited by size,
             level-display                delimited by size,
             ", programs list only level " delimited by size,
             level-display-2              delimited by size
        into check-message
      end-string

    when other
      move zero to check-severity
      display "FOOSCHK: " trim(db-name) " at schema level "
              level-display end-display

  end-evaluate

  if check-severity > zero
    perform snnn-write-schema-alert
  end-if
  .

snnn-write-schema-alert.
  *> ---------------------------------------------------------------------------
  *>  One NIGHTALRT line, led by the SEV=/CAT=SCHEMA tags the ALRTDSK
  *>  morning job routes on.
  *> ---------------------------------------------------------------------------

  move check-severity to check-severity-display
  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV="                      delimited by size,
         check-severity-display      delimited by size,
         " CAT=SCHEMA "              delimited by size,
         trim(check-message)         delimited by size,
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

snnn-fetch-count.
  *> ---------------------------------------------------------------------------
  *>  Compiles and runs the single-value statement just built, leaving
  *>  the result in count-result.
  *> ---------------------------------------------------------------------------

  move zero to count-result

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

  if not sqlite-ok
    perform s000-sqlite-error
    move "0008" to run-completion-code
    perform s00d-write-batch-status
    move db-status to return-code
    goback
  end-if

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  if sqlite-row
    call "sqlite3_column_int" using by reference pStmt,
                                    column-zero
                        returning count-result
    end-call
  end-if

  call "sqlite3_finalize" using by reference pStmt
                      returning db-status
  end-call
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
  *>  the other nightly steps, rows = the database's schema level.
  *> ---------------------------------------------------------------------------

  move database-level to level-count-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOSCHK"                     delimited by size,
         "|"                           delimited by size,
         run-completion-code           delimited by size,
         "|"                           delimited by size,
         level-count-display           delimited by size,
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

end program FOOSCHK.
