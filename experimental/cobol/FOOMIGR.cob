*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOMIGR.cob -lsqlite3
*>
*> FOOMIGRCTL (optional) - line 1 is the database path to bring up to
*> level; line 2 is the directory holding the sql/ scripts (default
*> "sql/", keep the trailing slash); line 3 is a baseline level, used
*> only for a database that predates schema_version: levels 0001 thru
*> the baseline are recorded as already present (BASELINE) instead of
*> being run.  See testsqlite3.ctl.sample for the same
*> one-line-per-value convention.  Without it the program migrates
*> test.sdb from sql/ with no baseline.
*>
*> SCHEMLST - the schema level list, sql/schema_levels.lst: one line
*> per script in the order the scripts must be applied, the level in
*> columns 1-4 (ascending, no gaps needed) and the script name from
*> column 6.  Level 0001 is schema_version.sql itself.  Every new
*> table or column reaches a database by adding its script here under
*> the next level - never by hand with the sqlite3 shell.
*>
*> Schema migration job.  Takes the run lock the nightly cycle and the
*> other ad hoc tools honor, reads the database's current level
*> (MAX(schema_level) in schema_version, zero when the table is not
*> there yet), and applies every listed script above that level in
*> level order.  Each script runs inside its own transaction together
*> with the schema_version row that records it, so a script either
*> lands completely and is recorded or leaves the database untouched;
*> the first failure is rolled back and stops the job with code 8,
*> leaving the database at the last level that applied cleanly.  Every
*> action - level found, each script applied or baselined, the
*> failure, the level reached - is written to the migration log
*> (MIGRLOG) and the run to BATCHSTAT, rows = scripts applied.
*> Rerunning after a fix simply carries on from where it stopped;
*> rerunning on a database already at the top level applies nothing.

identification division.

  program-id.                          FOOMIGR.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select migrate-control-file        assign to DA-S-FOOMIGRCTL
                                          organization line sequential
                                          file status is migrate-control-status.

      select schema-list-file            assign to DA-S-SCHEMLST
                                          organization line sequential
                                          file status is schema-list-status.

      select script-file                 assign to script-file-name
                                          organization line sequential
                                          file status is script-file-status.

      select migration-log               assign to DA-S-MIGRLOG
                                          organization line sequential
                                          file status is migration-log-status.

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

  fd  migrate-control-file.
  01  migrate-control-record             pic x(256).

  fd  schema-list-file.
  01  schema-list-record                 pic x(80).

  fd  script-file.
  01  script-record                      pic x(512).

  fd  migration-log.
  01  migration-log-record               pic x(256).

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
    01  db-message                     pic x(256).

    01  sql-statement                  pic x(1024). *> use max 1023 characters.
    01  num-bytes                      pic s9(04) comp.
    01  pStmt                          usage pointer.
    01  zTail                          pic s9(04) comp.
    01  column-zero                    pic s9(04) comp value zero.
    01  exec-null                      usage pointer value null.

    01  migrate-control-status         pic x(2) value "00".
      88  migrate-control-ok           value "00".
    01  script-directory               pic x(128) value "sql/".
    01  baseline-text                  pic x(80) value spaces.
    01  baseline-level                 pic s9(4) comp value zero.

*>  The schema level list, in the order the scripts are applied.
    01  schema-list-status             pic x(2) value "00".
      88  schema-list-ok               value "00".
    01  end-of-schema-list             pic x value "N".
      88  no-more-schema-lines         value "Y".
    01  level-count                    pic s9(4) comp value zero.
    01  level-table.
      02  level-entry                  occurs 200 times.
        03  level-number               pic s9(4) comp.
        03  level-script               pic x(64).
    01  level-sub                      pic s9(4) comp.
    01  highest-listed-level           pic s9(4) comp value zero.

*>  The script being applied, joined line by line (newline between
*>  lines, as the sqlite3 shell would read it) into one buffer for
*>  sqlite3_exec, which runs every statement in it in turn.
    01  script-file-name               pic x(200) value spaces.
    01  script-file-status             pic x(2) value "00".
      88  script-file-ok               value "00".
    01  end-of-script                  pic x value "N".
      88  no-more-script-lines         value "Y".
    01  script-buffer                  pic x(32000).
    01  script-length                  pic s9(9) comp value zero.
    01  script-line-length             pic s9(9) comp value zero.
    01  script-buffer-max              pic s9(9) comp value 31990.

    01  schema-table-count             pic s9(9) comp value zero.
    01  schema-row-count               pic s9(9) comp value zero.
    01  count-result                   pic s9(9) comp value zero.
    01  starting-level                 pic s9(4) comp value zero.
    01  current-level                  pic s9(4) comp value zero.
    01  scripts-applied                pic s9(9) comp value zero.
    01  scripts-baselined              pic s9(9) comp value zero.
    01  level-display                  pic 9(4).
    01  level-display-2                pic 9(4).
    01  count-display                  pic zzz,zz9.
    01  transaction-open               pic x value "N".
      88  migration-in-transaction     value "Y".

    01  migration-log-status           pic x(2) value "00".
      88  migration-log-ok             value "00".
    01  log-line                       pic x(256).
    01  log-timestamp                  pic x(26).

    01  run-lock-status                pic x(2) value "00".
      88  run-lock-ok                  value "00".
    01  run-lock-text                  pic x(80) value spaces.
    01  cycle-lock-flag                pic x value "N".
      88  cycle-lock-busy              value "Y".
    01  nightcycle-flag                pic x value "N".
    01  lock-retry-count               pic s9(04) comp value zero.
    01  lock-retry-max                 pic s9(04) comp value 5.
    01  lock-backoff-seconds           pic s9(04) comp.
    01  lock-is-held                   pic x value "N".
      88  migration-holds-the-lock     value "Y".

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

foomigr-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform snnn-check-run-lock

  perform s010-load-schema-list

  perform snnn-acquire-run-lock

  perform s001-open-database

  perform s011-get-current-level

  perform s012-apply-baseline

  perform s020-apply-outstanding-scripts

  perform s002-close-database

  perform snnn-release-run-lock

  move current-level to level-display
  move highest-listed-level to level-display-2
  move scripts-applied to count-display
  move spaces to log-line
  string "COMPLETE - DATABASE NOW AT LEVEL " delimited by size,
         level-display                       delimited by size,
         " OF "                              delimited by size,
         level-display-2                     delimited by size,
         ", SCRIPTS APPLIED: "               delimited by size,
         trim(count-display)                 delimited by size
    into log-line
  end-string
  perform snnn-write-migration-log

  move scripts-applied to rows-affected
  move "0000" to run-completion-code
  perform s00d-write-batch-status

  move zero to return-code
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Reads the database path, the script directory and the baseline
  *>  level from the control file (DD name FOOMIGRCTL).  Missing
  *>  control file or blank lines mean the compiled-in defaults.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input migrate-control-file

  evaluate true

    when migrate-control-ok
      read migrate-control-file into db-name
        at end continue
      end-read
      read migrate-control-file into script-directory
        at end continue
      end-read
      read migrate-control-file into baseline-text
        at end continue
      end-read
      close migrate-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if

  if script-directory = spaces
    move "sql/" to script-directory
  end-if

  if trim(baseline-text) is numeric
    move numval(trim(baseline-text)) to baseline-level
  end-if
  .

s010-load-schema-list.
  *> ---------------------------------------------------------------------------
  *>  Loads the schema level list (DD name SCHEMLST).  Levels must
  *>  climb line by line - a list out of order, or a line without a
  *>  level and a script name, would apply scripts in the wrong order,
  *>  so either stops the job before the database is touched.
  *> ---------------------------------------------------------------------------

  move zero to level-count
  move zero to highest-listed-level

  open input schema-list-file

  if not schema-list-ok
    move "schema level list (SCHEMLST) not found" to sql-statement
    perform s000-migrate-error
  end-if

  move "N" to end-of-schema-list
  perform until no-more-schema-lines
    read schema-list-file
      at end
        move "Y" to end-of-schema-list
      not at end
        if schema-list-record not = spaces
          perform snnn-take-schema-line
        end-if
    end-read
  end-perform

  close schema-list-file

  if level-count = zero
    move "schema level list (SCHEMLST) is empty" to sql-statement
    perform s000-migrate-error
  end-if
  .

snnn-take-schema-line.
  *> ---------------------------------------------------------------------------
  *>  Checks and keeps one line of the level list.
  *> ---------------------------------------------------------------------------

  if schema-list-record(1:4) is not numeric
      or schema-list-record(6:) = spaces
      or level-count >= 200
    move spaces to sql-statement
    string "unusable schema level list line: " delimited by size,
           trim(schema-list-record)            delimited by size
      into sql-statement
    end-string
    perform s000-migrate-error
  end-if

  if numval(schema-list-record(1:4)) <= highest-listed-level
    move spaces to sql-statement
    string "schema level list out of order at: " delimited by size,
           trim(schema-list-record)              delimited by size
      into sql-statement
    end-string
    perform s000-migrate-error
  end-if

  add 1 to level-count
  move numval(schema-list-record(1:4)) to level-number(level-count)
  move trim(schema-list-record(6:)) to level-script(level-count)
  move level-number(level-count) to highest-listed-level
  .

s011-get-current-level.
  *> ---------------------------------------------------------------------------
  *>  The database's level is the highest schema_version row; a
  *>  database without the table at all (never migrated) is level
  *>  zero.
  *> ---------------------------------------------------------------------------

  move "SELECT COUNT(*) FROM sqlite_master WHERE type = 'table' AND name = 'schema_version';"
    to sql-statement
  perform snnn-fetch-count
  move count-result to schema-table-count

  move zero to current-level
  move zero to schema-row-count

  if schema-table-count > zero
    move "SELECT COUNT(*) FROM schema_version;" to sql-statement
    perform snnn-fetch-count
    move count-result to schema-row-count
    move "SELECT COALESCE(MAX(schema_level), 0) FROM schema_version;"
      to sql-statement
    perform snnn-fetch-count
    move count-result to current-level
  end-if

  move current-level to starting-level

  move current-level to level-display
  move highest-listed-level to level-display-2
  move spaces to log-line
  string "DATABASE "                delimited by size,
         trim(db-name)              delimited by size,
         " FOUND AT LEVEL "         delimited by size,
         level-display              delimited by size,
         ", LIST TOP LEVEL "        delimited by size,
         level-display-2            delimited by size
    into log-line
  end-string
  perform snnn-write-migration-log
  .

s012-apply-baseline.
  *> ---------------------------------------------------------------------------
  *>  A database built by hand before schema_version existed already
  *>  holds the tables of the early levels; running their scripts
  *>  again would fail on the tables being there.  The control file's
  *>  baseline level says how far such a database already is: the
  *>  level 0001 script (schema_version.sql, safe to run on any
  *>  database) is run to create the table, and every listed level up
  *>  to the baseline is recorded as BASELINE without its script being
  *>  run.  A database that already has schema_version rows ignores
  *>  the baseline - its own rows say where it is.
  *> ---------------------------------------------------------------------------

  if baseline-level = zero
    exit paragraph
  end-if

  if schema-row-count > zero
    move baseline-level to level-display
    move spaces to log-line
    string "BASELINE LEVEL "            delimited by size,
           level-display                delimited by size,
           " IGNORED - DATABASE ALREADY TRACKS ITS LEVEL"
                                        delimited by size
      into log-line
    end-string
    perform snnn-write-migration-log
    exit paragraph
  end-if

  perform snnn-begin-transaction

  move 1 to level-sub
  perform snnn-load-script
  perform snnn-run-script

  perform varying level-sub from 1 by 1
      until level-sub > level-count
         or level-number(level-sub) > baseline-level
    move "BASELINE" to log-line
    perform snnn-record-level
    add 1 to scripts-baselined
  end-perform

  perform snnn-commit-transaction

  perform varying level-sub from 1 by 1
      until level-sub > level-count
         or level-number(level-sub) > baseline-level
    move level-number(level-sub) to current-level
    move current-level to level-display
    move spaces to log-line
    string "LEVEL "                   delimited by size,
           level-display              delimited by size,
           " "                        delimited by size,
           trim(level-script(level-sub)) delimited by size,
           " RECORDED AS BASELINE - NOT RUN"
                                      delimited by size
      into log-line
    end-string
    perform snnn-write-migration-log
  end-perform
  .

s020-apply-outstanding-scripts.
  *> ---------------------------------------------------------------------------
  *>  Applies every listed script above the database's level, lowest
  *>  level first, each in its own transaction with its schema_version
  *>  row.
  *> ---------------------------------------------------------------------------

  perform varying level-sub from 1 by 1
      until level-sub > level-count

    if level-number(level-sub) > current-level

      perform snnn-load-script

      perform snnn-begin-transaction
      perform snnn-run-script
      move "APPLIED" to log-line
      perform snnn-record-level
      perform snnn-commit-transaction

      move level-number(level-sub) to current-level
      add 1 to scripts-applied

      move current-level to level-display
      move spaces to log-line
      string "LEVEL "                      delimited by size,
             level-display                 delimited by size,
             " "                           delimited by size,
             trim(level-script(level-sub)) delimited by size,
             " APPLIED"                    delimited by size
        into log-line
      end-string
      perform snnn-write-migration-log

    end-if

  end-perform

  if scripts-applied = zero
    move current-level to level-display
    move spaces to log-line
    string "NOTHING TO APPLY - DATABASE ALREADY AT LEVEL "
                                        delimited by size,
           level-display                delimited by size
      into log-line
    end-string
    perform snnn-write-migration-log
  end-if
  .

snnn-load-script.
  *> ---------------------------------------------------------------------------
  *>  Reads the script for level-sub into script-buffer, one newline
  *>  after each line, and ends it with the null terminator
  *>  sqlite3_exec expects.  A script missing from the directory or
  *>  too large for the buffer stops the job before it runs.
  *> ---------------------------------------------------------------------------

  move spaces to script-file-name
  string trim(script-directory)         delimited by size,
         trim(level-script(level-sub))  delimited by size
    into script-file-name
  end-string

  move spaces to script-buffer
  move zero to script-length

  open input script-file

  if not script-file-ok
    move spaces to sql-statement
    string "migration script not found: " delimited by size,
           trim(script-file-name)         delimited by size
      into sql-statement
    end-string
    perform s000-migrate-error
  end-if

  move "N" to end-of-script
  perform until no-more-script-lines
    read script-file
      at end
        move "Y" to end-of-script
      not at end
        perform snnn-append-script-line
    end-read
  end-perform

  close script-file

  move x"00" to script-buffer(script-length + 1:1)
  .

snnn-append-script-line.
  *> ---------------------------------------------------------------------------
  *>  Adds one script line (trailing spaces dropped) and its newline
  *>  to the buffer.
  *> ---------------------------------------------------------------------------

  if script-record = spaces
    move zero to script-line-length
  else
    move length(trim(script-record, trailing)) to script-line-length
  end-if

  if script-length + script-line-length + 1 > script-buffer-max
    move spaces to sql-statement
    string "migration script too large: " delimited by size,
           trim(script-file-name)         delimited by size
      into sql-statement
    end-string
    perform s000-migrate-error
  end-if

  if script-line-length > zero
    move script-record(1:script-line-length)
      to script-buffer(script-length + 1:script-line-length)
    add script-line-length to script-length
  end-if

  add 1 to script-length
  move x"0A" to script-buffer(script-length:1)
  .

snnn-run-script.
  *> ---------------------------------------------------------------------------
  *>  Runs every statement of the loaded script.  Any failure is
  *>  rolled back with the rest of the level's transaction.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "running "                 delimited by size,
         trim(script-file-name)     delimited by size
    into sql-statement
  end-string

  call "sqlite3_exec" using by reference db-handle,
                            by reference script-buffer,
                            by value exec-null,
                            by value exec-null,
                            by value exec-null
                  returning db-status
  end-call

  if not sqlite-ok
    perform s000-migrate-error
  end-if
  .

snnn-record-level.
  *> ---------------------------------------------------------------------------
  *>  Writes the schema_version row for level-sub, inside the level's
  *>  transaction; log-line carries how it got there (APPLIED or
  *>  BASELINE).
  *> ---------------------------------------------------------------------------

  move level-number(level-sub) to level-display

  move spaces to sql-statement
  string "INSERT INTO schema_version (schema_level, script_name,"
                                       delimited by size,
         " applied_timestamp, applied_how) VALUES ("
                                       delimited by size,
         level-display                 delimited by size,
         ", '"                         delimited by size,
         trim(level-script(level-sub)) delimited by size,
         "', datetime('now', 'localtime'), '"
                                       delimited by size,
         trim(log-line)                delimited by size,
         "');"                         delimited by size
    into sql-statement
  end-string

  perform snnn-exec-statement
  .

snnn-begin-transaction.
  *> ---------------------------------------------------------------------------
  *>  Opens the transaction one level's changes are made under.
  *> ---------------------------------------------------------------------------

  move "BEGIN;" to sql-statement
  perform snnn-exec-statement
  move "Y" to transaction-open
  .

snnn-commit-transaction.
  *> ---------------------------------------------------------------------------
  *>  Commits the level - script and schema_version row together.
  *> ---------------------------------------------------------------------------

  move "COMMIT;" to sql-statement
  perform snnn-exec-statement
  move "N" to transaction-open
  .

snnn-exec-statement.
  *> ---------------------------------------------------------------------------
  *>  Runs the single statement in sql-statement; a failure is fatal.
  *> ---------------------------------------------------------------------------

  call "sqlite3_exec" using by reference db-handle,
                            concatenate(trim(sql-statement), x"00"),
                            by value exec-null,
                            by value exec-null,
                            by value exec-null
                  returning db-status
  end-call

  if not sqlite-ok
    perform s000-migrate-error
  end-if
  .

snnn-fetch-count.
  *> ---------------------------------------------------------------------------
  *>  Compiles and runs the single-value count statement just built,
  *>  leaving the result in count-result.
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
    perform s000-migrate-error
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

snnn-write-migration-log.
  *> ---------------------------------------------------------------------------
  *>  Appends one timestamped line to the migration log and echoes it
  *>  to the job log.
  *> ---------------------------------------------------------------------------

  move current-date to log-timestamp

  move spaces to migration-log-record
  string log-timestamp(1:14)        delimited by size,
         " FOOMIGR "                delimited by size,
         trim(log-line)             delimited by size
    into migration-log-record
  end-string

  display trim(migration-log-record) end-display

  open extend migration-log
  if not migration-log-ok
    open output migration-log
  end-if

  write migration-log-record

  close migration-log
  .

snnn-check-run-lock.
  *> ---------------------------------------------------------------------------
  *>  Run serialization, same check FOOREST and FOOMAINT make: changing
  *>  the schema while NIGHTDRV's cycle holds the run lock would pull
  *>  tables out from under a running load.  Waits a bounded time for
  *>  the lock to clear, then comes back with a clear message and
  *>  completion code 0012 instead.
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
      display "FOOMIGR: nightly cycle in progress - "
              "try again after NIGHTDRV releases the run lock"
      end-display
      move "0012" to run-completion-code
      perform s00d-write-batch-status
      move 12 to return-code
      goback
    end-if

  end-if
  .

snnn-acquire-run-lock.
  *> ---------------------------------------------------------------------------
  *>  Takes the run lock for the duration of the migration, the same
  *>  LOCKED record NIGHTDRV writes.
  *> ---------------------------------------------------------------------------

  move current-date to run-timestamp
  move spaces to run-lock-record
  string "LOCKED "                 delimited by size,
         run-timestamp             delimited by size
    into run-lock-record
  end-string
  open output run-lock-file
  write run-lock-record
  close run-lock-file
  move "Y" to lock-is-held
  .

snnn-release-run-lock.
  *> ---------------------------------------------------------------------------
  *>  Releases the run lock - migration finished or failed.
  *> ---------------------------------------------------------------------------

  if migration-holds-the-lock
    move current-date to run-timestamp
    move spaces to run-lock-record
    string "RELEASED "               delimited by size,
           run-timestamp             delimited by size
      into run-lock-record
    end-string
    open output run-lock-file
    write run-lock-record
    close run-lock-file
    move "N" to lock-is-held
  end-if
  .

s000-migrate-error.
  *> ---------------------------------------------------------------------------
  *>  A script that fails stops the job: the level's open transaction
  *>  is rolled back so the database stays at the last level that
  *>  applied cleanly, and the failure goes to the migration log, the
  *>  error log and the batch-status line before the lock is released.
  *> ---------------------------------------------------------------------------

  move spaces to db-message

  if db-handle not equal null
    call "sqlite3_errmsg" using by reference db-handle
                    returning db-message-ptr
    end-call
    if db-message-ptr not equal null
      set address of db-message-area to db-message-ptr
      move db-message-area to db-message
    end-if
  end-if

  display "FOOMIGR ERROR: ", db-status, " ", trim(db-message),
          " ", trim(sql-statement) end-display

  perform s00b-write-error-log

  if migration-in-transaction
    move "N" to transaction-open
    call "sqlite3_exec" using by reference db-handle,
                              concatenate("ROLLBACK;", x"00"),
                              by value exec-null,
                              by value exec-null,
                              by value exec-null
                    returning db-status
    end-call
  end-if

  move current-level to level-display
  move spaces to log-line
  string "FAILED - "                delimited by size,
         trim(sql-statement)        delimited by size,
         " - "                      delimited by size,
         trim(db-message)           delimited by size,
         " - DATABASE LEFT AT LEVEL " delimited by size,
         level-display              delimited by size
    into log-line
  end-string
  perform snnn-write-migration-log

  perform snnn-release-run-lock

  move scripts-applied to rows-affected
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
  *>  Appends this run's result to the shared batch-status log, same as
  *>  the other batch programs, rows = scripts applied.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOMIGR"                     delimited by size,
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
  *>  for the error log name.  A missing or unusable control record
  *>  means today's actual date.
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
  *>  Opens the SQLite3 database being migrated.
  *> ---------------------------------------------------------------------------

  call "sqlite3_open" using concatenate(trim(db-name), x"00"),
                            by reference db-handle
                  returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      move "opening the database" to sql-statement
      perform s000-migrate-error

  end-evaluate
  .

s002-close-database.
  *> ---------------------------------------------------------------------------
  *>  Closes the SQLite3 database.
  *> ---------------------------------------------------------------------------

  call "sqlite3_close" using by reference db-handle
                   returning db-status
  end-call

  evaluate true

    when sqlite-ok
      continue

    when other
      move "closing the database" to sql-statement
      perform s000-migrate-error

  end-evaluate
  .

end program FOOMIGR.
