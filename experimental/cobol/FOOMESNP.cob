*> the month-end picture must not trim, so this step lands the
*> month-end cycle's whole foo table in foo_monthend (see
*> sql/foo_monthend.sql) keyed by the CYCLDATE business date, and
*> nothing deletes it.  The ind_status lifecycle is landed the same
*> way in foo_monthend_status (see sql/foo_monthend_status.sql), so
*> FOOQCMP can tell an indicator retired between two month-ends.  A
*> rerun of the same cycle date replaces that date's rows instead of
*> doubling them.

identification division.

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).


  perform s010-replace-tonights-snapshot

  perform s011-replace-tonights-status

  perform s002-close-database

  move "0000" to run-completion-code
  end-call
  .

s011-replace-tonights-status.
  *> ---------------------------------------------------------------------------
  *>  Same again for the ind_status lifecycle: clears any status rows
  *>  already keyed by tonight's cycle date and copies ind_status in
  *>  under that date.  The batch-status row count stays the foo rows.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "DELETE FROM foo_monthend_status WHERE snap_date = '"
                                     delimited by size,
         cycle-date                 delimited by size,
         "';"                       delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile
  perform s004-sql-execute
  perform snnn-sql-delete

  move spaces to sql-statement
  string "INSERT INTO foo_monthend_status (snap_date, ind_number, status)"
                                     delimited by size,
         " SELECT '"                delimited by size,
         cycle-date                 delimited by size,
         "', ind_number, status FROM ind_status;"
                                     delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile
  perform s004-sql-execute
  perform snnn-sql-delete
  .

s000-sqlite-error.
  *> ---------------------------------------------------------------------------
  *>  Converts the last API call error to a human readable message, and

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
