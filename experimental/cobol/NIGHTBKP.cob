  01  backup-control-record              pic x(256).

  fd  generation-log.
  01  generation-log-record              pic x(256).

  fd  cycle-date-file.
  01  cycle-date-record                  pic x(80).
  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  backup-db-name                 pic x(256).
    01  backup-db-handle               usage pointer.
    01  backup-handle                  usage pointer.
    01  backup-pages                   pic s9(04) comp value -1.
    01  generations-to-keep            pic s9(4) comp value 7.
    01  generation-count               pic s9(4) comp value zero.
    01  generation-table.
      02  generation-name              pic x(256) occurs 60 times.
    01  generation-sub                 pic s9(4) comp.
    01  end-of-generation-log          pic x value "N".
      88  no-more-generations          value "Y".
  *>  backup name.  The first line of the control file (DD name
  *>  NIGHTBKPCTL) is the database path, the second the number of
  *>  generations to keep.  Missing control file means the compiled-in
  *>  defaults.  In the nightly cycle's portfolio loop the FOOPORTDB
  *>  switch NIGHTDRV raises names the portfolio's own database, so
  *>  each portfolio's backup generations sit beside its database.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date

  end-evaluate

  move spaces to portfolio-db-name
  accept portfolio-db-name from environment "FOOPORTDB"
  end-accept
  if portfolio-db-name not = spaces
    move portfolio-db-name to db-name
  end-if

  if generations-text not = spaces
    move numval(generations-text) to generations-to-keep
  end-if
    move 1 to generations-to-keep
  end-if

  move spaces to backup-db-name
  string trim(db-name)   delimited by size,
         ".bak."         delimited by size,
         cycle-date      delimited by size
    into backup-db-name
    on overflow
      perform s00c-backup-name-too-long
  end-string
  .

s00c-backup-name-too-long.
  *> ---------------------------------------------------------------------------
  *>  The database path leaves no room for the dated backup suffix.  A
  *>  cut-short name could be another database's generation, so no
  *>  backup is taken - the step fails and the cycle stops here.
  *> ---------------------------------------------------------------------------

  move zero to db-status
  move "database path too long for the dated backup name" to db-message
  move spaces to sql-statement
  string "backup of "    delimited by size,
         trim(db-name)   delimited by size
    into sql-statement
  end-string

  display "NIGHTBKP ERROR: ", trim(db-message), " ",
          trim(db-name) end-display

  perform s00b-write-error-log

  move "0008" to run-completion-code
  perform s00d-write-batch-status
  move 8 to return-code
  goback
  .

s006-run-backup.
