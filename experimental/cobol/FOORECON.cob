  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  trial-db-name                  pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).


s002-open-database.
  *> ---------------------------------------------------------------------------
  *>  Opens the specified SQLite3 database.  Under a trial load the
  *>  FOOTRIALDB switch FOOTRIAL raises names its scratch copy, which
  *>  is opened instead - a trial never opens the live database.
  *>  In the nightly cycle's portfolio loop the FOOPORTDB switch
  *>  NIGHTDRV raises names the portfolio's own database instead.
  *> ---------------------------------------------------------------------------

  move spaces to portfolio-db-name
  accept portfolio-db-name from environment "FOOPORTDB"
  end-accept
  if portfolio-db-name not = spaces
    move portfolio-db-name to db-name
  end-if

  move spaces to trial-db-name
  accept trial-db-name from environment "FOOTRIALDB"
  end-accept
  if trial-db-name not = spaces
    move trial-db-name to db-name
  end-if

  call "sqlite3_open" using concatenate(trim(db-name), x"00"),
                            by reference db-handle
                  returning db-status
