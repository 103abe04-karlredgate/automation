*> produced is recorded on FEEDLOG as unacknowledged; the companion
*> FOOFACK step matches the fraud side's acknowledgment file against
*> that log and reports unacknowledged or gap-sequenced feeds, so a
*> dropped file is caught in a day, not at month-end.  A FOOBACK
*> backout's compensating changes reach foo_history when they are
*> approved through FOOMAINT, so they go out on the next feed like any
*> other change and the fraud side sees the reversal, not a silent gap.
*> The file is foofeed.<seq>.dat; run for a portfolio of the nightly
*> cycle (NIGHTDRV's FOOPORTPFX switch) it is <prefix>.foofeed.<seq>.dat,
*> each portfolio keeping its own sequence on its own FEEDLOG.
*>
*> FEEDLOG line layout (pipe-delimited, like BATCHSTAT):
*>   seq|file-name|record-count|last-hist-id|created-timestamp|
  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

    01  feed-file-status               pic x(2) value "00".
      88  feed-file-ok                 value "00".
    01  feed-file-name                 pic x(32) value spaces.
    01  portfolio-prefix               pic x(12) value spaces.
    01  feed-seq                       pic s9(9) comp value zero.
    01  feed-seq-display               pic 9(6).
    01  feed-record-count              pic s9(9) comp value zero.
  end-compute
  move feed-seq to feed-seq-display

  move spaces to portfolio-prefix
  accept portfolio-prefix from environment "FOOPORTPFX"
  end-accept

  if portfolio-prefix = spaces
    string "foofeed." delimited by size,
           feed-seq-display delimited by size,
           ".dat"     delimited by size
      into feed-file-name
    end-string
  else
    string trim(portfolio-prefix) delimited by size,
           ".foofeed." delimited by size,
           feed-seq-display delimited by size,
           ".dat"     delimited by size
      into feed-file-name
    end-string
  end-if
  .

s012-write-feed-file.

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
