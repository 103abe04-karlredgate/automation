*> verifies the result with the same PRAGMA integrity_check NIGHTBKP
*> uses, and prints a restore report (RESTRPT) showing the generation
*> used, the foo/foo_history/ind_names/ind_limits row counts before
*> and after, how many cycle dates of history the restore lost, and
*> the schema level the restored generation carries (schema_version)
*> against the top level in the SCHEMLST list FOOMIGR applies - a
*> generation taken before a migration comes back behind, and the
*> report says to run FOOMIGR before the next cycle, since FOOSCHK
*> would otherwise stop it.
*> Any failure is fatal (code 8) and leaves the report saying so.

identification division.
                                          organization line sequential
                                          file status is run-lock-status.

      select schema-list-file            assign to DA-S-SCHEMLST
                                          organization line sequential
                                          file status is schema-list-status.

      select restore-report              assign to DA-S-RESTRPT
                                          organization line sequential
                                          file status is restore-report-status.
  01  restore-control-record             pic x(256).

  fd  generation-log.
  01  generation-log-record              pic x(256).

  fd  run-lock-file.
  01  run-lock-record                    pic x(80).

  fd  schema-list-file.
  01  schema-list-record                 pic x(80).

  fd  restore-report.
  01  restore-report-record              pic x(132).


    01  db-name                        pic x(256) value "test.sdb".
    01  db-handle                      usage pointer.
    01  backup-db-name                 pic x(256) value spaces.
    01  backup-db-handle               usage pointer.
    01  backup-handle                  usage pointer.
    01  backup-pages                   pic s9(04) comp value -1.
      88  generation-log-ok            value "00".
    01  generation-count               pic s9(4) comp value zero.
    01  generation-table.
      02  generation-name              pic x(256) occurs 60 times.
    01  generation-sub                 pic s9(4) comp.
    01  end-of-generation-log          pic x value "N".
      88  no-more-generations          value "Y".
    01  generation-foo-count           pic s9(9) comp value zero.
    01  generation-history-count       pic s9(9) comp value zero.
    01  count-display                  pic zzz,zzz,zz9.

*>  Schema level of the restored generation and the level the
*>  programs expect (the last level in the SCHEMLST list).
    01  schema-list-status             pic x(2) value "00".
      88  schema-list-ok               value "00".
    01  end-of-schema-list             pic x value "N".
      88  no-more-schema-lines         value "Y".
    01  generation-schema-level        pic s9(9) comp value zero.
    01  listed-schema-level            pic s9(9) comp value zero.
    01  level-display                  pic 9(4).
    01  level-display-2                pic 9(4).
    01  count-display-2                pic zzz,zzz,zz9.

    01  batch-status-status            pic x(2) value "00".

  perform s015-verify-generation-content

  perform s016-get-schema-levels

  perform s006-run-restore

  perform s008-close-backup-database
  end-call
  .

s016-get-schema-levels.
  *> ---------------------------------------------------------------------------
  *>  The generation's schema level - its highest schema_version row,
  *>  zero for a generation taken before the table existed (the
  *>  backup count fetch treats a missing table as zero) - and the top
  *>  level in the SCHEMLST list, for the report.
  *> ---------------------------------------------------------------------------

  move "SELECT COALESCE(MAX(schema_level), 0) FROM schema_version;"
    to sql-statement
  perform snnn-fetch-backup-count
  move count-result to generation-schema-level

  move zero to listed-schema-level

  open input schema-list-file

  if schema-list-ok
    move "N" to end-of-schema-list
    perform until no-more-schema-lines
      read schema-list-file
        at end
          move "Y" to end-of-schema-list
        not at end
          if schema-list-record(1:4) is numeric
              and numval(schema-list-record(1:4)) > listed-schema-level
            move numval(schema-list-record(1:4)) to listed-schema-level
          end-if
      end-read
    end-perform
    close schema-list-file
  end-if
  .

s006-run-restore.
  *> ---------------------------------------------------------------------------
  *>  Copies the chosen backup generation back over the open working
s014-write-restore-report.
  *> ---------------------------------------------------------------------------
  *>  The printed record of the restore: which generation was used, the
  *>  before/after row counts in the four tables, how many cycle dates
  *>  of history the restore gave up, and the generation's schema
  *>  level.
  *> ---------------------------------------------------------------------------

  move spaces to report-line
    into report-line
  end-string
  perform snnn-write-report-line

  move spaces to report-line
  perform snnn-write-report-line

  move spaces to report-line
  move generation-schema-level to level-display
  move listed-schema-level to level-display-2
  string "SCHEMA LEVEL OF GENERATION: " delimited by size,
         level-display                  delimited by size,
         "  PROGRAMS EXPECT: "          delimited by size,
         level-display-2                delimited by size
    into report-line
  end-string
  perform snnn-write-report-line

  if generation-schema-level < listed-schema-level
    move spaces to report-line
    string "*** RESTORED DATABASE IS BEHIND THE PROGRAMS - RUN FOOMIGR"
                                        delimited by size,
           " BEFORE THE NEXT CYCLE ***" delimited by size
      into report-line
    end-string
    perform snnn-write-report-line
  end-if
  .

snnn-write-count-line-foo.
