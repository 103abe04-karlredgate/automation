*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOBACK.cob -lsqlite3
*>
*> FOOBACKCTL (required) - line 1 is the cycle date to back out
*> (yyyymmdd, the CYCLDATE the load ran under), line 2 the program
*> whose changes are backed out (for example EXAMPLES), line 3 the
*> operator id requesting the backout (up to 8 characters, required),
*> optional line 4 the database path (default test.sdb); see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*>
*> Selective backout of one cycle's changes by one program, for the
*> bad deck that got loaded, without the FOOREST restore that would
*> throw away every legitimate FOOMAINT, FOOPEND, and CALMAINT change
*> made since the backup generation.  Every foo_history row the
*> program wrote under that cycle date is read in hist_id order, and
*> for each indicator it touched the value it held before the first of
*> them - the old_value, NULL meaning no row - is what the indicator
*> is restored to, by one compensating transaction:
*>
*>   A / C - put the prior value back (A when the row is gone);
*>   D     - delete the row the cycle added.
*>
*> An indicator is skipped, and reported, when it has changed again
*> since - a later foo_history row by any program, including an
*> approved backout of the same cycle - when maintenance for it is
*> already waiting in the foo_approval queue (an earlier backout run
*> not yet decided, or anything else entered through FOOMAINT), so a
*> rerun never backs anything out twice, or when foo no longer holds
*> what the cycle left in it (a change made outside the programs).  A
*> compensating transaction then goes through the FOOMAINT value edits
*> and lifecycle rule (a retired indicator is refused) and is entered
*> in the foo_approval queue (see sql/foo_approval.sql) under the
*> requesting operator as maker, exactly as FOOMAINT enters a deck
*> transaction - nothing is applied here.  A DIFFERENT operator
*> decides each queue id through FOOMAINT's FOOAPPR approval deck,
*> which re-validates and applies it with its foo_history row, and
*> FOOFEED sends that row to the fraud platform on its next run like
*> any other change.  FOOAPRPT lists what is still waiting.  Every
*> indicator's outcome, with the queue id to quote, is printed to
*> BACKDISP.  Honors the nightly run lock like FOOMAINT.  Return code
*> 4 when anything was skipped or rejected, 16 for an unusable
*> control card.

identification division.

  program-id.                          FOOBACK.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select backout-control-file        assign to DA-S-FOOBACKCTL
                                          organization line sequential
                                          file status is backout-control-status.

      select disposition-report          assign to DA-S-BACKDISP
                                          organization line sequential
                                          file status is disposition-status.

      select cycle-date-file             assign to DA-S-CYCLDATE
                                          organization line sequential
                                          file status is cycle-date-status.

      select run-lock-file               assign to DA-S-RUNLOCK
                                          organization line sequential
                                          file status is run-lock-status.

      select error-log                   assign to error-log-name
                                          organization line sequential
                                          file status is error-log-status.

      select batch-status-file           assign to DA-S-BATCHSTAT
                                          organization line sequential
                                          file status is batch-status-status.

data division.

  file section.

  fd  backout-control-file.
  01  backout-control-record               pic x(256).

  fd  disposition-report.
  01  disposition-record                   pic x(132).

  fd  cycle-date-file.
  01  cycle-date-record                  pic x(80).

  fd  run-lock-file.
  01  run-lock-record                    pic x(80).

  fd  error-log.
  01  error-log-record                     pic x(1352).

  fd  batch-status-file.
  01  batch-status-record                  pic x(256).

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

    01  sql-statement                  pic x(1024). *> use max 1023 characters.
    01  num-bytes                      pic s9(04) comp.
    01  pStmt                          usage pointer.
    01  zTail                          pic s9(04) comp.
    01  column-zero                    pic s9(04) comp value zero.
    01  column-one                     pic s9(04) comp value 1.
    01  column-two                     pic s9(04) comp value 2.
    01  column-three                   pic s9(04) comp value 3.
    01  column-four                    pic s9(04) comp value 4.
    01  column-five                    pic s9(04) comp value 5.
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.
    01  column-text-bytes              pic s9(9) comp.
    01  column-text                    pic x(26).
    01  column-sub                     pic s9(04) comp.
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

    01  run-lock-status                pic x(2) value "00".
      88  run-lock-ok                  value "00".
    01  run-lock-text                  pic x(80) value spaces.
    01  cycle-lock-flag                pic x value "N".
      88  cycle-lock-busy              value "Y".
    01  nightcycle-flag                pic x value "N".
    01  lock-retry-count               pic s9(04) comp value zero.
    01  lock-retry-max                 pic s9(04) comp value 5.
    01  lock-backoff-seconds           pic s9(04) comp.

    01  disposition-status             pic x(2) value "00".
      88  disposition-ok               value "00".

*>  The backout request off the control card.
    01  backout-control-status         pic x(2) value "00".
      88  backout-control-ok           value "00".
    01  backout-cycle-date             pic x(8) value spaces.
    01  backout-cycle-iso              pic x(10) value spaces.
    01  backout-program-id             pic x(12) value spaces.
    01  backout-maker-id               pic x(8) value spaces.
    01  backout-db-name                pic x(256) value spaces.
    01  backout-reject-reason          pic x(60) value spaces.
    01  control-quote-count            pic s9(4) comp value zero.

*>  One slot per indicator: what the cycle did to it (the value before
*>  its first change and after its last), the last history row
*>  anybody wrote for it, and what foo holds now.
    01  backout-table.
      02  backout-entry occurs 750 times.
        03  bk-touched                 pic x.
          88  bk-was-touched           value "Y".
        03  bk-change-count            pic s9(4) comp.
        03  bk-restore-null            pic x.
          88  bk-restore-is-no-row     value "Y".
        03  bk-restore-value           pic s9(9) comp.
        03  bk-cycle-null              pic x.
          88  bk-cycle-left-no-row     value "Y".
        03  bk-cycle-value             pic s9(9) comp.
        03  bk-last-hist-id            pic s9(9) comp.
        03  bk-latest-hist-id          pic s9(9) comp.
        03  bk-latest-program-id       pic x(12).
        03  bk-latest-timestamp        pic x(26).
        03  bk-current-present         pic x.
          88  bk-current-row-exists    value "Y".
        03  bk-current-value           pic s9(9) comp.
        03  bk-awaiting                pic x.
          88  bk-awaiting-approval     value "Y".
    01  ind-sub                        pic s9(4) comp.

    01  load-hist-id                   pic s9(9) comp.
    01  load-ind-number                pic s9(9) comp.
    01  load-old-is-null               pic s9(9) comp.
    01  load-old-value                 pic s9(9) comp.
    01  load-new-is-null               pic s9(9) comp.
    01  load-new-value                 pic s9(9) comp.
    01  history-rows-found             pic s9(7) comp value zero.

    01  outcome-text                   pic x(60).
    01  cycle-text                     pic x(24).
    01  restore-text                   pic x(12).
    01  value-display                  pic -(9)9.
    01  ind-number-display             pic 9(4).
    01  change-count-display           pic zzz9.

    01  indicators-touched             pic s9(7) comp value zero.
    01  queued-count                   pic s9(7) comp value zero.
    01  no-net-change-count            pic s9(7) comp value zero.
    01  skipped-count                  pic s9(7) comp value zero.
    01  rejected-count                 pic s9(7) comp value zero.
    01  count-display                  pic zzz,zz9.

*>  The compensating transaction, in the FOOTRAN image FOOMAINT's
*>  deck record carries.
    01  back-tran-record.
      02  tran-action                      pic x.
      02  tran-ind-number                  pic 9(4).
      02  tran-ind-sign                    pic x.
      02  tran-ind-value                   pic 9(4).
      02  tran-target                      pic x.
      02  tran-ind-name                    pic x(20).
    01  tran-reject-reason             pic x(60).
    01  approval-queue-id              pic s9(18) comp value zero.
    01  approval-queue-display         pic 9(9).

    01  maint-ind-number               pic 9(4).
    01  maint-request-valid            pic x value "Y".
      88  maint-request-is-valid       value "Y".
    01  lifecycle-status               pic x value space.
      88  lifecycle-retired            value "T".

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
      88  sqlite-busy                  value 5.

procedure division.

fooback-mainline.

  move current-date to run-start-timestamp

  perform s00e-build-error-log-name

  perform snnn-check-run-lock

  perform s00a-get-backout-request

  perform s021-write-disposition-header

  if backout-reject-reason not = spaces
    move spaces to disposition-record
    string "BACKOUT REQUEST REJECTED - " delimited by size,
           trim(backout-reject-reason)   delimited by size
      into disposition-record
    end-string
    perform s027-write-disposition-line
    display "FOOBACK: " trim(backout-reject-reason) end-display
    move "0016" to run-completion-code
    perform s00d-write-batch-status
    move 16 to return-code
    goback
  end-if

  move spaces to backout-table
  perform varying ind-sub from 1 by 1
          until ind-sub > 750
    move "N" to bk-touched(ind-sub) bk-current-present(ind-sub)
                bk-awaiting(ind-sub)
    move zero to bk-change-count(ind-sub) bk-restore-value(ind-sub)
                 bk-cycle-value(ind-sub) bk-last-hist-id(ind-sub)
                 bk-latest-hist-id(ind-sub) bk-current-value(ind-sub)
  end-perform

  perform s001-open-database

  perform s005-load-cycle-changes

  if history-rows-found = zero
    perform s002-close-database
    move spaces to disposition-record
    move "NO FOO_HISTORY ROWS FOR THAT PROGRAM AND CYCLE DATE - NOTHING TO BACK OUT"
      to disposition-record
    perform s027-write-disposition-line
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
    goback
  end-if

  perform s006-load-latest-changes

  perform s007-load-current-values

  perform s008-load-awaiting-approval

  perform varying ind-sub from 1 by 1
          until ind-sub > 750
    if bk-was-touched(ind-sub)
      perform s060-back-out-indicator
    end-if
  end-perform

  perform s002-close-database

  perform s024-write-disposition-totals

  if skipped-count > zero or rejected-count > zero
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

s00e-build-error-log-name.
  *> ---------------------------------------------------------------------------
  *>  Builds the dated audit/error log name shared with testsqlite3's
  *>  dberrlog.yyyymmdd.log.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string
  .

s00a-get-backout-request.
  *> ---------------------------------------------------------------------------
  *>  Reads and edits the control card (DD name FOOBACKCTL): a real
  *>  yyyymmdd cycle date, a program id, and the requesting operator's
  *>  id, none with apostrophes (they are interpolated into quoted SQL
  *>  text).  The first failing edit becomes the rejection reason.
  *> ---------------------------------------------------------------------------

  move spaces to backout-reject-reason

  open input backout-control-file

  evaluate true

    when backout-control-ok
      read backout-control-file into backout-cycle-date
        at end continue
      end-read
      read backout-control-file into backout-program-id
        at end continue
      end-read
      read backout-control-file into backout-maker-id
        at end continue
      end-read
      read backout-control-file into backout-db-name
        at end continue
      end-read
      if backout-db-name not = spaces
        move backout-db-name to db-name
      end-if
      close backout-control-file

    when other
      move "FOOBACKCTL CONTROL CARD NOT FOUND" to backout-reject-reason
      exit paragraph

  end-evaluate

  move zero to control-quote-count
  inspect backout-program-id tallying control-quote-count for all "'"
  inspect backout-maker-id tallying control-quote-count for all "'"

  move zero to stamp-days
  if backout-cycle-date is numeric
    move backout-cycle-date to stamp-date
    move integer-of-date(stamp-date) to stamp-days
  end-if

  evaluate true

    when backout-cycle-date not numeric or stamp-days = zero
      move "CYCLE DATE NOT A VALID YYYYMMDD" to backout-reject-reason

    when backout-program-id = spaces
      move "PROGRAM ID MISSING" to backout-reject-reason

    when backout-maker-id = spaces
      move "REQUESTING OPERATOR ID MISSING" to backout-reject-reason

    when control-quote-count > zero
      move "CONTROL CARD FIELD CONTAINS AN APOSTROPHE"
        to backout-reject-reason

    when other
      continue

  end-evaluate

  string backout-cycle-date(1:4) delimited by size,
         "-"                     delimited by size,
         backout-cycle-date(5:2) delimited by size,
         "-"                     delimited by size,
         backout-cycle-date(7:2) delimited by size
    into backout-cycle-iso
  end-string
  .

s005-load-cycle-changes.
  *> ---------------------------------------------------------------------------
  *>  Reads every foo_history row the program wrote under the cycle
  *>  date, oldest first.  For each indicator the first row gives the
  *>  value to restore (its old_value) and the last row what the cycle
  *>  left (its new_value and hist_id).
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT hist_id, ind_number, old_value IS NULL,"
                                     delimited by size,
         " COALESCE(old_value, 0), new_value IS NULL,"
                                     delimited by size,
         " COALESCE(new_value, 0) FROM foo_history"
                                     delimited by size,
         " WHERE program_id = '"    delimited by size,
         trim(backout-program-id)   delimited by size,
         "' AND substr(change_timestamp, 1, 10) = '"
                                     delimited by size,
         backout-cycle-iso          delimited by size,
         "' ORDER BY hist_id;"      delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning load-hist-id
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning load-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-two
                            returning load-old-is-null
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-three
                            returning load-old-value
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-four
                            returning load-new-is-null
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-five
                            returning load-new-value
        end-call
        add 1 to history-rows-found
        perform snnn-take-cycle-change

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

  perform snnn-sql-delete
  .

snnn-take-cycle-change.
  *> ---------------------------------------------------------------------------
  *>  Folds one of the cycle's history rows into its indicator's slot.
  *> ---------------------------------------------------------------------------

  if load-ind-number < 1 or load-ind-number > 750
    exit paragraph
  end-if

  move load-ind-number to ind-sub

  if not bk-was-touched(ind-sub)
    move "Y" to bk-touched(ind-sub)
    add 1 to indicators-touched
    if load-old-is-null not = zero
      move "Y" to bk-restore-null(ind-sub)
    else
      move "N" to bk-restore-null(ind-sub)
    end-if
    move load-old-value to bk-restore-value(ind-sub)
  end-if

  add 1 to bk-change-count(ind-sub)
  if load-new-is-null not = zero
    move "Y" to bk-cycle-null(ind-sub)
  else
    move "N" to bk-cycle-null(ind-sub)
  end-if
  move load-new-value to bk-cycle-value(ind-sub)
  move load-hist-id to bk-last-hist-id(ind-sub)
  .

s006-load-latest-changes.
  *> ---------------------------------------------------------------------------
  *>  The newest foo_history row for every indicator, by any program -
  *>  a newer one than the cycle's last means the indicator has
  *>  changed again since.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT h.ind_number, h.hist_id, h.program_id,"
                                     delimited by size,
         " h.change_timestamp FROM foo_history h"
                                     delimited by size,
         " WHERE h.hist_id = (SELECT MAX(x.hist_id)"
                                     delimited by size,
         " FROM foo_history x WHERE x.ind_number = h.ind_number);"
                                     delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning load-ind-number
        end-call
        if load-ind-number >= 1 and load-ind-number <= 750
          move load-ind-number to ind-sub
          call "sqlite3_column_int" using by reference pStmt,
                                          column-one
                              returning bk-latest-hist-id(ind-sub)
          end-call
          move column-two to column-sub
          perform snnn-get-text-column
          move column-text to bk-latest-program-id(ind-sub)
          move column-three to column-sub
          perform snnn-get-text-column
          move column-text to bk-latest-timestamp(ind-sub)
        end-if

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

  perform snnn-sql-delete
  .

s007-load-current-values.
  *> ---------------------------------------------------------------------------
  *>  What foo holds now.
  *> ---------------------------------------------------------------------------

  move "SELECT ind_number, ind_value FROM foo;" to sql-statement

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning load-ind-number
        end-call
        if load-ind-number >= 1 and load-ind-number <= 750
          move load-ind-number to ind-sub
          move "Y" to bk-current-present(ind-sub)
          call "sqlite3_column_int" using by reference pStmt,
                                          column-one
                              returning bk-current-value(ind-sub)
          end-call
        end-if

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

  perform snnn-sql-delete
  .

s008-load-awaiting-approval.
  *> ---------------------------------------------------------------------------
  *>  Every indicator with maintenance still waiting for a checker in
  *>  foo_approval - the ind-number is columns 2-5 of the queued
  *>  FOOTRAN image.  Queueing a backout on top of it would leave two
  *>  transactions for one indicator for the checker to untangle.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT DISTINCT CAST(substr(tran_image, 2, 4) AS INTEGER)"
                                     delimited by size,
         " FROM foo_approval WHERE appr_status = 'P';"
                                     delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  move "N" to end-of-rows
  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning load-ind-number
        end-call
        if load-ind-number >= 1 and load-ind-number <= 750
          move load-ind-number to ind-sub
          move "Y" to bk-awaiting(ind-sub)
        end-if

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

  perform snnn-sql-delete
  .

s060-back-out-indicator.
  *> ---------------------------------------------------------------------------
  *>  Decides and, where it can, queues one indicator's backout: skip
  *>  it if it has changed since or already has maintenance awaiting
  *>  approval, note it if the cycle left no net change, otherwise
  *>  build the compensating transaction, put it through the edits,
  *>  and enter it in the approval queue.
  *> ---------------------------------------------------------------------------

  move spaces to outcome-text tran-reject-reason
  move spaces to back-tran-record

  evaluate true

    when bk-latest-hist-id(ind-sub) > bk-last-hist-id(ind-sub)
      add 1 to skipped-count
      string "SKIPPED - CHANGED SINCE BY "   delimited by size,
             trim(bk-latest-program-id(ind-sub))
                                              delimited by size,
             " AT "                           delimited by size,
             bk-latest-timestamp(ind-sub)(1:19)
                                              delimited by size
        into outcome-text
      end-string

    when bk-awaiting-approval(ind-sub)
      add 1 to skipped-count
      move "SKIPPED - MAINTENANCE ALREADY AWAITING APPROVAL"
        to outcome-text

    when bk-cycle-left-no-row(ind-sub)
        and bk-current-row-exists(ind-sub)
      add 1 to skipped-count
      move "SKIPPED - FOO NO LONGER HOLDS WHAT THE CYCLE LEFT"
        to outcome-text

    when not bk-cycle-left-no-row(ind-sub)
        and (not bk-current-row-exists(ind-sub)
             or bk-current-value(ind-sub) not = bk-cycle-value(ind-sub))
      add 1 to skipped-count
      move "SKIPPED - FOO NO LONGER HOLDS WHAT THE CYCLE LEFT"
        to outcome-text

    when bk-restore-is-no-row(ind-sub)
        and not bk-current-row-exists(ind-sub)
      add 1 to no-net-change-count
      move "NO NET CHANGE - NOTHING TO BACK OUT" to outcome-text

    when not bk-restore-is-no-row(ind-sub)
        and bk-current-row-exists(ind-sub)
        and bk-restore-value(ind-sub) = bk-current-value(ind-sub)
      add 1 to no-net-change-count
      move "NO NET CHANGE - NOTHING TO BACK OUT" to outcome-text

    when other
      perform s061-build-compensating-tran
      perform s025-validate-transaction
      if maint-request-is-valid
        perform s017-check-lifecycle-rules
      end-if
      if maint-request-is-valid
        perform s036-queue-for-approval
        add 1 to queued-count
        string "QUEUED FOR APPROVAL AS QUEUE ID " delimited by size,
               approval-queue-display             delimited by size
          into outcome-text
        end-string
      else
        add 1 to rejected-count
        string "REJECTED - "          delimited by size,
               trim(tran-reject-reason)
                                       delimited by size
          into outcome-text
        end-string
      end-if

  end-evaluate

  perform s026-write-disposition-line
  .

s061-build-compensating-tran.
  *> ---------------------------------------------------------------------------
  *>  The FOOTRAN image that puts the indicator back: D when it had no
  *>  row before the cycle, otherwise the prior value - A when the row
  *>  has since gone, C when it is there to change.
  *> ---------------------------------------------------------------------------

  move spaces to back-tran-record
  move ind-sub to tran-ind-number
  move zero to tran-ind-value

  if bk-restore-is-no-row(ind-sub)
    move "D" to tran-action
    exit paragraph
  end-if

  if bk-current-row-exists(ind-sub)
    move "C" to tran-action
  else
    move "A" to tran-action
  end-if

  if bk-restore-value(ind-sub) > 9999
      or bk-restore-value(ind-sub) < -9999
    *> left for s025 to refuse - the card picture has 4 digits
    move "*" to tran-ind-sign
    exit paragraph
  end-if

  if bk-restore-value(ind-sub) < zero
    move "-" to tran-ind-sign
    compute tran-ind-value = 0 - bk-restore-value(ind-sub)
    end-compute
  else
    move "+" to tran-ind-sign
    move bk-restore-value(ind-sub) to tran-ind-value
  end-if
  .

s025-validate-transaction.
  *> ---------------------------------------------------------------------------
  *>  The FOOMAINT deck edits that apply to a value transaction: A, C,
  *>  or D action, ind-number in 1-750, and a numeric value with a +,
  *>  -, or blank sign.  The operator ids were edited with the control
  *>  card.  The first failing edit becomes the rejection reason.
  *> ---------------------------------------------------------------------------

  move "Y" to maint-request-valid
  move spaces to tran-reject-reason

  evaluate true

    when tran-ind-number not numeric
      move "N" to maint-request-valid
      move "IND-NUMBER NOT NUMERIC" to tran-reject-reason

    when tran-ind-number < 1 or tran-ind-number > 750
      move "N" to maint-request-valid
      move "IND-NUMBER OUTSIDE THE 1-750 INDICATOR RANGE"
        to tran-reject-reason

    when tran-action = "D"
      continue

    when tran-ind-value not numeric
      move "N" to maint-request-valid
      move "IND-VALUE NOT NUMERIC" to tran-reject-reason

    when tran-ind-sign not = "+" and tran-ind-sign not = "-"
        and tran-ind-sign not = space
      move "N" to maint-request-valid
      move "PRIOR VALUE DOES NOT FIT THE 4-DIGIT CARD VALUE"
        to tran-reject-reason

    when other
      continue

  end-evaluate
  .

s036-queue-for-approval.
  *> ---------------------------------------------------------------------------
  *>  Enters one validated compensating transaction in the foo_approval
  *>  queue at status P under the requesting operator as maker, in the
  *>  image FOOMAINT queues a deck transaction in, and picks up the
  *>  queue id the checker will quote on the FOOAPPR deck.  The
  *>  operator id was refused with an apostrophe on the control card.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "INSERT INTO foo_approval (tran_image, effective_date,"
                                     delimited by size,
         " maker_id, entered_timestamp, appr_status) VALUES ('"
                                     delimited by size,
         back-tran-record(1:31)     delimited by size,
         "', '', '"                 delimited by size,
         trim(backout-maker-id)     delimited by size,
         "', '"                     delimited by size,
         cycle-date-iso             delimited by size,
         " ' || time('now'), 'P');" delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile
  perform s012-history-execute
  perform snnn-sql-reset
  perform snnn-sql-delete

  call "sqlite3_last_insert_rowid" using by reference db-handle
                               returning approval-queue-id
  end-call
  move approval-queue-id to approval-queue-display
  .

s021-write-disposition-header.
  *> ---------------------------------------------------------------------------
  *>  Writes the report title, run date, and the backout requested.
  *> ---------------------------------------------------------------------------

  open output disposition-report
  close disposition-report

  move spaces to disposition-record
  string "FOOBACK CYCLE BACKOUT DISPOSITION REPORT  RUN DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move spaces to disposition-record
  string "BACKING OUT: PROGRAM "      delimited by size,
         trim(backout-program-id)     delimited by size,
         "  CYCLE DATE "              delimited by size,
         backout-cycle-date           delimited by size,
         "  REQUESTED BY "            delimited by size,
         trim(backout-maker-id)       delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move spaces to disposition-record
  perform s027-write-disposition-line
  .

s026-write-disposition-line.
  *> ---------------------------------------------------------------------------
  *>  One indicator: what the cycle did to it, the value it is put
  *>  back to, the compensating transaction, and the outcome.
  *> ---------------------------------------------------------------------------

  move ind-sub to ind-number-display
  move bk-change-count(ind-sub) to change-count-display

  move spaces to cycle-text
  if bk-restore-is-no-row(ind-sub)
    move "(NO ROW)" to cycle-text
  else
    move bk-restore-value(ind-sub) to value-display
    move trim(value-display) to cycle-text
  end-if
  if bk-cycle-left-no-row(ind-sub)
    string trim(cycle-text)         delimited by size,
           " -> (NO ROW)"           delimited by size
      into cycle-text
    end-string
  else
    move bk-cycle-value(ind-sub) to value-display
    string trim(cycle-text)         delimited by size,
           " -> "                   delimited by size,
           trim(value-display)      delimited by size
      into cycle-text
    end-string
  end-if

  move spaces to disposition-record
  string "IND "                      delimited by size,
         ind-number-display         delimited by size,
         "  CYCLE "                 delimited by size,
         cycle-text                 delimited by size,
         " ("                       delimited by size,
         trim(change-count-display) delimited by size,
         ")  "                      delimited by size
    into disposition-record
  end-string

  if back-tran-record not = spaces
    string trim(disposition-record) delimited by size,
           "  ["                    delimited by size,
           back-tran-record(1:10)   delimited by size,
           "]"                      delimited by size
      into disposition-record
    end-string
  end-if

  string trim(disposition-record)   delimited by size,
         "  "                       delimited by size,
         trim(outcome-text)         delimited by size
    into disposition-record
  end-string

  perform s027-write-disposition-line
  .

s024-write-disposition-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the report with the count of each outcome.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  perform s027-write-disposition-line

  move history-rows-found to count-display
  move spaces to disposition-record
  string "CYCLE HISTORY ROWS READ:     " delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move indicators-touched to count-display
  move spaces to disposition-record
  string "INDICATORS THE CYCLE TOUCHED:" delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move queued-count to count-display
  move spaces to disposition-record
  string "QUEUED FOR APPROVAL:         " delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move no-net-change-count to count-display
  move spaces to disposition-record
  string "NO NET CHANGE:               " delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move skipped-count to count-display
  move spaces to disposition-record
  string "SKIPPED - CHANGED SINCE:     " delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move rejected-count to count-display
  move spaces to disposition-record
  string "REJECTED:                    " delimited by size,
         count-display                    delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line
  .

s027-write-disposition-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to the disposition report.
  *> ---------------------------------------------------------------------------

  open extend disposition-report
  if not disposition-ok
    open output disposition-report
  end-if

  write disposition-record

  close disposition-report
  .

snnn-get-text-column.
  *> ---------------------------------------------------------------------------
  *>  Copies text column column-sub of the current row into
  *>  column-text (spaces when NULL).
  *> ---------------------------------------------------------------------------

  move spaces to column-text

  call "sqlite3_column_text" using by reference pStmt,
                                   column-sub
                       returning column-text-ptr
  end-call
  call "sqlite3_column_bytes" using by reference pStmt,
                                    column-sub
                        returning column-text-bytes
  end-call

  if column-text-ptr not equal null and column-text-bytes > zero
    if column-text-bytes > 26
      move 26 to column-text-bytes
    end-if
    set address of column-text-area to column-text-ptr
    move column-text-area(1:column-text-bytes) to column-text
  end-if
  .

s017-check-lifecycle-rules.
  *> ---------------------------------------------------------------------------
  *>  The lifecycle rule FOOMAINT enforces on value maintenance: an
  *>  indicator that has been retired is never set or cleared again.
  *> ---------------------------------------------------------------------------

  move tran-ind-number to maint-ind-number

  perform s018-fetch-lifecycle-status

  if lifecycle-retired
    move "N" to maint-request-valid
    move "INDICATOR RETIRED - VALUE MAINTENANCE REFUSED"
      to tran-reject-reason
  end-if
  .

s018-fetch-lifecycle-status.
  *> ---------------------------------------------------------------------------
  *>  Reads the indicator's ind_status row; no row leaves the status
  *>  blank (unassigned).
  *> ---------------------------------------------------------------------------

  move space to lifecycle-status

  move spaces to sql-statement
  string "SELECT status FROM ind_status WHERE ind_number = "
                                     delimited by size,
         maint-ind-number           delimited by size,
         ";"                        delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-row
      call "sqlite3_column_text" using by reference pStmt,
                                       column-zero
                           returning db-message-ptr
      end-call
      if db-message-ptr not equal null
        set address of db-message-area to db-message-ptr
        move db-message-area(1:1) to lifecycle-status
      end-if

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-reset
  perform snnn-sql-delete
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
  *>  Appends the current error to today's dated audit/error log, shared with
  *>  testsqlite3's dberrlog.yyyymmdd.log.
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
  *>  FOOMAINT and the other nightly steps, rows = backouts queued.
  *> ---------------------------------------------------------------------------

  move queued-count to rows-affected
  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOBACK"                     delimited by size,
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
  *>  this cycle is running for - the date the file header may not be
  *>  later than and the date effective-dated dispositions are parked
  *>  against.  A missing or unusable control record means tonight's
  *>  actual date.
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
  *>  Run serialization, same check FOOMAINT makes for an ad hoc run.
  *>  Steps CALLed by NIGHTDRV itself run under the NIGHTCYCLE switch
  *>  and skip the check.
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
      display "FOOBACK: nightly cycle in progress - "
              "try again after NIGHTDRV releases the run lock"
      end-display
      move "0012" to run-completion-code
      perform s00d-write-batch-status
      move 12 to return-code
      goback
    end-if

  end-if
  .

*> ***** OPEN & CLOSE of DATABASE

s001-open-database.
  *> ---------------------------------------------------------------------------
  *>  Opens the specified SQLite3 database.
  *> ---------------------------------------------------------------------------

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

*> ***** BUILD, COMPILE, EXECUTE, RESET & DELETE of SQL STATEMENTS

s012-history-execute.
  *> ---------------------------------------------------------------------------
  *>  Executes a compiled statement to completion without counting it
  *>  in rows-affected - a queue insert is bookkeeping, not a
  *>  maintenance action applied.
  *> ---------------------------------------------------------------------------

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

s003-sql-compile.
  *> ---------------------------------------------------------------------------
  *>  Compiles the current statement into a byte-code program.
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

snnn-sql-reset.
  *> ---------------------------------------------------------------------------
  *>  Resets the compiled statement back to its initial state.
  *> ---------------------------------------------------------------------------

  call "sqlite3_reset" using by reference pStmt
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

end program FOOBACK.
