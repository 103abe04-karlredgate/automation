*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOQCMP.cob -lsqlite3
*>
*> FOOQCMPCTL (optional) - line 1 is the database path (blank means
*> test.sdb), line 2 the date (yyyymmdd) to report as at for an ad hoc
*> run (blank means the CYCLDATE business date); see
*> testsqlite3.ctl.sample for the same one-line-per-value convention.
*>
*> Quarter-end and year-end comparative report over the permanent
*> month-end pictures FOOMESNP keeps in foo_monthend and
*> foo_monthend_status (see sql/foo_monthend.sql and
*> sql/foo_monthend_status.sql).  The period reported is the latest
*> month-end on or before the report date.  Against it the report
*> sets, for each month, the latest month-end snapped in that month:
*>
*>   LAST YEAR  - the same month a year earlier
*>   PRIOR QE   - the quarter-end before the period's quarter
*>   MONTH-END  - the two month-ends before the period
*>   CURRENT    - the period itself
*>
*> QCMPRPT prints one section per ind_groups group, one line per
*> member indicator with its value at each of those month-ends, the
*> change of the current value against the prior month-end, the prior
*> quarter-end, and last year - absolute and as a percentage of the
*> earlier value - and a TOTAL line of the members' values, the same
*> way FOOGRPT rolls a group up.  An indicator with a month-end
*> picture but no group is listed under (NO GROUP), so the totals
*> reconcile to foo_monthend.  A member with no row at a month-end
*> counts as zero there; a month with no month-end picture at all
*> prints NONE in the heading and blank values.  An indicator that was
*> active at one compared month-end and retired at a later one is
*> flagged RETIRED.  QCMPCSV carries the same lines comma-separated,
*> with a header line, for the finance spreadsheets that used to be
*> rebuilt from saved FOOEXP CSV files.
*>
*> Runs ad hoc, or as a month-end NIGHTDRV step after FOOMESNP: under
*> the NIGHTCYCLE switch it does its work only when the cycle date is
*> in a calendar quarter-end month (March, June, September, December -
*> December is titled YEAR-END) and otherwise ends clean.  A report
*> date that is not a valid yyyymmdd date is rejected with completion
*> code 16, the same way FOOTREND rejects a bad request; no month-end
*> picture on or before the report date ends with code 4.

identification division.

  program-id.                          FOOQCMP.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select compare-control-file        assign to DA-S-FOOQCMPCTL
                                          organization line sequential
                                          file status is compare-control-status.

      select compare-report              assign to DA-S-QCMPRPT
                                          organization line sequential
                                          file status is compare-report-status.

      select compare-csv-file            assign to DA-S-QCMPCSV
                                          organization line sequential
                                          file status is compare-csv-status.

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

  fd  compare-control-file.
  01  compare-control-record             pic x(256).

  fd  compare-report.
  01  compare-report-record              pic x(132).

  fd  compare-csv-file.
  01  compare-csv-record                 pic x(512).

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
    01  column-one                     pic s9(04) comp value 1.
    01  column-two                     pic s9(04) comp value 2.
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.
    01  column-text-bytes              pic s9(9) comp.
    01  column-text                    pic x(80).
    01  column-sub                     pic s9(04) comp.

    01  compare-control-status         pic x(2) value "00".
      88  compare-control-ok           value "00".
    01  report-date-text               pic x(16) value spaces.
    01  report-date                    pic x(8) value spaces.
    01  nightcycle-flag                pic x value "N".

    01  compare-report-status          pic x(2) value "00".
      88  compare-report-ok            value "00".
    01  compare-csv-status             pic x(2) value "00".
      88  compare-csv-ok               value "00".
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

*>  The compared month-ends, oldest first.  The changes are the
*>  current value less the value in the change-base column.
    01  compare-table.
      02  compare-column               occurs 5 times.
        03  compare-month              pic 9(6).
        03  compare-date               pic x(8).
        03  compare-title              pic x(10).
    01  last-year-column               pic s9(04) comp value 1.
    01  prior-qe-column                pic s9(04) comp value 2.
    01  current-column                 pic s9(04) comp value 5.
    01  change-base-list.
      02  filler                       pic 9 value 4.
      02  filler                       pic 9 value 2.
      02  filler                       pic 9 value 1.
    01  change-base-table redefines change-base-list.
      02  change-base-column           pic 9 occurs 3 times.
    01  period-title                   pic x(11) value spaces.
    01  period-ended-text              pic x(10) value "NONE".
    01  period-month                   pic 9(2).
    01  period-quarter                 pic 9.
    01  period-year                    pic 9(4).
    01  month-index                    pic s9(9) comp.
    01  compared-year                  pic s9(9) comp.
    01  compared-month-number          pic s9(4) comp.
    01  months-back                    pic s9(4) comp.

*>  Every indicator's value and lifecycle status at each compared
*>  month-end, by ind_number.
    01  indicator-table.
      02  indicator-entry              occurs 750 times.
        03  cmp-present                pic x.
        03  cmp-grouped                pic x.
        03  cmp-value                  pic s9(9) comp occurs 5 times.
        03  cmp-status                 pic x occurs 5 times.
    01  cmp-sub                        pic s9(04) comp.
    01  col-sub                        pic s9(04) comp.
    01  chg-sub                        pic s9(04) comp.
    01  base-sub                       pic s9(04) comp.

    01  fetch-snap-date                pic x(8).
    01  fetch-ind-number               pic s9(9) comp.
    01  fetch-value                    pic s9(9) comp.
    01  fetch-status                   pic x.

    01  current-group-name             pic x(20) value spaces.
    01  fetch-group-name               pic x(20).
    01  group-open                     pic x value "N".
      88  group-is-open                value "Y".
    01  group-total                    pic s9(11) comp occurs 5 times.
    01  grand-total                    pic s9(11) comp occurs 5 times.
    01  line-value                     pic s9(11) comp occurs 5 times.
    01  line-label                     pic x(20).
    01  line-ind-number                pic s9(9) comp.
    01  line-retired                   pic x value "N".
      88  line-is-retired              value "Y".
    01  seen-active                    pic x value "N".
      88  was-active                   value "Y".
    01  change-value                   pic s9(11) comp.
    01  change-pct                     pic s9(11)v9 comp-3.

    01  group-count                    pic s9(7) comp value zero.
    01  indicator-count                pic s9(7) comp value zero.
    01  retired-count                  pic s9(7) comp value zero.
    01  count-display                  pic zzz,zz9.

*>  QCMPRPT detail line: indicator (or TOTAL), the five month-end
*>  values oldest first, then the change against the prior month-end,
*>  the prior quarter-end, and last year, each with its percentage.
    01  detail-line.
      02  filler                       pic x(1).
      02  dl-ind-area                  pic x(5).
      02  dl-ind-number redefines dl-ind-area
                                       pic zzzz9.
      02  dl-value-column              occurs 5 times.
        03  filler                     pic x(1).
        03  dl-value                   pic --,---,--9.
        03  dl-value-text redefines dl-value
                                       pic x(10).
      02  dl-change-column             occurs 3 times.
        03  filler                     pic x(1).
        03  dl-change                  pic ++,+++,++9.
        03  dl-change-text redefines dl-change
                                       pic x(10).
        03  filler                     pic x(1).
        03  dl-pct                     pic -----9.9.
        03  dl-pct-text redefines dl-pct
                                       pic x(8).
      02  filler                       pic x(1).
      02  dl-flag                      pic x(7).

    01  heading-line.
      02  filler                       pic x(1).
      02  hl-ind-area                  pic x(5) justified right.
      02  hl-value-column              occurs 5 times.
        03  filler                     pic x(1).
        03  hl-value-text              pic x(10) justified right.
      02  hl-change-column             occurs 3 times.
        03  filler                     pic x(1).
        03  hl-change-text             pic x(10) justified right.
        03  filler                     pic x(1).
        03  hl-pct-text                pic x(8) justified right.
      02  filler                       pic x(1).
      02  hl-flag                      pic x(7).

    01  csv-pointer                    pic s9(4) comp.
    01  csv-number-edit                pic -(10)9.
    01  csv-pct-edit                   pic -(11)9.9.
    01  csv-field                      pic x(24).

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

procedure division.

fooqcmp-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s00e-check-quarter-end-schedule

  perform s00f-check-report-date

  perform s001-open-database

  perform s010-find-current-month-end

  perform s021-write-compare-header

  if compare-date(current-column) = spaces
    perform s002-close-database
    perform s026-report-no-month-end
    close compare-csv-file
    move zero to rows-affected
    move "0004" to run-completion-code
    perform s00d-write-batch-status
    move 4 to return-code
    goback
  end-if

  perform s011-find-compared-month-ends

  perform s022-write-column-headings

  perform s012-load-month-end-values

  perform s013-load-month-end-statuses

  perform s014-report-groups

  perform s015-report-ungrouped

  perform s002-close-database

  perform s024-write-compare-totals

  close compare-csv-file

  move indicator-count to rows-affected
  move "0000" to run-completion-code
  perform s00d-write-batch-status
  move zero to return-code
  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the dated error log name and reads the control file (DD
  *>  name FOOQCMPCTL): database path and the ad hoc report date.
  *>  Missing control file means the defaults.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input compare-control-file

  evaluate true

    when compare-control-ok
      read compare-control-file into db-name
        at end continue
      end-read
      read compare-control-file into report-date-text
        at end continue
      end-read
      close compare-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if
  .

s00e-check-quarter-end-schedule.
  *> ---------------------------------------------------------------------------
  *>  A run CALLed by NIGHTDRV (NIGHTCYCLE switch up) is the quarter-end
  *>  step: NIGHTDRV runs it on month-end cycle dates only, and it goes
  *>  ahead only when that month-end closes a calendar quarter -
  *>  otherwise it ends clean without touching the report.  The
  *>  nightly step always reports as at the cycle date.  An ad hoc run
  *>  always goes ahead.
  *> ---------------------------------------------------------------------------

  move "N" to nightcycle-flag
  accept nightcycle-flag from environment "NIGHTCYCLE"
  end-accept

  if nightcycle-flag not = "Y"
    exit paragraph
  end-if

  move spaces to report-date-text

  if cycle-date(5:2) not = "03" and not = "06"
      and not = "09" and not = "12"
    display "FOOQCMP: quarter-end step - cycle date " cycle-date
            " does not close a quarter, nothing to do"
    end-display
    move zero to rows-affected
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
    goback
  end-if
  .

s00f-check-report-date.
  *> ---------------------------------------------------------------------------
  *>  Settles the date the report is run as at: the control file date
  *>  for an ad hoc run, otherwise the cycle date.  A date that is not
  *>  a real yyyymmdd calendar date is rejected.
  *> ---------------------------------------------------------------------------

  if report-date-text = spaces
    move cycle-date to report-date
  else
    move trim(report-date-text) to report-date
  end-if

  if report-date is not numeric
    display "FOOQCMP: report date " report-date
            " is not a yyyymmdd date"
    end-display
    move "0016" to run-completion-code
    perform s00d-write-batch-status
    move 16 to return-code
    goback
  end-if

  move report-date to stamp-date
  if test-date-yyyymmdd(stamp-date) not = zero
    display "FOOQCMP: report date " report-date
            " is not a calendar date"
    end-display
    move "0016" to run-completion-code
    perform s00d-write-batch-status
    move 16 to return-code
    goback
  end-if
  .

s010-find-current-month-end.
  *> ---------------------------------------------------------------------------
  *>  The period reported is the latest month-end picture on or before
  *>  the report date; spaces when there is none.
  *> ---------------------------------------------------------------------------

  initialize compare-table

  move spaces to sql-statement
  string "SELECT MAX(snap_date) FROM"
                                     delimited by size,
         " (SELECT snap_date FROM foo_monthend"
                                     delimited by size,
         " UNION SELECT snap_date FROM foo_monthend_status)"
                                     delimited by size,
         " WHERE snap_date <= '"    delimited by size,
         report-date                delimited by size,
         "';"                       delimited by size
    into sql-statement
  end-string

  perform snnn-fetch-one-date
  move fetch-snap-date to compare-date(current-column)

  move "CURRENT" to compare-title(current-column)
  move "MONTH-END" to period-title

  if compare-date(current-column) not = spaces
    move compare-date(current-column)(1:6)
      to compare-month(current-column)
    move compare-date(current-column)(5:2) to period-month
    evaluate period-month
      when 12
        move "YEAR-END" to period-title
      when 3
      when 6
      when 9
        move "QUARTER-END" to period-title
    end-evaluate
  end-if
  .

s011-find-compared-month-ends.
  *> ---------------------------------------------------------------------------
  *>  Works out the month of each compared column from the period's
  *>  month - a year back, the quarter-end before the period's
  *>  quarter, and the two months before - and picks up the latest
  *>  month-end picture snapped in that month (spaces when none).
  *> ---------------------------------------------------------------------------

  move "LAST YEAR" to compare-title(1)
  move "PRIOR QE" to compare-title(2)
  move "MONTH-END" to compare-title(3)
  move "MONTH-END" to compare-title(4)

  compute period-quarter = (period-month + 2) / 3
  end-compute

  move 12 to months-back
  move last-year-column to col-sub
  perform snnn-set-compared-month

  compute months-back = period-month - (3 * (period-quarter - 1))
  end-compute
  move prior-qe-column to col-sub
  perform snnn-set-compared-month

  move 2 to months-back
  move 3 to col-sub
  perform snnn-set-compared-month

  move 1 to months-back
  move 4 to col-sub
  perform snnn-set-compared-month

  perform varying col-sub from 1 by 1 until col-sub > 4

    move spaces to sql-statement
    string "SELECT MAX(snap_date) FROM"
                                       delimited by size,
           " (SELECT snap_date FROM foo_monthend"
                                       delimited by size,
           " UNION SELECT snap_date FROM foo_monthend_status)"
                                       delimited by size,
           " WHERE snap_date LIKE '"  delimited by size,
           compare-month(col-sub)     delimited by size,
           "%';"                      delimited by size
      into sql-statement
    end-string

    perform snnn-fetch-one-date
    move fetch-snap-date to compare-date(col-sub)

  end-perform
  .

snnn-set-compared-month.
  *> ---------------------------------------------------------------------------
  *>  Sets compare-month(col-sub) to the yyyymm months-back months
  *>  before the period's month.
  *> ---------------------------------------------------------------------------

  move compare-date(current-column)(1:4) to period-year
  compute month-index = (period-year * 12) + period-month - 1
                      - months-back
  end-compute
  divide month-index by 12 giving compared-year
                       remainder compared-month-number
  end-divide
  compute compare-month(col-sub) = (compared-year * 100)
                                 + compared-month-number + 1
  end-compute
  .

snnn-fetch-one-date.
  *> ---------------------------------------------------------------------------
  *>  Runs the current single-value date query into fetch-snap-date
  *>  (spaces when the query finds no date).
  *> ---------------------------------------------------------------------------

  move spaces to fetch-snap-date

  perform s003-sql-compile

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-row
      move zero to column-sub
      perform snnn-get-text-column
      move column-text(1:8) to fetch-snap-date

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-delete
  .

s012-load-month-end-values.
  *> ---------------------------------------------------------------------------
  *>  Loads every foo_monthend value at the compared month-ends into
  *>  the indicator table.  One month-end can fill more than one
  *>  column (the prior quarter-end is also a month-end column when
  *>  the period is not itself a quarter-end).
  *> ---------------------------------------------------------------------------

  initialize indicator-table

  move spaces to sql-statement
  string "SELECT snap_date, ind_number, ind_value FROM foo_monthend"
                                     delimited by size,
         " WHERE snap_date IN ('"   delimited by size,
         compare-date(1)            delimited by size,
         "', '"                     delimited by size,
         compare-date(2)            delimited by size,
         "', '"                     delimited by size,
         compare-date(3)            delimited by size,
         "', '"                     delimited by size,
         compare-date(4)            delimited by size,
         "', '"                     delimited by size,
         compare-date(5)            delimited by size,
         "');"                      delimited by size
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
        move zero to column-sub
        perform snnn-get-text-column
        move column-text(1:8) to fetch-snap-date
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning fetch-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-two
                            returning fetch-value
        end-call
        if fetch-ind-number >= 1 and fetch-ind-number <= 750
          move "Y" to cmp-present(fetch-ind-number)
          perform varying col-sub from 1 by 1 until col-sub > 5
            if compare-date(col-sub) = fetch-snap-date
              move fetch-value to cmp-value(fetch-ind-number, col-sub)
            end-if
          end-perform
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

s013-load-month-end-statuses.
  *> ---------------------------------------------------------------------------
  *>  Loads the ind_status lifecycle letter each indicator had at the
  *>  compared month-ends, from foo_monthend_status.  A retired
  *>  indicator may have no foo row at all, so a status row alone is
  *>  enough to list it.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT snap_date, ind_number, status FROM foo_monthend_status"
                                     delimited by size,
         " WHERE snap_date IN ('"   delimited by size,
         compare-date(1)            delimited by size,
         "', '"                     delimited by size,
         compare-date(2)            delimited by size,
         "', '"                     delimited by size,
         compare-date(3)            delimited by size,
         "', '"                     delimited by size,
         compare-date(4)            delimited by size,
         "', '"                     delimited by size,
         compare-date(5)            delimited by size,
         "');"                      delimited by size
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
        move zero to column-sub
        perform snnn-get-text-column
        move column-text(1:8) to fetch-snap-date
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning fetch-ind-number
        end-call
        move column-two to column-sub
        perform snnn-get-text-column
        move column-text(1:1) to fetch-status
        if fetch-ind-number >= 1 and fetch-ind-number <= 750
          move "Y" to cmp-present(fetch-ind-number)
          perform varying col-sub from 1 by 1 until col-sub > 5
            if compare-date(col-sub) = fetch-snap-date
              move fetch-status to cmp-status(fetch-ind-number, col-sub)
            end-if
          end-perform
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

s014-report-groups.
  *> ---------------------------------------------------------------------------
  *>  Walks ind_groups in group order: a heading for each group, one
  *>  line per member, and the group TOTAL line when the group
  *>  changes.  Members with no month-end row print as zero, the same
  *>  way FOOGRPT counts them.
  *> ---------------------------------------------------------------------------

  move "N" to group-open
  move spaces to current-group-name
  perform varying col-sub from 1 by 1 until col-sub > 5
    move zero to grand-total(col-sub)
  end-perform

  move spaces to sql-statement
  string "SELECT group_name, ind_number FROM ind_groups"
                                     delimited by size,
         " ORDER BY group_name, ind_number;"
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
        move zero to column-sub
        perform snnn-get-text-column
        move column-text(1:20) to fetch-group-name
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning fetch-ind-number
        end-call
        if fetch-ind-number >= 1 and fetch-ind-number <= 750
          if not group-is-open
              or fetch-group-name not = current-group-name
            perform snnn-close-group
            move fetch-group-name to current-group-name
            perform snnn-open-group
          end-if
          move "Y" to cmp-grouped(fetch-ind-number)
          move fetch-ind-number to cmp-sub
          perform snnn-report-indicator
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

  perform snnn-close-group
  .

s015-report-ungrouped.
  *> ---------------------------------------------------------------------------
  *>  Lists the indicators with a month-end picture but no group under
  *>  (NO GROUP), so nothing falls outside the group totals.
  *> ---------------------------------------------------------------------------

  perform varying cmp-sub from 1 by 1 until cmp-sub > 750
    if cmp-present(cmp-sub) = "Y" and cmp-grouped(cmp-sub) not = "Y"
      if not group-is-open
        move "(NO GROUP)" to current-group-name
        perform snnn-open-group
      end-if
      perform snnn-report-indicator
    end-if
  end-perform

  perform snnn-close-group
  .

snnn-open-group.
  *> ---------------------------------------------------------------------------
  *>  Starts a group section and zeroes its totals.
  *> ---------------------------------------------------------------------------

  move "Y" to group-open
  add 1 to group-count

  perform varying col-sub from 1 by 1 until col-sub > 5
    move zero to group-total(col-sub)
  end-perform

  move spaces to compare-report-record
  perform s027-write-compare-line
  move spaces to compare-report-record
  string "GROUP "                   delimited by size,
         current-group-name         delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line
  .

snnn-close-group.
  *> ---------------------------------------------------------------------------
  *>  Ends the open group section, if any, with its TOTAL line.
  *> ---------------------------------------------------------------------------

  if not group-is-open
    exit paragraph
  end-if

  move "N" to group-open

  perform varying col-sub from 1 by 1 until col-sub > 5
    move group-total(col-sub) to line-value(col-sub)
  end-perform
  move "TOTAL" to line-label
  move zero to line-ind-number
  move "N" to line-retired
  perform snnn-write-compare-line
  .

snnn-report-indicator.
  *> ---------------------------------------------------------------------------
  *>  Reports indicator cmp-sub: its values at the compared month-ends,
  *>  added into the group and grand totals, and the RETIRED flag when
  *>  it was active at one compared month-end and retired at a later
  *>  one (the columns run oldest first).
  *> ---------------------------------------------------------------------------

  add 1 to indicator-count

  move "N" to seen-active
  move "N" to line-retired

  perform varying col-sub from 1 by 1 until col-sub > 5
    move cmp-value(cmp-sub, col-sub) to line-value(col-sub)
    if compare-date(col-sub) not = spaces
      add cmp-value(cmp-sub, col-sub) to group-total(col-sub)
      add cmp-value(cmp-sub, col-sub) to grand-total(col-sub)
      if cmp-status(cmp-sub, col-sub) = "A"
        move "Y" to seen-active
      end-if
      if cmp-status(cmp-sub, col-sub) = "T" and was-active
        move "Y" to line-retired
      end-if
    end-if
  end-perform

  if line-is-retired
    add 1 to retired-count
  end-if

  move current-group-name to line-label
  move cmp-sub to line-ind-number
  perform snnn-write-compare-line
  .

snnn-write-compare-line.
  *> ---------------------------------------------------------------------------
  *>  Lays line-value out as one QCMPRPT detail line and one QCMPCSV
  *>  record: the values, blank where the month has no month-end
  *>  picture, and the current value's change against each change-base
  *>  column.  The percentage is of the earlier value - N/A when that
  *>  is zero, asterisks when it will not fit the report column.
  *> ---------------------------------------------------------------------------

  move spaces to detail-line

  if line-ind-number = zero
    move line-label(1:5) to dl-ind-area
  else
    move line-ind-number to dl-ind-number
  end-if

  perform varying col-sub from 1 by 1 until col-sub > 5
    if compare-date(col-sub) = spaces
      move spaces to dl-value-text(col-sub)
    else
      move line-value(col-sub) to dl-value(col-sub)
    end-if
  end-perform

  move spaces to compare-csv-record
  move 1 to csv-pointer

  if line-ind-number = zero
    string trim(current-group-name)  delimited by size,
           ",TOTAL"                   delimited by size
      into compare-csv-record
      with pointer csv-pointer
    end-string
  else
    move line-ind-number to csv-number-edit
    string trim(current-group-name)  delimited by size,
           ","                        delimited by size,
           trim(csv-number-edit)      delimited by size
      into compare-csv-record
      with pointer csv-pointer
    end-string
  end-if

  perform varying col-sub from 1 by 1 until col-sub > 5
    move spaces to csv-field
    if compare-date(col-sub) not = spaces
      move line-value(col-sub) to csv-number-edit
      move trim(csv-number-edit) to csv-field
    end-if
    string ","                        delimited by size,
           compare-date(col-sub)      delimited by space,
           ","                        delimited by size,
           csv-field                  delimited by space
      into compare-csv-record
      with pointer csv-pointer
    end-string
  end-perform

  perform varying chg-sub from 1 by 1 until chg-sub > 3

    move change-base-column(chg-sub) to base-sub

    if compare-date(base-sub) = spaces
      move spaces to dl-change-text(chg-sub)
      move spaces to dl-pct-text(chg-sub)
      string ",,"                     delimited by size
        into compare-csv-record
        with pointer csv-pointer
      end-string
    else
      compute change-value = line-value(current-column)
                           - line-value(base-sub)
      end-compute
      move change-value to dl-change(chg-sub)
      move change-value to csv-number-edit
      move trim(csv-number-edit) to csv-field
      string ","                      delimited by size,
             csv-field                delimited by space,
             ","                      delimited by size
        into compare-csv-record
        with pointer csv-pointer
      end-string

      if line-value(base-sub) = zero
        move "N/A" to dl-pct-text(chg-sub)(6:3)
      else
        compute change-pct rounded = (change-value * 100)
                                   / line-value(base-sub)
        end-compute
        if change-pct > 99999.9 or change-pct < -99999.9
          move all "*" to dl-pct-text(chg-sub)
        else
          move change-pct to dl-pct(chg-sub)
        end-if
        move change-pct to csv-pct-edit
        move trim(csv-pct-edit) to csv-field
        string csv-field              delimited by space
          into compare-csv-record
          with pointer csv-pointer
        end-string
      end-if
    end-if

  end-perform

  if line-is-retired
    move "RETIRED" to dl-flag
    string ",Y"                       delimited by size
      into compare-csv-record
      with pointer csv-pointer
    end-string
  else
    string ",N"                       delimited by size
      into compare-csv-record
      with pointer csv-pointer
    end-string
  end-if

  move detail-line to compare-report-record
  perform s027-write-compare-line

  write compare-csv-record
  .

s021-write-compare-header.
  *> ---------------------------------------------------------------------------
  *>  Starts the report (title, period, and run date) and the CSV
  *>  (its header line).
  *> ---------------------------------------------------------------------------

  open output compare-report
  close compare-report

  if compare-date(current-column) not = spaces
    move spaces to period-ended-text
    string compare-date(current-column)(5:2) delimited by size,
           "/"                                delimited by size,
           compare-date(current-column)(7:2) delimited by size,
           "/"                                delimited by size,
           compare-date(current-column)(1:4) delimited by size
      into period-ended-text
    end-string
  end-if

  move spaces to compare-report-record
  string "FOOQCMP "                 delimited by size,
         period-title               delimited by space,
         " COMPARATIVE REPORT  PERIOD ENDED: "
                                     delimited by size,
         period-ended-text          delimited by space,
         "  RUN DATE: "             delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line

  open output compare-csv-file
  move spaces to compare-csv-record
  string "group_name,ind_number,"   delimited by size,
         "last_year_date,last_year_value,"
                                     delimited by size,
         "prior_qe_date,prior_qe_value,"
                                     delimited by size,
         "month_end_2_date,month_end_2_value,"
                                     delimited by size,
         "month_end_1_date,month_end_1_value,"
                                     delimited by size,
         "period_date,period_value,"
                                     delimited by size,
         "chg_month,pct_month,chg_quarter,pct_quarter,"
                                     delimited by size,
         "chg_year,pct_year,retired"
                                     delimited by size
    into compare-csv-record
  end-string
  write compare-csv-record
  .

s022-write-column-headings.
  *> ---------------------------------------------------------------------------
  *>  Two heading lines: what each column is, and the month-end date
  *>  it was taken at (NONE when that month has no picture).
  *> ---------------------------------------------------------------------------

  move spaces to compare-report-record
  perform s027-write-compare-line

  move spaces to heading-line
  move "IND" to hl-ind-area
  perform varying col-sub from 1 by 1 until col-sub > 5
    move trim(compare-title(col-sub)) to hl-value-text(col-sub)
  end-perform
  move "VS MONTH" to hl-change-text(1)
  move "VS QTR" to hl-change-text(2)
  move "VS YEAR" to hl-change-text(3)
  perform varying chg-sub from 1 by 1 until chg-sub > 3
    move "PCT" to hl-pct-text(chg-sub)
  end-perform
  move "FLAG" to hl-flag
  move heading-line to compare-report-record
  perform s027-write-compare-line

  move spaces to heading-line
  perform varying col-sub from 1 by 1 until col-sub > 5
    if compare-date(col-sub) = spaces
      move "NONE" to hl-value-text(col-sub)
    else
      move spaces to column-text
      string compare-date(col-sub)(5:2) delimited by size,
             "/"                        delimited by size,
             compare-date(col-sub)(7:2) delimited by size,
             "/"                        delimited by size,
             compare-date(col-sub)(1:4) delimited by size
        into column-text
      end-string
      move column-text(1:10) to hl-value-text(col-sub)
    end-if
  end-perform
  move heading-line to compare-report-record
  perform s027-write-compare-line
  .

s024-write-compare-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the report with the all-groups TOTAL line and the counts.
  *> ---------------------------------------------------------------------------

  move spaces to compare-report-record
  perform s027-write-compare-line
  move "ALL GROUPS" to compare-report-record
  perform s027-write-compare-line

  move "ALL GROUPS" to current-group-name
  perform varying col-sub from 1 by 1 until col-sub > 5
    move grand-total(col-sub) to line-value(col-sub)
  end-perform
  move "TOTAL" to line-label
  move zero to line-ind-number
  move "N" to line-retired
  perform snnn-write-compare-line

  move spaces to compare-report-record
  perform s027-write-compare-line

  move group-count to count-display
  move spaces to compare-report-record
  string "GROUPS REPORTED:               " delimited by size,
         count-display                      delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line

  move indicator-count to count-display
  move spaces to compare-report-record
  string "INDICATORS REPORTED:           " delimited by size,
         count-display                      delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line

  move retired-count to count-display
  move spaces to compare-report-record
  string "ACTIVE, THEN RETIRED (RETIRED):" delimited by size,
         count-display                      delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line
  .

s026-report-no-month-end.
  *> ---------------------------------------------------------------------------
  *>  Nothing to compare: no month-end picture on or before the report
  *>  date.
  *> ---------------------------------------------------------------------------

  move spaces to compare-report-record
  perform s027-write-compare-line
  move spaces to compare-report-record
  string "NO MONTH-END PICTURE IN FOO_MONTHEND ON OR BEFORE "
                                     delimited by size,
         report-date(5:2)           delimited by size,
         "/"                        delimited by size,
         report-date(7:2)           delimited by size,
         "/"                        delimited by size,
         report-date(1:4)           delimited by size
    into compare-report-record
  end-string
  perform s027-write-compare-line
  .

s027-write-compare-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to the report.
  *> ---------------------------------------------------------------------------

  open extend compare-report
  if not compare-report-ok
    open output compare-report
  end-if

  write compare-report-record

  close compare-report
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
    if column-text-bytes > 80
      move 80 to column-text-bytes
    end-if
    set address of column-text-area to column-text-ptr
    move column-text-area(1:column-text-bytes) to column-text
  end-if
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
  *>  the other nightly steps, rows = indicators reported.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOQCMP"                     delimited by size,
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
  *>  this cycle is running for, for the report heading, the weekly
  *>  schedule, and the dated error log.  A missing or unusable control
  *>  record means tonight's actual date.
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

end program FOOQCMP.
