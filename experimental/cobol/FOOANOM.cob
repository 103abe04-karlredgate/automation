*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOANOM.cob -lsqlite3
*>
*> FOOANOMCTL (optional) - line 1 is the deviation threshold in
*> standard deviations (default 3, decimals allowed, e.g. 2.5); line 2
*> is the number of recent snapshot cycle dates the baseline is built
*> from (default 20); line 3 is the flat-run length in cycle dates
*> (default 10); line 4 is the 0/4/8 severity the NIGHTALRT lines and
*> the completion code carry (default 4); lines 5 onward are
*> ind_groups group names whose indicators are exempt, one per line.
*> See testsqlite3.ctl.sample for the same one-line-per-value
*> convention.  A blank line keeps that value's default.  Runs against
*> test.sdb.
*>
*> Post-load statistical anomaly sweep.  ind_limits catches a value
*> outside a fixed range; this step catches the indicator that
*> normally sits at 3 and jumps to 40 while still inside its limits.
*> For every indicator in foo or the baseline it computes the mean and
*> spread (standard deviation) of its value over the most recent
*> snapshot cycle dates FOOSNAP keeps in foo_snapshot (see
*> sql/foo_snapshot.sql) before tonight's CYCLDATE - an indicator with
*> no row on a date counts as zero there, the same as FOODELTA treats
*> a missing row - and flags tonight's foo value when it
*>   - lies further from the mean than the threshold times the
*>     spread, or
*>   - differs from a value that held unchanged for the whole
*>     flat-run length (the first move after a long flat run).
*> Each anomaly prints on the anomaly report (ANOMRPT) and goes to the
*> NIGHTALRT alert file, led by the SEV=/CAT=ANOMALY tags the ALRTDSK
*> morning job routes on.  Fewer than five baseline cycle dates tests
*> nothing and says so, rather than alerting on noise.  Runs as a
*> NIGHTDRV step after the load, before FOOSNAP lands tonight's
*> snapshot.

identification division.

  program-id.                          FOOANOM.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select anomaly-control-file        assign to DA-S-FOOANOMCTL
                                          organization line sequential
                                          file status is anomaly-control-status.

      select anomaly-report              assign to DA-S-ANOMRPT
                                          organization line sequential
                                          file status is anomaly-report-status.

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

  fd  anomaly-control-file.
  01  anomaly-control-record             pic x(256).

  fd  anomaly-report.
  01  anomaly-report-record              pic x(132).

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

    01  anomaly-control-status         pic x(2) value "00".
      88  anomaly-control-ok           value "00".
    01  end-of-control                 pic x value "N".
      88  no-more-control-lines        value "Y".
    01  control-line                   pic x(256).
    01  control-line-number            pic s9(4) comp value zero.

*>  The tuning the control file can override, with their defaults.
    01  deviation-threshold            pic 9(2)v9(2) value 3.
    01  deviation-threshold-display    pic z9.99.
    01  baseline-dates                 pic s9(4) comp value 20.
    01  flat-run-dates                 pic s9(4) comp value 10.
    01  alert-severity                 pic 9 value 4.
    01  minimum-baseline-dates         pic s9(4) comp value 5.
    01  exempt-group-count             pic s9(4) comp value zero.
    01  exempt-groups.
      02  exempt-group                 pic x(20) occurs 20 times.
    01  exempt-sub                     pic s9(4) comp.
    01  group-quote-count              pic s9(4) comp value zero.

    01  anomaly-report-status          pic x(2) value "00".
      88  anomaly-report-ok            value "00".

    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".

*>  The baseline actually available tonight.
    01  window-dates                   pic s9(4) comp value zero.
    01  window-dates-display           pic zzz9.
    01  flat-dates                     pic s9(4) comp value zero.
    01  dates-display                  pic 9(4).

*>  One indicator under test.
    01  test-ind-number                pic x(18).
    01  test-ind-name                  pic x(20).
    01  test-group-name                pic x(20).
    01  test-value                     pic s9(9) comp.
    01  test-mean                      pic s9(9)v9(4) comp.
    01  test-mean-square               pic s9(12)v9(4) comp.
    01  test-variance                  pic s9(12)v9(4) comp.
    01  test-spread                    pic s9(9)v9(4) comp.
    01  test-distance                  pic s9(9)v9(4) comp.
    01  test-flat-rows                 pic s9(4) comp.
    01  test-flat-min                  pic s9(9) comp.
    01  test-flat-max                  pic s9(9) comp.
    01  test-deviation-flag            pic x value "N".
      88  test-deviates                value "Y".
    01  test-flat-break-flag           pic x value "N".
      88  test-breaks-flat-run         value "Y".
    01  test-exempt-flag               pic x value "N".
      88  test-is-exempt               value "Y".
    01  test-reason                    pic x(24).

    01  value-display                  pic ------9.
    01  mean-display                   pic ------9.99.
    01  spread-display                 pic -----9.99.

    01  tested-count                   pic s9(9) comp value zero.
    01  exempt-count                   pic s9(9) comp value zero.
    01  anomaly-count                  pic s9(9) comp value zero.
    01  anomaly-count-display          pic 9(9).
    01  total-display                  pic zzz,zz9.

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

fooanom-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s001-open-database

  perform s010-count-baseline-dates

  perform s020-write-report-header

  if window-dates < minimum-baseline-dates
    move minimum-baseline-dates to window-dates-display
    move spaces to anomaly-report-record
    string "BASELINE TOO SHORT - FEWER THAN "
                                       delimited by size,
           trim(window-dates-display)  delimited by size,
           " SNAPSHOT CYCLE DATES BEFORE TONIGHT; NOTHING TESTED"
                                       delimited by size
      into anomaly-report-record
    end-string
    perform snnn-write-report-line
  else
    perform s011-build-anomaly-statement
    perform s003-sql-compile
    perform s004-test-indicators
    perform snnn-sql-delete
  end-if

  perform s002-close-database

  perform s030-write-report-totals

  if anomaly-count > zero
    move alert-severity to return-code
    evaluate alert-severity
      when zero
        move "0000" to run-completion-code
      when 4
        move "0004" to run-completion-code
      when other
        move "0008" to run-completion-code
    end-evaluate
  else
    move zero to return-code
    move "0000" to run-completion-code
  end-if

  perform s00d-write-batch-status

  goback
  .

*> *****************************************************************************
*>  Internal subroutines.

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Reads the tuning from the control file (DD name FOOANOMCTL): the
  *>  threshold, baseline length, flat-run length, alert severity, and
  *>  the exempt groups.  A missing file or a blank or unusable line
  *>  keeps the compiled-in default for that value.  An exempt group
  *>  name carrying an apostrophe can never match a maintained group
  *>  (FOOMAINT refuses them) and is ignored.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input anomaly-control-file

  if not anomaly-control-ok
    exit paragraph
  end-if

  move "N" to end-of-control
  perform until no-more-control-lines

    move spaces to control-line
    read anomaly-control-file into control-line
      at end
        move "Y" to end-of-control
    end-read

    if not no-more-control-lines
      add 1 to control-line-number
      evaluate true

        when control-line = spaces
          continue

        when control-line-number = 1
          if test-numval(trim(control-line)) = zero
              and numval(trim(control-line)) > zero
            move numval(trim(control-line)) to deviation-threshold
          end-if

        when control-line-number = 2
          if trim(control-line) is numeric
              and numval(control-line) > zero
            move numval(control-line) to baseline-dates
          end-if

        when control-line-number = 3
          if trim(control-line) is numeric
              and numval(control-line) > 1
            move numval(control-line) to flat-run-dates
          end-if

        when control-line-number = 4
          if control-line(1:1) = "0" or control-line(1:1) = "4"
              or control-line(1:1) = "8"
            move control-line(1:1) to alert-severity
          end-if

        when other
          move zero to group-quote-count
          inspect control-line tallying group-quote-count for all "'"
          if group-quote-count = zero and exempt-group-count < 20
            add 1 to exempt-group-count
            move trim(control-line) to exempt-group(exempt-group-count)
          end-if

      end-evaluate
    end-if

  end-perform

  close anomaly-control-file
  .

s010-count-baseline-dates.
  *> ---------------------------------------------------------------------------
  *>  Counts the snapshot cycle dates available for the baseline -
  *>  the newest baseline-dates of them before tonight's CYCLDATE (a
  *>  rerun after FOOSNAP must not measure tonight against itself) -
  *>  and the flat-run window inside them.
  *> ---------------------------------------------------------------------------

  move baseline-dates to dates-display

  move spaces to sql-statement
  string "SELECT COUNT(*) FROM (SELECT DISTINCT snap_date"
                                     delimited by size,
         " FROM foo_snapshot WHERE snap_date < '"
                                     delimited by size,
         cycle-date                 delimited by size,
         "' ORDER BY snap_date DESC LIMIT "
                                     delimited by size,
         dates-display              delimited by size,
         ");"                       delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-row
      move zero to column-number
      perform snnn-get-column-value
      move numval(trim(column-value)) to window-dates

    when sqlite-done
      move zero to window-dates

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-delete

  move flat-run-dates to flat-dates
  if flat-dates > window-dates
    move window-dates to flat-dates
  end-if
  .

s011-build-anomaly-statement.
  *> ---------------------------------------------------------------------------
  *>  Builds the per-indicator baseline: tonight's foo value, the mean
  *>  and mean square over the baseline window (a missing snapshot row
  *>  counts as zero, so the sums divide by the window size, not the
  *>  rows found), and the rows, lowest and highest value inside the
  *>  flat-run window, with the group and business name for the report.
  *> ---------------------------------------------------------------------------

  move window-dates to window-dates-display

  move spaces to sql-statement
  string "WITH d AS (SELECT DISTINCT snap_date FROM foo_snapshot"
                                     delimited by size,
         " WHERE snap_date < '"     delimited by size,
         cycle-date                 delimited by size,
         "' ORDER BY snap_date DESC LIMIT "
                                     delimited by size,
         trim(window-dates-display) delimited by size,
         "), f AS (SELECT snap_date FROM d ORDER BY snap_date DESC"
                                     delimited by size,
         " LIMIT "                  delimited by size
    into sql-statement
  end-string

  move flat-dates to dates-display
  string trim(sql-statement)        delimited by size,
         " "                        delimited by size,
         dates-display              delimited by size,
         "), i AS (SELECT ind_number FROM foo UNION"
                                     delimited by size,
         " SELECT ind_number FROM foo_snapshot WHERE snap_date IN d)"
                                     delimited by size,
         " SELECT i.ind_number, COALESCE(o.ind_value, 0),"
                                     delimited by size,
         " total(s.ind_value) / "   delimited by size,
         trim(window-dates-display) delimited by size,
         ".0, total(s.ind_value * s.ind_value) / "
                                     delimited by size,
         trim(window-dates-display) delimited by size,
         ".0, COUNT(f.snap_date),"  delimited by size,
         " min(CASE WHEN f.snap_date IS NULL THEN NULL"
                                     delimited by size,
         " ELSE s.ind_value END),"  delimited by size,
         " max(CASE WHEN f.snap_date IS NULL THEN NULL"
                                     delimited by size,
         " ELSE s.ind_value END),"  delimited by size,
         " COALESCE(g.group_name, ''),"
                                     delimited by size,
         " COALESCE(n.ind_name, '(unnamed)') FROM i"
                                     delimited by size,
         " LEFT JOIN foo o ON o.ind_number = i.ind_number"
                                     delimited by size,
         " LEFT JOIN foo_snapshot s ON s.ind_number = i.ind_number"
                                     delimited by size,
         " AND s.snap_date IN d"    delimited by size,
         " LEFT JOIN f ON f.snap_date = s.snap_date"
                                     delimited by size,
         " LEFT JOIN ind_groups g ON g.ind_number = i.ind_number"
                                     delimited by size,
         " LEFT JOIN ind_names n ON n.ind_number = i.ind_number"
                                     delimited by size,
         " GROUP BY i.ind_number ORDER BY i.ind_number;"
                                     delimited by size
    into sql-statement
  end-string
  .

s004-test-indicators.
  *> ---------------------------------------------------------------------------
  *>  Drives the compiled baseline to completion, testing one indicator
  *>  per row.
  *> ---------------------------------------------------------------------------

  move "N" to end-of-rows

  perform until no-more-rows

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        perform s021-test-indicator

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

s021-test-indicator.
  *> ---------------------------------------------------------------------------
  *>  Tests the current indicator against its baseline.  Exempt groups
  *>  are counted and passed over.  The spread is the square root of
  *>  the variance (mean square less the squared mean); a flat-run
  *>  window with fewer rows than dates held a zero on the missing
  *>  dates, so zero joins its lowest/highest.
  *> ---------------------------------------------------------------------------

  move 7 to column-number
  perform snnn-get-column-value
  move column-value to test-group-name

  move "N" to test-exempt-flag
  perform varying exempt-sub from 1 by 1
          until exempt-sub > exempt-group-count
    if test-group-name = exempt-group(exempt-sub)
      move "Y" to test-exempt-flag
    end-if
  end-perform

  if test-is-exempt
    add 1 to exempt-count
    exit paragraph
  end-if

  add 1 to tested-count

  move zero to column-number
  perform snnn-get-column-value
  move column-value to test-ind-number

  move 1 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-value

  move 2 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-mean

  move 3 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-mean-square

  move 4 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-flat-rows

  move 5 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-flat-min

  move 6 to column-number
  perform snnn-get-column-value
  move numval(trim(column-value)) to test-flat-max

  move 8 to column-number
  perform snnn-get-column-value
  move column-value to test-ind-name

  compute test-variance = test-mean-square - (test-mean * test-mean)
  end-compute
  if test-variance > zero
    compute test-spread = sqrt(test-variance)
    end-compute
  else
    move zero to test-spread
  end-if

  compute test-distance = abs(test-value - test-mean)
  end-compute

  move "N" to test-deviation-flag
  if test-spread > zero
      and test-distance > deviation-threshold * test-spread
    move "Y" to test-deviation-flag
  end-if

  if test-flat-rows < flat-dates
    if test-flat-min > zero
      move zero to test-flat-min
    end-if
    if test-flat-max < zero
      move zero to test-flat-max
    end-if
  end-if

  move "N" to test-flat-break-flag
  if flat-dates >= flat-run-dates
      and test-flat-min = test-flat-max
      and test-value not = test-flat-min
    move "Y" to test-flat-break-flag
  end-if

  evaluate true
    when test-deviates and test-breaks-flat-run
      move "DEVIATION, FLAT-RUN MOVE" to test-reason
    when test-deviates
      move "DEVIATION" to test-reason
    when test-breaks-flat-run
      move "FLAT-RUN MOVE" to test-reason
    when other
      exit paragraph
  end-evaluate

  add 1 to anomaly-count
  perform snnn-write-anomaly-line
  perform snnn-write-anomaly-alert
  .

snnn-write-anomaly-line.
  *> ---------------------------------------------------------------------------
  *>  Prints the current anomaly on the report.
  *> ---------------------------------------------------------------------------

  move test-value to value-display
  move test-mean to mean-display
  move test-spread to spread-display

  move spaces to anomaly-report-record
  move trim(test-ind-number) to anomaly-report-record(1:4)
  move test-ind-name to anomaly-report-record(7:20)
  move test-group-name to anomaly-report-record(29:20)
  move value-display to anomaly-report-record(50:8)
  move mean-display to anomaly-report-record(59:10)
  move spread-display to anomaly-report-record(70:9)
  move test-reason to anomaly-report-record(81:24)

  perform snnn-write-report-line
  .

snnn-write-anomaly-alert.
  *> ---------------------------------------------------------------------------
  *>  Writes the current anomaly as one NIGHTALRT line at the configured
  *>  severity, led by the SEV=/CAT= tags the ALRTDSK morning job routes
  *>  on.
  *> ---------------------------------------------------------------------------

  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV="                      delimited by size,
         alert-severity              delimited by size,
         " CAT=ANOMALY "             delimited by size,
         "FOOANOM ANOMALY: ind="     delimited by size,
         trim(test-ind-number)       delimited by size,
         " ("                        delimited by size,
         trim(test-ind-name)         delimited by size,
         ") value="                  delimited by size,
         trim(value-display)         delimited by size,
         " mean="                    delimited by size,
         trim(mean-display)          delimited by size,
         " spread="                  delimited by size,
         trim(spread-display)        delimited by size,
         " reason="                  delimited by size,
         trim(test-reason)           delimited by size,
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

s020-write-report-header.
  *> ---------------------------------------------------------------------------
  *>  Writes the report title, run date, the tuning in force, and the
  *>  column headings.
  *> ---------------------------------------------------------------------------

  move spaces to anomaly-report-record
  string "FOOANOM INDICATOR ANOMALY REPORT  RUN DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into anomaly-report-record
  end-string
  perform snnn-write-report-line

  move deviation-threshold to deviation-threshold-display
  move window-dates to window-dates-display
  move flat-run-dates to dates-display
  move spaces to anomaly-report-record
  string "THRESHOLD "               delimited by size,
         trim(deviation-threshold-display)
                                     delimited by size,
         " SPREADS  BASELINE "      delimited by size,
         trim(window-dates-display) delimited by size,
         " CYCLE DATES  FLAT RUN "  delimited by size,
         dates-display              delimited by size,
         " CYCLE DATES  SEVERITY "  delimited by size,
         alert-severity             delimited by size
    into anomaly-report-record
  end-string
  perform snnn-write-report-line

  if exempt-group-count > zero
    move spaces to anomaly-report-record
    move "EXEMPT GROUPS:" to anomaly-report-record
    perform varying exempt-sub from 1 by 1
            until exempt-sub > exempt-group-count
      string trim(anomaly-report-record)     delimited by size,
             " "                              delimited by size,
             trim(exempt-group(exempt-sub))   delimited by size
        into anomaly-report-record
      end-string
    end-perform
    perform snnn-write-report-line
  end-if

  move spaces to anomaly-report-record
  perform snnn-write-report-line

  move spaces to anomaly-report-record
  move "IND   NAME                  GROUP"  to anomaly-report-record
  move "TONIGHT" to anomaly-report-record(50:7)
  move "MEAN" to anomaly-report-record(65:4)
  move "SPREAD" to anomaly-report-record(73:6)
  move "REASON" to anomaly-report-record(81:6)
  perform snnn-write-report-line

  move spaces to anomaly-report-record
  perform snnn-write-report-line
  .

s030-write-report-totals.
  *> ---------------------------------------------------------------------------
  *>  Prints the totals: indicators tested, exempted, and flagged.
  *> ---------------------------------------------------------------------------

  if anomaly-count = zero
    move "NO ANOMALIES" to anomaly-report-record
    perform snnn-write-report-line
  end-if

  move spaces to anomaly-report-record
  perform snnn-write-report-line

  move tested-count to total-display
  move spaces to anomaly-report-record
  string "INDICATORS TESTED:   "    delimited by size,
         total-display              delimited by size
    into anomaly-report-record
  end-string
  perform snnn-write-report-line

  move exempt-count to total-display
  move spaces to anomaly-report-record
  string "INDICATORS EXEMPT:   "    delimited by size,
         total-display              delimited by size
    into anomaly-report-record
  end-string
  perform snnn-write-report-line

  move anomaly-count to total-display
  move spaces to anomaly-report-record
  string "ANOMALIES FLAGGED:   "    delimited by size,
         total-display              delimited by size
    into anomaly-report-record
  end-string
  perform snnn-write-report-line
  .

snnn-write-report-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to tonight's anomaly report.
  *> ---------------------------------------------------------------------------

  open extend anomaly-report
  if not anomaly-report-ok
    open output anomaly-report
  end-if

  write anomaly-report-record

  close anomaly-report
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
  *>  the other nightly steps, rows = anomalies found.
  *> ---------------------------------------------------------------------------

  move anomaly-count to anomaly-count-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOANOM"                     delimited by size,
         "|"                           delimited by size,
         run-completion-code           delimited by size,
         "|"                           delimited by size,
         anomaly-count-display         delimited by size,
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

end program FOOANOM.
