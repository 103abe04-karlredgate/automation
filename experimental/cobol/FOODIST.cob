*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOODIST.cob -lsqlite3
*>
*> DISTRTE - the distribution table: one line per group and recipient,
*> ind_groups group_name in columns 1-20, recipient (team or mailbox
*> id) in columns 22-33.  A group may go to several recipients and a
*> recipient may take several groups; lines starting * are comments.
*>
*> End-of-cycle report distribution.  FOODELTA, FOOGRPT, FOOLIMIT's
*> breaches, and the FOOEXP CSV each come out as one shop-wide file;
*> this step bursts them into one package per recipient holding only
*> the indicators of the groups routed to that recipient:
*>
*>   DIST.<recipient>.<yyyymmdd>.RPT - tonight's FOODELTA movements,
*>       FOOGRPT rollup lines, and FOOLIMIT breach alerts for the
*>       recipient's groups, each under its own heading;
*>   DIST.<recipient>.<yyyymmdd>.CSV - the FOOCSV rows (with FOOCSV's
*>       header line) for the recipient's groups.
*>
*> Only tonight's FOODELTA and FOOGRPT sections are taken: both
*> reports accumulate, so the last section headed with tonight's
*> CYCLDATE run date is the one distributed, and a report that has no
*> section for tonight is named on the manifest rather than last
*> night's being sent again.  Breaches are the FOOLIMIT BREACH lines
*> still on NIGHTALRT (ALRTDSK clears it each morning).  Indicators
*> are tied to their group through ind_groups.
*>
*> A recipient whose groups had no movement and no breach tonight
*> gets a NO ACTIVITY page at the front of the package, so a missing
*> package is always a fault and never a quiet night.  DISTMAN, the
*> distribution manifest, lists every package with its record counts
*> per section and a note of empty and no-activity packages, and
*> names any group that has indicators but no recipient.  A missing
*> DISTRTE, a group with no recipient, or a report with no section for
*> tonight ends the step with code 4.
*>
*> Run for a portfolio of the nightly cycle, the packages carry the
*> portfolio's dataset prefix (<prefix>.DIST...), and the breaches are
*> read from the portfolio's own alert log, which NIGHTDRV starts
*> fresh for each portfolio's run.

identification division.

  program-id.                          FOODIST.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select route-file                  assign to DA-S-DISTRTE
                                          organization line sequential
                                          file status is route-file-status.

      select delta-report                assign to DA-S-DELTARPT
                                          organization line sequential
                                          file status is delta-report-status.

      select group-report                assign to DA-S-GROUPRPT
                                          organization line sequential
                                          file status is group-report-status.

      select alert-file                  assign to DA-S-NIGHTALRT
                                          organization line sequential
                                          file status is alert-file-status.

      select csv-file                    assign to DA-S-FOOCSV
                                          organization line sequential
                                          file status is csv-file-status.

      select package-report              assign to package-report-path
                                          organization line sequential
                                          file status is package-report-status.

      select package-csv                 assign to package-csv-path
                                          organization line sequential
                                          file status is package-csv-status.

      select manifest-file               assign to DA-S-DISTMAN
                                          organization line sequential
                                          file status is manifest-status.

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

  fd  route-file.
  01  route-record.
      02  route-group-name                 pic x(20).
      02  filler                           pic x.
      02  route-recipient                  pic x(12).
      02  filler                           pic x(47).

  fd  delta-report.
  01  delta-report-record                  pic x(132).

  fd  group-report.
  01  group-report-record                  pic x(132).

  fd  alert-file.
  01  alert-record                         pic x(256).

  fd  csv-file.
  01  csv-record                           pic x(256).

  fd  package-report.
  01  package-report-record                pic x(256).

  fd  package-csv.
  01  package-csv-record                   pic x(256).

  fd  manifest-file.
  01  manifest-record                      pic x(132).

  fd  cycle-date-file.
  01  cycle-date-record                    pic x(80).

  fd  error-log.
  01  error-log-record                     pic x(1352).

  fd  batch-status-file.
  01  batch-status-record                  pic x(256).

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
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.
    01  column-text-bytes              pic s9(9) comp.

*>  The distribution table, as read from DISTRTE.
    01  route-file-status              pic x(2) value "00".
      88  route-file-ok                value "00".
    01  end-of-route-file              pic x value "N".
      88  no-more-routes               value "Y".
    01  route-count                    pic s9(4) comp value zero.
    01  route-max                      pic s9(4) comp value 200.
    01  route-table.
      02  route-entry occurs 200 times.
        03  rt-group-name              pic x(20).
        03  rt-recipient               pic x(12).
    01  route-sub                      pic s9(4) comp.

*>  One entry per distinct recipient, with its package's counts.
    01  recipient-count                pic s9(4) comp value zero.
    01  recipient-table.
      02  recipient-entry occurs 50 times.
        03  rcp-name                   pic x(12).
        03  rcp-delta-count            pic s9(7) comp.
        03  rcp-rollup-count           pic s9(7) comp.
        03  rcp-breach-count           pic s9(7) comp.
        03  rcp-csv-count              pic s9(7) comp.
    01  rcp-sub                        pic s9(4) comp.
    01  recipient-found                pic x value "N".
      88  recipient-was-found          value "Y".

*>  ind_number -> group_name, loaded from ind_groups.
    01  ind-group-table.
      02  ind-group-name               pic x(20) occurs 750 times.
    01  ind-sub                        pic s9(4) comp.
    01  fetched-ind-number             pic s9(9) comp.

*>  Groups with indicators but no recipient, each named once.
    01  unrouted-count                 pic s9(4) comp value zero.
    01  unrouted-table.
      02  unrouted-group-name          pic x(20) occurs 100 times.
    01  unrouted-sub                   pic s9(4) comp.
    01  unrouted-found                 pic x value "N".
      88  unrouted-was-found           value "Y".

*>  The sources, and where tonight's section of each report starts.
    01  delta-report-status            pic x(2) value "00".
      88  delta-report-ok              value "00".
    01  group-report-status            pic x(2) value "00".
      88  group-report-ok              value "00".
    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".
    01  csv-file-status                pic x(2) value "00".
      88  csv-file-ok                  value "00".
    01  end-of-source                  pic x value "N".
      88  no-more-source-lines         value "Y".
    01  source-line-number             pic s9(9) comp value zero.
    01  delta-start-line               pic s9(9) comp value zero.
    01  group-start-line               pic s9(9) comp value zero.
    01  delta-section-found            pic x value "N".
      88  delta-section-is-tonight     value "Y".
    01  group-section-found            pic x value "N".
      88  group-section-is-tonight     value "Y".
    01  run-date-tally                 pic s9(4) comp value zero.
    01  csv-header-line                pic x(256) value spaces.

*>  Per-line routing.
    01  scan-mode                      pic x value "C".
      88  scan-counting                value "C".
      88  scan-writing                 value "W".
    01  line-group-name                pic x(20).
    01  line-ind-text                  pic x(12).
    01  line-routed                    pic x value "N".
      88  line-is-routed               value "Y".
    01  alert-head-text                pic x(256).
    01  alert-tail-text                pic x(256).
    01  alert-fields                   pic s9(4) comp.
    01  section-line-count             pic s9(7) comp.

    01  package-report-name            pic x(48).
    01  package-csv-name               pic x(48).
    01  package-report-path            pic x(64).
    01  package-csv-path               pic x(64).
    01  portfolio-prefix               pic x(12) value spaces.
    01  package-report-status          pic x(2) value "00".
      88  package-report-ok            value "00".
    01  package-csv-status             pic x(2) value "00".
      88  package-csv-ok               value "00".
    01  packages-written               pic s9(7) comp value zero.
    01  packages-no-activity           pic s9(7) comp value zero.
    01  packages-empty                 pic s9(7) comp value zero.
    01  delta-count-display            pic zzz,zz9.
    01  rollup-count-display           pic zzz,zz9.
    01  breach-count-display           pic zzz,zz9.
    01  csv-count-display              pic zzz,zz9.
    01  package-count-display          pic zzz,zz9.
    01  package-note                   pic x(16).

    01  manifest-status                pic x(2) value "00".
      88  manifest-ok                  value "00".
    01  distribution-warning           pic x value "N".
      88  distribution-has-warning     value "Y".

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
    01  cycle-date-display             pic x(10) value spaces.

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

foodist-mainline.

  move current-date to run-start-timestamp

  perform s00e-build-error-log-name

  perform s010-load-distribution-table

  perform s013-write-manifest-header

  if recipient-count = zero
    move spaces to manifest-record
    move "NO DISTRIBUTION TABLE (DISTRTE) - NOTHING DISTRIBUTED"
      to manifest-record
    perform s027-write-manifest-line
    move "0004" to run-completion-code
    perform s00d-write-batch-status
    move 4 to return-code
    goback
  end-if

  perform s001-open-database
  perform s011-load-indicator-groups
  perform s002-close-database

  perform s012-find-tonights-sections

  perform varying rcp-sub from 1 by 1
          until rcp-sub > recipient-count
    perform s020-build-package
  end-perform

  perform s030-report-unrouted-groups

  perform s024-write-manifest-totals

  move packages-written to rows-affected

  if distribution-has-warning
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
  *>  dberrlog.yyyymmdd.log, and the mm/dd/yyyy run date the reports
  *>  head tonight's section with.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  string cycle-date(5:2) delimited by size,
         "/"             delimited by size,
         cycle-date(7:2) delimited by size,
         "/"             delimited by size,
         cycle-date(1:4) delimited by size
    into cycle-date-display
  end-string
  .

s010-load-distribution-table.
  *> ---------------------------------------------------------------------------
  *>  Reads DISTRTE into the route table and builds the list of
  *>  distinct recipients, in first-mentioned order.
  *> ---------------------------------------------------------------------------

  move zero to route-count recipient-count

  open input route-file

  if not route-file-ok
    move "Y" to distribution-warning
    exit paragraph
  end-if

  move "N" to end-of-route-file
  perform until no-more-routes
    read route-file
      at end
        move "Y" to end-of-route-file
      not at end
        if route-record(1:1) not = "*"
            and route-group-name not = spaces
            and route-recipient not = spaces
            and route-count < route-max
          add 1 to route-count
          move route-group-name to rt-group-name(route-count)
          move route-recipient to rt-recipient(route-count)
          perform snnn-add-recipient
        end-if
    end-read
  end-perform

  close route-file
  .

snnn-add-recipient.
  *> ---------------------------------------------------------------------------
  *>  Adds the route just read's recipient to the recipient list unless
  *>  it is already there.
  *> ---------------------------------------------------------------------------

  move "N" to recipient-found
  perform varying rcp-sub from 1 by 1
          until rcp-sub > recipient-count
    if rcp-name(rcp-sub) = rt-recipient(route-count)
      move "Y" to recipient-found
    end-if
  end-perform

  if not recipient-was-found and recipient-count < 50
    add 1 to recipient-count
    move rt-recipient(route-count) to rcp-name(recipient-count)
  end-if
  .

s011-load-indicator-groups.
  *> ---------------------------------------------------------------------------
  *>  Loads ind_groups into the ind_number -> group table every source
  *>  line is routed through.
  *> ---------------------------------------------------------------------------

  move spaces to ind-group-table

  move "SELECT ind_number, group_name FROM ind_groups;" to sql-statement

  perform s003-sql-compile

  move "N" to end-of-source
  perform until no-more-source-lines

    call "sqlite3_step" using by reference pStmt
                    returning db-status
    end-call

    evaluate true

      when sqlite-row
        call "sqlite3_column_int" using by reference pStmt,
                                        column-zero
                            returning fetched-ind-number
        end-call
        if fetched-ind-number >= 1 and fetched-ind-number <= 750
          move fetched-ind-number to ind-sub
          call "sqlite3_column_text" using by reference pStmt,
                                           column-one
                               returning column-text-ptr
          end-call
          call "sqlite3_column_bytes" using by reference pStmt,
                                            column-one
                                returning column-text-bytes
          end-call
          if column-text-ptr not equal null and column-text-bytes > zero
            if column-text-bytes > 20
              move 20 to column-text-bytes
            end-if
            set address of column-text-area to column-text-ptr
            move column-text-area(1:column-text-bytes)
              to ind-group-name(ind-sub)
          end-if
        end-if

      when sqlite-done
        move "Y" to end-of-source

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

s012-find-tonights-sections.
  *> ---------------------------------------------------------------------------
  *>  Both reports accumulate run after run, so tonight's section is
  *>  the one after the LAST header - and only if that header carries
  *>  tonight's run date.  A stale or missing section is named on the
  *>  manifest instead of being distributed.
  *> ---------------------------------------------------------------------------

  move zero to delta-start-line source-line-number
  move "N" to delta-section-found

  open input delta-report
  if delta-report-ok
    move "N" to end-of-source
    perform until no-more-source-lines
      read delta-report
        at end
          move "Y" to end-of-source
        not at end
          add 1 to source-line-number
          if delta-report-record(1:39)
              = "FOODELTA DAY-OVER-DAY INDICATOR CHANGES"
            move source-line-number to delta-start-line
            move zero to run-date-tally
            inspect delta-report-record tallying run-date-tally
              for all cycle-date-display
            if run-date-tally > zero
              move "Y" to delta-section-found
            else
              move "N" to delta-section-found
            end-if
          end-if
      end-read
    end-perform
    close delta-report
  end-if

  move zero to group-start-line source-line-number
  move "N" to group-section-found

  open input group-report
  if group-report-ok
    move "N" to end-of-source
    perform until no-more-source-lines
      read group-report
        at end
          move "Y" to end-of-source
        not at end
          add 1 to source-line-number
          if group-report-record(1:30)
              = "FOOGRPT INDICATOR GROUP ROLLUP"
            move source-line-number to group-start-line
            move zero to run-date-tally
            inspect group-report-record tallying run-date-tally
              for all cycle-date-display
            if run-date-tally > zero
              move "Y" to group-section-found
            else
              move "N" to group-section-found
            end-if
          end-if
      end-read
    end-perform
    close group-report
  end-if

  if not delta-section-is-tonight
    move "Y" to distribution-warning
    move spaces to manifest-record
    string "FOODELTA REPORT HAS NO SECTION FOR "
                                     delimited by size,
           cycle-date-display       delimited by size,
           " - MOVEMENTS NOT DISTRIBUTED"
                                     delimited by size
      into manifest-record
    end-string
    perform s027-write-manifest-line
  end-if

  if not group-section-is-tonight
    move "Y" to distribution-warning
    move spaces to manifest-record
    string "FOOGRPT REPORT HAS NO SECTION FOR "
                                     delimited by size,
           cycle-date-display       delimited by size,
           " - ROLLUP NOT DISTRIBUTED"
                                     delimited by size
      into manifest-record
    end-string
    perform s027-write-manifest-line
  end-if
  .

s020-build-package.
  *> ---------------------------------------------------------------------------
  *>  One recipient's package: a counting pass over the four sources
  *>  first, so the NO ACTIVITY page can lead the package when there is
  *>  nothing to act on, then the writing pass, then its manifest line.
  *> ---------------------------------------------------------------------------

  move zero to rcp-delta-count(rcp-sub) rcp-rollup-count(rcp-sub)
               rcp-breach-count(rcp-sub) rcp-csv-count(rcp-sub)

  move "C" to scan-mode
  perform snnn-scan-delta-report
  perform snnn-scan-group-report
  perform snnn-scan-alerts
  perform snnn-scan-csv

  move spaces to package-report-name package-csv-name
  string "DIST."                    delimited by size,
         trim(rcp-name(rcp-sub))    delimited by size,
         "."                        delimited by size,
         cycle-date                 delimited by size,
         ".RPT"                     delimited by size
    into package-report-name
  end-string
  string "DIST."                    delimited by size,
         trim(rcp-name(rcp-sub))    delimited by size,
         "."                        delimited by size,
         cycle-date                 delimited by size,
         ".CSV"                     delimited by size
    into package-csv-name
  end-string

  *>  A portfolio of the nightly cycle (NIGHTDRV's FOOPORTPFX switch)
  *>  writes its packages under its own dataset prefix; the manifest,
  *>  itself the portfolio's, carries the names without it.
  move package-report-name to package-report-path
  move package-csv-name to package-csv-path
  move spaces to portfolio-prefix
  accept portfolio-prefix from environment "FOOPORTPFX"
  end-accept
  if portfolio-prefix not = spaces
    move spaces to package-report-path package-csv-path
    string trim(portfolio-prefix)     delimited by size,
           "."                        delimited by size,
           trim(package-report-name)  delimited by size
      into package-report-path
    end-string
    string trim(portfolio-prefix)     delimited by size,
           "."                        delimited by size,
           trim(package-csv-name)     delimited by size
      into package-csv-path
    end-string
  end-if

  open output package-report

  move spaces to package-report-record
  string "FOODIST DISTRIBUTION PACKAGE FOR "
                                     delimited by size,
         trim(rcp-name(rcp-sub))    delimited by size,
         "  RUN DATE: "             delimited by size,
         cycle-date-display         delimited by size
    into package-report-record
  end-string
  write package-report-record

  move spaces to package-report-record
  string "GROUPS: "                 delimited by size
    into package-report-record
  end-string
  perform varying route-sub from 1 by 1
          until route-sub > route-count
    if rt-recipient(route-sub) = rcp-name(rcp-sub)
      string trim(package-report-record) delimited by size,
             " "                         delimited by size,
             trim(rt-group-name(route-sub))
                                         delimited by size
        into package-report-record
      end-string
    end-if
  end-perform
  write package-report-record

  move spaces to package-report-record
  write package-report-record

  if rcp-delta-count(rcp-sub) = zero
      and rcp-breach-count(rcp-sub) = zero
    perform snnn-write-no-activity-page
  end-if

  move "W" to scan-mode

  move "--- FOODELTA DAY-OVER-DAY MOVEMENTS ---" to package-report-record
  write package-report-record
  move rcp-delta-count(rcp-sub) to section-line-count
  perform snnn-scan-delta-report
  perform snnn-write-section-empty-line

  move "--- FOOGRPT GROUP ROLLUP ---" to package-report-record
  write package-report-record
  move rcp-rollup-count(rcp-sub) to section-line-count
  perform snnn-scan-group-report
  perform snnn-write-section-empty-line

  move "--- FOOLIMIT LIMIT BREACHES ---" to package-report-record
  write package-report-record
  move rcp-breach-count(rcp-sub) to section-line-count
  perform snnn-scan-alerts
  perform snnn-write-section-empty-line

  close package-report

  open output package-csv
  if csv-header-line not = spaces
    move csv-header-line to package-csv-record
    write package-csv-record
  end-if
  perform snnn-scan-csv
  close package-csv

  add 1 to packages-written
  perform s026-write-manifest-line
  .

snnn-write-no-activity-page.
  *> ---------------------------------------------------------------------------
  *>  The explicit nothing-tonight page, so the recipient can tell a
  *>  quiet night from a package that never came.
  *> ---------------------------------------------------------------------------

  move all "*" to package-report-record(1:60)
  write package-report-record

  move spaces to package-report-record
  string "*  NO ACTIVITY FOR "       delimited by size,
         trim(rcp-name(rcp-sub))    delimited by size,
         " ON "                     delimited by size,
         cycle-date-display         delimited by size
    into package-report-record
  end-string
  write package-report-record

  move "*  NO INDICATOR MOVED AND NO LIMIT WAS BREACHED IN YOUR GROUPS"
    to package-report-record
  write package-report-record

  move "*  THE ROLLUP AND CSV BELOW ARE FOR REFERENCE ONLY"
    to package-report-record
  write package-report-record

  move spaces to package-report-record
  move all "*" to package-report-record(1:60)
  write package-report-record

  move spaces to package-report-record
  write package-report-record
  .

snnn-write-section-empty-line.
  *> ---------------------------------------------------------------------------
  *>  Closes a package section, saying so when it had nothing.
  *> ---------------------------------------------------------------------------

  if section-line-count = zero
    move "(NONE TONIGHT)" to package-report-record
    write package-report-record
  end-if

  move spaces to package-report-record
  write package-report-record
  .

snnn-scan-delta-report.
  *> ---------------------------------------------------------------------------
  *>  Tonight's FOODELTA detail lines ("INDICATOR nnnn ...") for the
  *>  recipient's groups - counted or written per scan-mode.
  *> ---------------------------------------------------------------------------

  if not delta-section-is-tonight
    exit paragraph
  end-if

  move zero to source-line-number

  open input delta-report
  if not delta-report-ok
    exit paragraph
  end-if

  move "N" to end-of-source
  perform until no-more-source-lines
    read delta-report
      at end
        move "Y" to end-of-source
      not at end
        add 1 to source-line-number
        if source-line-number > delta-start-line
            and delta-report-record(1:10) = "INDICATOR "
          move delta-report-record(11:4) to line-ind-text
          perform snnn-route-by-indicator
          if line-is-routed
            if scan-counting
              add 1 to rcp-delta-count(rcp-sub)
            else
              move delta-report-record to package-report-record
              write package-report-record
            end-if
          end-if
        end-if
    end-read
  end-perform

  close delta-report
  .

snnn-scan-group-report.
  *> ---------------------------------------------------------------------------
  *>  Tonight's FOOGRPT lines ("GROUP <name> MEMBERS=...") for the
  *>  recipient's groups.
  *> ---------------------------------------------------------------------------

  if not group-section-is-tonight
    exit paragraph
  end-if

  move zero to source-line-number

  open input group-report
  if not group-report-ok
    exit paragraph
  end-if

  move "N" to end-of-source
  perform until no-more-source-lines
    read group-report
      at end
        move "Y" to end-of-source
      not at end
        add 1 to source-line-number
        if source-line-number > group-start-line
            and group-report-record(1:6) = "GROUP "
          move group-report-record(7:20) to line-group-name
          perform snnn-check-routed
          if line-is-routed
            if scan-counting
              add 1 to rcp-rollup-count(rcp-sub)
            else
              move group-report-record to package-report-record
              write package-report-record
            end-if
          end-if
        end-if
    end-read
  end-perform

  close group-report
  .

snnn-scan-alerts.
  *> ---------------------------------------------------------------------------
  *>  The FOOLIMIT BREACH lines on NIGHTALRT ("... ind=nnnn (...") for
  *>  the recipient's groups.
  *> ---------------------------------------------------------------------------

  open input alert-file
  if not alert-file-ok
    exit paragraph
  end-if

  move "N" to end-of-source
  perform until no-more-source-lines
    read alert-file
      at end
        move "Y" to end-of-source
      not at end
        move spaces to alert-head-text alert-tail-text
        move zero to alert-fields
        unstring alert-record delimited by "FOOLIMIT BREACH: ind="
            into alert-head-text, alert-tail-text
            tallying in alert-fields
        end-unstring
        if alert-fields > 1
          move spaces to line-ind-text
          unstring alert-tail-text delimited by " "
              into line-ind-text
          end-unstring
          perform snnn-route-by-indicator
          if line-is-routed
            if scan-counting
              add 1 to rcp-breach-count(rcp-sub)
            else
              move alert-record to package-report-record
              write package-report-record
            end-if
          end-if
        end-if
    end-read
  end-perform

  close alert-file
  .

snnn-scan-csv.
  *> ---------------------------------------------------------------------------
  *>  The FOOCSV rows (ind_number is the first field) for the
  *>  recipient's groups; the header line is kept for the package.
  *> ---------------------------------------------------------------------------

  move zero to source-line-number

  open input csv-file
  if not csv-file-ok
    exit paragraph
  end-if

  move "N" to end-of-source
  perform until no-more-source-lines
    read csv-file
      at end
        move "Y" to end-of-source
      not at end
        add 1 to source-line-number
        if source-line-number = 1
          move csv-record to csv-header-line
        else
          move spaces to line-ind-text
          unstring csv-record delimited by ","
              into line-ind-text
          end-unstring
          perform snnn-route-by-indicator
          if line-is-routed
            if scan-counting
              add 1 to rcp-csv-count(rcp-sub)
            else
              move csv-record to package-csv-record
              write package-csv-record
            end-if
          end-if
        end-if
    end-read
  end-perform

  close csv-file
  .

snnn-route-by-indicator.
  *> ---------------------------------------------------------------------------
  *>  Finds the group of the indicator in line-ind-text and whether it
  *>  is routed to the current recipient.  An indicator in no group
  *>  goes to nobody.
  *> ---------------------------------------------------------------------------

  move spaces to line-group-name
  move "N" to line-routed

  if trim(line-ind-text) is numeric
    move numval(line-ind-text) to fetched-ind-number
    if fetched-ind-number >= 1 and fetched-ind-number <= 750
      move fetched-ind-number to ind-sub
      move ind-group-name(ind-sub) to line-group-name
    end-if
  end-if

  if line-group-name not = spaces
    perform snnn-check-routed
  end-if
  .

snnn-check-routed.
  *> ---------------------------------------------------------------------------
  *>  Sets line-routed when the distribution table sends
  *>  line-group-name to the current recipient.
  *> ---------------------------------------------------------------------------

  move "N" to line-routed

  perform varying route-sub from 1 by 1
          until route-sub > route-count
    if rt-group-name(route-sub) = line-group-name
        and rt-recipient(route-sub) = rcp-name(rcp-sub)
      move "Y" to line-routed
    end-if
  end-perform
  .

s030-report-unrouted-groups.
  *> ---------------------------------------------------------------------------
  *>  Names, once each, every group that has indicators in ind_groups
  *>  but no line in DISTRTE - its reports reach nobody until it is
  *>  given a recipient.
  *> ---------------------------------------------------------------------------

  move zero to unrouted-count

  perform varying ind-sub from 1 by 1
          until ind-sub > 750

    if ind-group-name(ind-sub) not = spaces

      move "N" to line-routed
      perform varying route-sub from 1 by 1
              until route-sub > route-count
        if rt-group-name(route-sub) = ind-group-name(ind-sub)
          move "Y" to line-routed
        end-if
      end-perform

      if not line-is-routed
        move "N" to unrouted-found
        perform varying unrouted-sub from 1 by 1
                until unrouted-sub > unrouted-count
          if unrouted-group-name(unrouted-sub) = ind-group-name(ind-sub)
            move "Y" to unrouted-found
          end-if
        end-perform
        if not unrouted-was-found and unrouted-count < 100
          add 1 to unrouted-count
          move ind-group-name(ind-sub)
            to unrouted-group-name(unrouted-count)
          move "Y" to distribution-warning
          move spaces to manifest-record
          string "GROUP "                        delimited by size,
                 trim(ind-group-name(ind-sub))   delimited by size,
                 " HAS NO RECIPIENT IN DISTRTE - NOT DISTRIBUTED"
                                                 delimited by size
            into manifest-record
          end-string
          perform s027-write-manifest-line
        end-if
      end-if

    end-if

  end-perform
  .

s013-write-manifest-header.
  *> ---------------------------------------------------------------------------
  *>  Starts tonight's manifest: title and column headings.
  *> ---------------------------------------------------------------------------

  open output manifest-file
  close manifest-file

  move spaces to manifest-record
  string "FOODIST DISTRIBUTION MANIFEST  RUN DATE: "
                                     delimited by size,
         cycle-date-display         delimited by size
    into manifest-record
  end-string
  perform s027-write-manifest-line

  move spaces to manifest-record
  perform s027-write-manifest-line

  move spaces to manifest-record
  move "RECIPIENT" to manifest-record(1:9)
  move "PACKAGE" to manifest-record(15:7)
  move "  MOVES" to manifest-record(45:7)
  move " ROLLUP" to manifest-record(53:7)
  move "BREACHS" to manifest-record(61:7)
  move "    CSV" to manifest-record(69:7)
  move "NOTE" to manifest-record(79:4)
  perform s027-write-manifest-line
  .

s026-write-manifest-line.
  *> ---------------------------------------------------------------------------
  *>  One recipient's manifest line: package name, the record count of
  *>  each section, and EMPTY (nothing at all for the recipient's
  *>  groups) or NO ACTIVITY (nothing moved, nothing breached).
  *> ---------------------------------------------------------------------------

  move rcp-delta-count(rcp-sub) to delta-count-display
  move rcp-rollup-count(rcp-sub) to rollup-count-display
  move rcp-breach-count(rcp-sub) to breach-count-display
  move rcp-csv-count(rcp-sub) to csv-count-display

  evaluate true
    when rcp-delta-count(rcp-sub) = zero
        and rcp-rollup-count(rcp-sub) = zero
        and rcp-breach-count(rcp-sub) = zero
        and rcp-csv-count(rcp-sub) = zero
      move "EMPTY" to package-note
      add 1 to packages-empty
    when rcp-delta-count(rcp-sub) = zero
        and rcp-breach-count(rcp-sub) = zero
      move "NO ACTIVITY" to package-note
      add 1 to packages-no-activity
    when other
      move spaces to package-note
  end-evaluate

  move spaces to manifest-record
  move rcp-name(rcp-sub) to manifest-record(1:12)
  move package-report-name to manifest-record(15:30)
  move delta-count-display to manifest-record(45:7)
  move rollup-count-display to manifest-record(53:7)
  move breach-count-display to manifest-record(61:7)
  move csv-count-display to manifest-record(69:7)
  move package-note to manifest-record(79:16)
  perform s027-write-manifest-line

  move spaces to manifest-record
  move package-csv-name to manifest-record(15:30)
  perform s027-write-manifest-line
  .

s024-write-manifest-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the manifest with the package counts.
  *> ---------------------------------------------------------------------------

  move spaces to manifest-record
  perform s027-write-manifest-line

  move packages-written to package-count-display
  move spaces to manifest-record
  string "PACKAGES WRITTEN:      "  delimited by size,
         package-count-display      delimited by size
    into manifest-record
  end-string
  perform s027-write-manifest-line

  move packages-no-activity to package-count-display
  move spaces to manifest-record
  string "NO ACTIVITY PACKAGES:  "  delimited by size,
         package-count-display      delimited by size
    into manifest-record
  end-string
  perform s027-write-manifest-line

  move packages-empty to package-count-display
  move spaces to manifest-record
  string "EMPTY PACKAGES:        "  delimited by size,
         package-count-display      delimited by size
    into manifest-record
  end-string
  perform s027-write-manifest-line
  .

s027-write-manifest-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to tonight's manifest.
  *> ---------------------------------------------------------------------------

  open extend manifest-file
  if not manifest-ok
    open output manifest-file
  end-if

  write manifest-record

  close manifest-file
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
  *>  the other nightly steps, rows = packages written.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOODIST"                     delimited by size,
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
  *>  this cycle is running for - the date tonight's report sections
  *>  are headed with and the packages are named for.  A missing or
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

end program FOODIST.
