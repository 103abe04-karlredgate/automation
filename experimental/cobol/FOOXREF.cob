*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOXREF.cob -lsqlite3
*>
*> FOOXREFCTL (optional) - line 1 is the database path (blank means
*> test.sdb), line 2 the operator id to carry in columns 40-47 of the
*> suggested transactions (blank leaves them for the reviewer to
*> fill), and line 3 the day of the week the cycle step runs on
*> (1 = Monday ... 7 = Sunday, default 5); see testsqlite3.ctl.sample
*> for the same one-line-per-value convention.
*>
*> Referential integrity audit of the indicator control tables.
*> ind_names, ind_groups, ind_limits, ind_rules, ind_status, and
*> foo_pending are each maintained on their own through FOOMAINT, and
*> nothing else ties them together, so this job checks them against
*> one another and the ind_status lifecycle.  XREFRPT lists, one
*> section per category:
*>
*>   LIMIT ON RETIRED INDICATOR / LIMIT ON UNASSIGNED NUMBER
*>   GROUP ON RETIRED INDICATOR / GROUP ON UNASSIGNED NUMBER
*>   NAME ON UNASSIGNED NUMBER
*>   RULE ON RETIRED INDICATOR   (either side of the rule retired)
*>   PENDING TRANSACTION FOR RETIRED INDICATOR
*>                               (a status transaction is left out -
*>                               it may be the reactivation)
*>   ACTIVE INDICATOR WITH NO NAME
*>   ACTIVE INDICATOR WITH NO GROUP
*>
*> ("unassigned" meaning no ind_status row, as FOOREG shows it).  For
*> every finding FOOMAINT can clean up, the suggested transaction is
*> written to XREFTRAN in the FOOTRAN deck layout - a delete of the
*> limit, group, name, or rule, or an add of the missing name or
*> group with the name columns left blank for the reviewer to supply.
*> FOOMAINT refuses a blank name or operator id, so the file cannot be
*> entered unreviewed, and what is entered still goes through dual
*> control (against the portfolio's own database, named to FOOMAINT on
*> its FOOMNTDB control file, when the audit ran for a portfolio other
*> than test.sdb).  foo_pending has no FOOTRAN transaction of its own, so a
*> pending transaction is listed for withdrawal by hand only.
*>
*> Runs ad hoc, or as a weekly NIGHTDRV step: under the NIGHTCYCLE
*> switch it does its work only when the cycle date falls on the
*> configured day of the week and otherwise ends clean.  Any finding
*> raises one SEV=4 CAT=XREF alert with the count and ends with code 4.

identification division.

  program-id.                          FOOXREF.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select xref-control-file           assign to DA-S-FOOXREFCTL
                                          organization line sequential
                                          file status is xref-control-status.

      select xref-report                 assign to DA-S-XREFRPT
                                          organization line sequential
                                          file status is xref-report-status.

      select review-tran-file            assign to DA-S-XREFTRAN
                                          organization line sequential
                                          file status is review-tran-status.

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

  fd  xref-control-file.
  01  xref-control-record                pic x(256).

  fd  xref-report.
  01  xref-report-record                 pic x(132).

*>  FOOMAINT's FOOTRAN deck transaction.
  fd  review-tran-file
      record contains 80 characters
      block contains 0 records
      label records are omitted
      recording mode is f.
  01  review-tran-record.
      02  tran-action                    pic x.
      02  tran-ind-number                pic 9(4).
      02  tran-ind-sign                  pic x.
      02  tran-ind-value                 pic 9(4).
      02  tran-target                    pic x.
      02  tran-ind-name                  pic x(20).
      02  tran-rule-fields redefines tran-ind-name.
          03  tran-rule-type             pic x.
          03  tran-rule-other            pic 9(4).
          03  tran-rule-severity         pic x.
          03  filler                     pic x(14).
      02  tran-effective-date            pic x(8).
      02  tran-operator-id               pic x(8).
      02  filler                         pic x(33).

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
    01  column-zero                    pic s9(04) comp value zero.
    01  column-one                     pic s9(04) comp value 1.
    01  column-two                     pic s9(04) comp value 2.
    01  column-three                   pic s9(04) comp value 3.
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.
    01  column-text-bytes              pic s9(9) comp.
    01  column-text                    pic x(80).
    01  column-sub                     pic s9(04) comp.

    01  xref-control-status            pic x(2) value "00".
      88  xref-control-ok              value "00".
    01  suggest-operator-id            pic x(8) value spaces.
    01  weekly-run-day-text            pic x(8) value spaces.
    01  weekly-run-day                 pic 9 value 5.
    01  cycle-weekday                  pic 9 value zero.
    01  nightcycle-flag                pic x value "N".

    01  xref-report-status             pic x(2) value "00".
      88  xref-report-ok               value "00".
    01  review-tran-status             pic x(2) value "00".
      88  review-tran-ok               value "00".
    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".
    01  end-of-rows                    pic x value "N".
      88  no-more-rows                 value "Y".

*>  The audit categories, run in this order.
    01  category-number                pic 9 value zero.
      88  cat-limit-retired            value 1.
      88  cat-limit-unassigned         value 2.
      88  cat-group-retired            value 3.
      88  cat-group-unassigned         value 4.
      88  cat-name-unassigned          value 5.
      88  cat-rule-retired             value 6.
      88  cat-pending-retired          value 7.
      88  cat-active-no-name           value 8.
      88  cat-active-no-group          value 9.
    01  category-title                 pic x(44).
    01  category-count                 pic s9(7) comp value zero.

    01  find-ind-number                pic s9(9) comp.
    01  find-other-number              pic s9(9) comp.
    01  find-text                      pic x(80).
    01  find-image                     pic x(80).
    01  find-detail                    pic x(60).
    01  find-suggestion                pic x(60).

    01  finding-count                  pic s9(7) comp value zero.
    01  suggested-count                pic s9(7) comp value zero.
    01  by-hand-count                  pic s9(7) comp value zero.
    01  count-display                  pic zzz,zz9.
    01  count-9                        pic 9(7).
    01  ind-number-display             pic 9(4).
    01  other-number-display           pic 9(4).
    01  pend-id-display                pic z(8)9.

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

fooxref-mainline.

  move current-date to run-start-timestamp

  perform s00a-get-run-parameters

  perform s00e-check-weekly-schedule

  perform s021-write-xref-header

  open output review-tran-file

  perform s001-open-database

  perform varying category-number from 1 by 1
          until category-number > 9
    perform s010-audit-one-category
  end-perform

  perform s002-close-database

  close review-tran-file

  perform s024-write-xref-totals

  move finding-count to rows-affected

  if finding-count > zero
    perform s025-write-xref-alert
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

s00a-get-run-parameters.
  *> ---------------------------------------------------------------------------
  *>  Builds the dated error log name and reads the control file (DD
  *>  name FOOXREFCTL): database path, the operator id for suggested
  *>  transactions, and the weekly run day.  Missing control file means
  *>  the defaults.
  *> ---------------------------------------------------------------------------

  move current-date(1:8) to todays-date
  perform snnn-get-cycle-date
  string "dberrlog." delimited by size,
         cycle-date   delimited by size,
         ".log"       delimited by size
    into error-log-name
  end-string

  open input xref-control-file

  evaluate true

    when xref-control-ok
      read xref-control-file into db-name
        at end continue
      end-read
      read xref-control-file into suggest-operator-id
        at end continue
      end-read
      read xref-control-file into weekly-run-day-text
        at end continue
      end-read
      close xref-control-file

    when other
      continue

  end-evaluate

  if db-name = spaces
    move "test.sdb" to db-name
  end-if

  if weekly-run-day-text(1:1) >= "1" and weekly-run-day-text(1:1) <= "7"
    move weekly-run-day-text(1:1) to weekly-run-day
  end-if
  .

s00e-check-weekly-schedule.
  *> ---------------------------------------------------------------------------
  *>  A run CALLed by NIGHTDRV (NIGHTCYCLE switch up) is the weekly
  *>  step: it goes ahead only when the cycle date falls on the run day
  *>  and otherwise ends clean without touching the report.  An ad hoc
  *>  run always goes ahead.  Day 1 of the integer date count was a
  *>  Monday.
  *> ---------------------------------------------------------------------------

  move "N" to nightcycle-flag
  accept nightcycle-flag from environment "NIGHTCYCLE"
  end-accept

  if nightcycle-flag not = "Y"
    exit paragraph
  end-if

  move cycle-date to stamp-date
  compute cycle-weekday = mod(integer-of-date(stamp-date) - 1, 7) + 1
  end-compute

  if cycle-weekday not = weekly-run-day
    display "FOOXREF: weekly step - cycle date " cycle-date
            " is not the run day, nothing to do"
    end-display
    move zero to rows-affected
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
    goback
  end-if
  .

s010-audit-one-category.
  *> ---------------------------------------------------------------------------
  *>  Runs one category's query and lists what it finds under the
  *>  category heading.  Every query returns the ind-number, a second
  *>  number (the rule's other indicator, or the pending id), and up to
  *>  two text columns (the name or group, the rule type, or the
  *>  pending effective date and transaction image).
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement

  evaluate true

    when cat-limit-retired
      move "LIMIT ON RETIRED INDICATOR" to category-title
      string "SELECT l.ind_number, 0, '', '' FROM ind_limits l"
                                       delimited by size,
             " JOIN ind_status s ON s.ind_number = l.ind_number"
                                       delimited by size,
             " WHERE s.status = 'T' ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-limit-unassigned
      move "LIMIT ON UNASSIGNED NUMBER" to category-title
      string "SELECT l.ind_number, 0, '', '' FROM ind_limits l"
                                       delimited by size,
             " WHERE l.ind_number NOT IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status) ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-group-retired
      move "GROUP ON RETIRED INDICATOR" to category-title
      string "SELECT g.ind_number, 0, g.group_name, ''"
                                       delimited by size,
             " FROM ind_groups g"     delimited by size,
             " JOIN ind_status s ON s.ind_number = g.ind_number"
                                       delimited by size,
             " WHERE s.status = 'T' ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-group-unassigned
      move "GROUP ON UNASSIGNED NUMBER" to category-title
      string "SELECT g.ind_number, 0, g.group_name, ''"
                                       delimited by size,
             " FROM ind_groups g WHERE g.ind_number NOT IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status) ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-name-unassigned
      move "NAME ON UNASSIGNED NUMBER" to category-title
      string "SELECT n.ind_number, 0, n.ind_name, ''"
                                       delimited by size,
             " FROM ind_names n WHERE n.ind_number NOT IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status) ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-rule-retired
      move "RULE ON RETIRED INDICATOR" to category-title
      string "SELECT r.ind_number, r.other_ind_number, r.rule_type, ''"
                                       delimited by size,
             " FROM ind_rules r WHERE r.ind_number IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status WHERE status = 'T')"
                                       delimited by size,
             " OR r.other_ind_number IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status WHERE status = 'T')"
                                       delimited by size,
             " ORDER BY 1, 2;"        delimited by size
        into sql-statement
      end-string

    when cat-pending-retired
      move "PENDING TRANSACTION FOR RETIRED INDICATOR" to category-title
      string "SELECT CAST(substr(p.tran_image, 2, 4) AS INTEGER),"
                                       delimited by size,
             " p.pend_id, p.effective_date, p.tran_image"
                                       delimited by size,
             " FROM foo_pending p WHERE substr(p.tran_image, 11, 1) <> 'S'"
                                       delimited by size,
             " AND CAST(substr(p.tran_image, 2, 4) AS INTEGER) IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_status WHERE status = 'T')"
                                       delimited by size,
             " ORDER BY 1, 2;"        delimited by size
        into sql-statement
      end-string

    when cat-active-no-name
      move "ACTIVE INDICATOR WITH NO NAME" to category-title
      string "SELECT s.ind_number, 0, '', '' FROM ind_status s"
                                       delimited by size,
             " WHERE s.status = 'A' AND s.ind_number NOT IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_names) ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

    when cat-active-no-group
      move "ACTIVE INDICATOR WITH NO GROUP" to category-title
      string "SELECT s.ind_number, 0, '', '' FROM ind_status s"
                                       delimited by size,
             " WHERE s.status = 'A' AND s.ind_number NOT IN"
                                       delimited by size,
             " (SELECT ind_number FROM ind_groups) ORDER BY 1;"
                                       delimited by size
        into sql-statement
      end-string

  end-evaluate

  move spaces to xref-report-record
  perform s027-write-xref-line
  move category-title to xref-report-record
  perform s027-write-xref-line

  move zero to category-count

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
                            returning find-ind-number
        end-call
        call "sqlite3_column_int" using by reference pStmt,
                                        column-one
                            returning find-other-number
        end-call
        move column-two to column-sub
        perform snnn-get-text-column
        move column-text to find-text
        move column-three to column-sub
        perform snnn-get-text-column
        move column-text to find-image
        add 1 to category-count
        add 1 to finding-count
        perform s011-report-finding

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

  if category-count = zero
    move "  NONE" to xref-report-record
    perform s027-write-xref-line
  else
    move category-count to count-display
    move spaces to xref-report-record
    string "  FINDINGS: "             delimited by size,
           count-display              delimited by size
      into xref-report-record
    end-string
    perform s027-write-xref-line
  end-if
  .

s011-report-finding.
  *> ---------------------------------------------------------------------------
  *>  Prints one finding with what is wrong and the cleanup suggested,
  *>  and writes the suggested FOOTRAN transaction to the review file.
  *>  The transaction is laid out as FOOMAINT lays out a single request
  *>  (zero value, blank sign) with the control-file operator id.
  *> ---------------------------------------------------------------------------

  move find-ind-number to ind-number-display
  move spaces to find-detail find-suggestion

  move spaces to review-tran-record
  move find-ind-number to tran-ind-number
  move zero to tran-ind-value
  move suggest-operator-id to tran-operator-id

  evaluate true

    when cat-limit-retired or cat-limit-unassigned
      move "D" to tran-action
      move "L" to tran-target
      move "DELETE THE LIMIT" to find-suggestion

    when cat-group-retired or cat-group-unassigned
      move "D" to tran-action
      move "G" to tran-target
      string "GROUP "                 delimited by size,
             trim(find-text)          delimited by size
        into find-detail
      end-string
      move "DELETE THE GROUP ASSIGNMENT" to find-suggestion

    when cat-name-unassigned
      move "D" to tran-action
      move "N" to tran-target
      string "NAME "                  delimited by size,
             trim(find-text)          delimited by size
        into find-detail
      end-string
      move "DELETE THE NAME, OR RESERVE THE NUMBER" to find-suggestion

    when cat-rule-retired
      move find-other-number to other-number-display
      move "D" to tran-action
      move "R" to tran-target
      move find-text(1:1) to tran-rule-type
      move find-other-number to tran-rule-other
      string "RULE "                  delimited by size,
             find-text(1:1)           delimited by size,
             " WITH IND "             delimited by size,
             other-number-display     delimited by size
        into find-detail
      end-string
      move "DELETE THE RULE" to find-suggestion

    when cat-pending-retired
      move find-other-number to pend-id-display
      move spaces to review-tran-record
      string "PEND_ID "               delimited by size,
             trim(pend-id-display)    delimited by size,
             " EFFECTIVE "            delimited by size,
             trim(find-text)          delimited by size,
             " "                      delimited by size,
             find-image(1:31)         delimited by size
        into find-detail
      end-string
      move "WITHDRAW FROM FOO_PENDING BY HAND" to find-suggestion

    when cat-active-no-name
      move "A" to tran-action
      move "N" to tran-target
      move "ADD THE NAME (TO BE SUPPLIED)" to find-suggestion

    when cat-active-no-group
      move "A" to tran-action
      move "G" to tran-target
      move "ADD THE GROUP (TO BE SUPPLIED)" to find-suggestion

  end-evaluate

  move spaces to xref-report-record
  move "IND" to xref-report-record(3:3)
  move ind-number-display to xref-report-record(7:4)
  move find-detail to xref-report-record(13:60)
  move find-suggestion to xref-report-record(74:59)
  perform s027-write-xref-line

  if review-tran-record = spaces
    add 1 to by-hand-count
  else
    write review-tran-record
    add 1 to suggested-count
  end-if
  .

s021-write-xref-header.
  *> ---------------------------------------------------------------------------
  *>  Starts the report: title and run date.
  *> ---------------------------------------------------------------------------

  open output xref-report
  close xref-report

  move spaces to xref-report-record
  string "FOOXREF CONTROL TABLE REFERENTIAL INTEGRITY AUDIT  RUN DATE: "
                                     delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(1:4)            delimited by size
    into xref-report-record
  end-string
  perform s027-write-xref-line
  .

s024-write-xref-totals.
  *> ---------------------------------------------------------------------------
  *>  Closes the report with the totals and where the suggested
  *>  transactions went.
  *> ---------------------------------------------------------------------------

  move spaces to xref-report-record
  perform s027-write-xref-line

  move finding-count to count-display
  move spaces to xref-report-record
  string "FINDINGS:                      " delimited by size,
         count-display                      delimited by size
    into xref-report-record
  end-string
  perform s027-write-xref-line

  move suggested-count to count-display
  move spaces to xref-report-record
  string "SUGGESTED TRANSACTIONS (XREFTRAN): " delimited by size,
         count-display                          delimited by size
    into xref-report-record
  end-string
  perform s027-write-xref-line

  move by-hand-count to count-display
  move spaces to xref-report-record
  string "TO BE CLEARED BY HAND:         " delimited by size,
         count-display                      delimited by size
    into xref-report-record
  end-string
  perform s027-write-xref-line

  if suggested-count > zero
    move spaces to xref-report-record
    perform s027-write-xref-line
    move "XREFTRAN IS FOR REVIEW: SUPPLY NAMES/GROUPS AND OPERATOR ID, THEN ENTER AS A FOOTRAN DECK"
      to xref-report-record
    perform s027-write-xref-line
  end-if
  .

s025-write-xref-alert.
  *> ---------------------------------------------------------------------------
  *>  One alert with the finding count; XREFRPT has the detail.
  *> ---------------------------------------------------------------------------

  move finding-count to count-9
  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV=4 CAT=XREF "           delimited by size,
         "FOOXREF CONTROL TABLE INCONSISTENCIES: findings="
                                     delimited by size,
         count-9                    delimited by size,
         " see XREFRPT/XREFTRAN timestamp="
                                     delimited by size,
         run-timestamp              delimited by size
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

s027-write-xref-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to the report.
  *> ---------------------------------------------------------------------------

  open extend xref-report
  if not xref-report-ok
    open output xref-report
  end-if

  write xref-report-record

  close xref-report
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
  *>  the other nightly steps, rows = findings.
  *> ---------------------------------------------------------------------------

  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOXREF"                     delimited by size,
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

end program FOOXREF.
