*> in ind_groups, S = a lifecycle status in ind_status); line 2 is the
*> ind-number (1-750); line 3 is the ind-value, the business name /
*> group name for target N or G, or the R/A/T status letter for
*> target S (ignored for D); line 4 is the entering operator's id
*> (up to 8 characters, required); optional line 5 is the database
*> path.
*>
*> FOOMNTDB (optional) - line 1 is the database path for a run in any
*> mode, so a FOOTRAN deck or FOOAPPR approval deck can be entered
*> against a portfolio's own database.  The database is the first of:
*> FOOCTL line 5 (single-request mode only), FOOMNTDB line 1, the
*> FOOPORTDB switch NIGHTDRV raises in its portfolio loop, and
*> test.sdb.  Approval queue ids belong to one database, so a FOOAPPR
*> deck must be run against the database its transactions were
*> entered in.
*>
*> FOOTRAN (optional) - a transaction deck of 80-byte records, one
*> maintenance request per record: action code in column 1, then the
*> ind-number/sign/ind-value laid out like the CARDREC cards EXAMPLES
*> reads, then the target in column 11 (blank or V = a "foo" value,
*> N = an ind_names business name, G = an ind_groups group assignment,
*> S = an ind_status lifecycle status, L = an ind_limits range, R = an
*> ind_rules consistency rule), the business name in columns 12-31 for
*> target N (the group name for target G, the R/A/T status letter in
*> column 12 for target S), or - for target L - the minimum in the
*> sign/value columns 6-10, the maximum in columns 12-16 (sign then 4
*> digits), and the 0/4/8 severity in column 17, or - for target R -
*> the rule type in column 12 (X = mutually exclusive, Q = requires,
*> I = implies), the other ind-number in columns 13-16, and the 0/4/8
*> severity in column 17 (see FOOTRAN.sample).  Limit and rule
*> maintenance are deck-only; a FOOCTL single request carries values
*> and names.  A deck transaction may
*> also carry an effective date (yyyymmdd, columns 32-39): a date
*> later than the CYCLDATE business date parks the transaction in the
*> foo_pending queue (see sql/foo_pending.sql) instead of applying it,
*> and the FOOPEND cycle step releases it the night it comes due.
*> Effective dating is deck-only, like limits.  Every deck transaction
*> carries the entering operator's id in columns 40-47.  Lifecycle
*> rules are
*> enforced here: retiring an indicator (status T) requires its
*> current foo value to be zero or absent, and value maintenance
*> against a retired indicator is refused.  When
*> FOOTRAN is present the whole deck is entered in one run under one
*> database open, FOOCTL is ignored, and each transaction's disposition
*> (queued for approval, or rejected with the reason) is printed to
*> FOODISP.
*>
*> Dual control: nothing a FOOCTL request or a FOOTRAN deck asks for
*> is applied when it is entered.  Each transaction that passes the
*> field edits waits in the foo_approval queue (see
*> sql/foo_approval.sql) under its maker's operator id until a
*> DIFFERENT operator decides it through an approval deck:
*>
*> FOOAPPR (optional) - one 80-byte decision per line: the approval
*> queue id in columns 1-9, A (approve) or D (decline) in column 11,
*> and the checker's operator id in columns 13-20 (see
*> FOOAPPR.sample).  When FOOAPPR is present it is the run - FOOTRAN
*> and FOOCTL are ignored.  An approved transaction is re-validated
*> and applied (or parked in foo_pending by its effective date) exactly
*> as a deck transaction, with its FOODISP disposition naming the
*> queue id, maker, and checker, and both operator ids on the
*> foo_history row.  A checker deciding a transaction they entered
*> themselves, or a queue id no longer awaiting a decision, is
*> rejected and the transaction stays queued.  FOOAPRPT lists what
*> is still waiting.
*>
*> This is the one place rows in "foo" (see sql/foo.sql) get added,
*> changed, or deleted under COBOL/audit-trail control, instead of
                                          organization line sequential
                                          file status is maint-tran-status.

      select approval-deck               assign to DA-S-FOOAPPR
                                          organization line sequential
                                          file status is approval-deck-status.

      select disposition-report          assign to DA-S-FOODISP
                                          organization line sequential
                                          file status is disposition-status.
                                          organization line sequential
                                          file status is batch-status-status.

      select maint-db-file               assign to DA-S-FOOMNTDB
                                          organization line sequential
                                          file status is maint-db-status.

data division.

  file section.
          03  tran-max-value               pic 9(4).
          03  tran-severity                pic x.
          03  filler                       pic x(14).
      02  tran-rule-fields redefines tran-ind-name.
          03  tran-rule-type               pic x.
          03  tran-rule-other              pic 9(4).
          03  tran-rule-severity           pic x.
          03  filler                       pic x(14).
      02  tran-effective-date              pic x(8).
      02  tran-operator-id                 pic x(8).
      02  filler                           pic x(33).

  fd  approval-deck.
  01  approval-record.
      02  appr-queue-id                    pic x(9).
      02  filler                           pic x.
      02  appr-decision                    pic x.
      02  filler                           pic x.
      02  appr-checker-id                  pic x(8).
      02  filler                           pic x(60).

  fd  disposition-report.
  01  disposition-record                   pic x(132).
  fd  batch-status-file.
  01  batch-status-record                  pic x(256).

  fd  maint-db-file.
  01  maint-db-record                      pic x(256).

  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  maint-db-name                  pic x(256) value spaces.
    01  portfolio-db-name              pic x(256) value spaces.
    01  maint-db-status                pic x(2) value "00".
      88  maint-db-present             value "00".
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

      88  maint-tran-not-found         value "35".
    01  run-mode-flag                  pic x value "S".
      88  batch-mode                   value "B".
      88  approval-mode                value "K".
    01  end-of-tran-deck               pic x value "N".
      88  no-more-transactions         value "Y".
    01  tran-reject-reason             pic x(60).
    01  tran-applied-count             pic s9(7) comp value zero.
    01  tran-rejected-count            pic s9(7) comp value zero.
    01  tran-pending-count             pic s9(7) comp value zero.
    01  tran-queued-count              pic s9(7) comp value zero.
    01  tran-declined-count            pic s9(7) comp value zero.
    01  tran-count-display             pic zzz,zz9.
    01  tran-pending-flag              pic x value "N".
      88  tran-went-pending            value "Y".
    01  tran-queued-flag               pic x value "N".
      88  tran-went-queued             value "Y".
    01  tran-declined-flag             pic x value "N".
      88  tran-was-declined            value "Y".
    01  effective-date-valid           pic x value "Y".

    01  disposition-status             pic x(2) value "00".
      88  disposition-ok               value "00".

*>  Dual control: the approval queue entry behind the transaction in
*>  hand, and the two operators - the maker who entered it and the
*>  checker deciding it - carried onto the foo_history row.
    01  approval-deck-status           pic x(2) value "00".
      88  approval-deck-present        value "00".
    01  end-of-approval-deck           pic x value "N".
      88  no-more-approvals            value "Y".
    01  approval-queue-id              pic s9(18) comp value zero.
    01  approval-queue-display         pic 9(9).
    01  approval-row-flag              pic x value "N".
      88  approval-row-found           value "Y".
    01  approval-new-status            pic x value space.
    01  approval-maker-id              pic x(8) value spaces.
    01  approval-checker-id            pic x(8) value spaces.
    01  maint-operator-id              pic x(8) value spaces.
    01  operator-quote-count           pic s9(4) comp value zero.

    01  column-number                  pic s9(04) comp.
    01  column-value                   pic x(256).
    01  column-text-ptr                usage pointer.
    01  column-text-area               pic x(256) based.

    01  maint-action-text              pic x(2) value spaces.
    01  maint-action                   pic x value space.
      88  maint-action-add             value "A".
      88  maint-target-group           value "G".
      88  maint-target-status          value "S".
      88  maint-target-limit           value "L".
      88  maint-target-rule            value "R".
    01  maint-ind-number-text          pic x(4).
    01  maint-ind-number               pic 9(4).
    01  maint-line3-text               pic x(20).
    01  maint-severity                 pic 9.
    01  maint-limit-min-display        pic ----9.
    01  maint-limit-max-display        pic ----9.
    01  maint-rule-type                pic x value space.
    01  maint-rule-other               pic 9(4).

    01  maint-request-valid            pic x value "Y".
      88  maint-request-is-valid       value "Y".

  perform s00f-detect-run-mode

  if approval-mode
    perform s040-run-approval-deck
    goback
  end-if

  if batch-mode
    perform s020-run-transaction-deck
    goback
    goback
  end-if

  *> dual control: the request is entered into the approval queue,
  *> not applied - a second operator's FOOAPPR decision applies it
  perform s001-open-database

  perform s029-build-request-image

  perform s036-queue-for-approval

  display "FOOMAINT: request queued for approval as queue id "
          approval-queue-display
          " - a second operator must approve it" end-display

  perform s002-close-database


s00f-detect-run-mode.
  *> ---------------------------------------------------------------------------
  *>  A present FOOAPPR approval deck selects approval mode - the
  *>  checker's decisions are applied and FOOTRAN/FOOCTL are ignored.
  *>  Otherwise a present FOOTRAN transaction deck selects batch mode -
  *>  the whole deck is entered under one database open and FOOCTL is
  *>  ignored.  Without either the one-request FOOCTL mode runs.  The
  *>  deck found is left open for its read paragraph.
  *> ---------------------------------------------------------------------------

  open input approval-deck

  if approval-deck-present
    move "K" to run-mode-flag
    exit paragraph
  end-if

  open input maint-tran-file

  if maint-tran-present

s020-run-transaction-deck.
  *> ---------------------------------------------------------------------------
  *>  Batch mode: enters every FOOTRAN transaction into the approval
  *>  queue in one run under one database open, printing each one's
  *>  disposition (queued, or rejected with the reason) to FOODISP, with
  *>  counts feeding the batch-status line.  A database failure mid-deck still ends the run
  *>  through the same fatal paths the single-request mode uses.
  *> ---------------------------------------------------------------------------

  move "N" to end-of-tran-deck
  perform s022-read-transaction
  perform until no-more-transactions
    perform s035-enter-transaction
    perform s022-read-transaction
  end-perform


s021-write-disposition-header.
  *> ---------------------------------------------------------------------------
  *>  Writes the disposition report title and run date; an approval
  *>  run is titled as such.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  if approval-mode
    move "FOOMAINT APPROVAL DISPOSITION REPORT  RUN DATE: "
      to disposition-record
  else
    move "FOOMAINT TRANSACTION DISPOSITION REPORT  RUN DATE: "
      to disposition-record
  end-if
  string trim(disposition-record)   delimited by size,
         " "                        delimited by size,
         cycle-date(5:2)            delimited by size,
         "/"                        delimited by size,
         cycle-date(7:2)            delimited by size,

s023-apply-transaction.
  *> ---------------------------------------------------------------------------
  *>  Validates and applies one approved transaction through the
  *>  history/build/compile/execute path, then prints its disposition.
  *> ---------------------------------------------------------------------------

  perform s025-validate-transaction
      end-if
      move tran-severity to maint-severity
    end-if
    if tran-target = "R"
      move tran-rule-type to maint-rule-type
      move tran-rule-other to maint-rule-other
      if tran-rule-severity is numeric
        move tran-rule-severity to maint-severity
      else
        move zero to maint-severity
      end-if
    end-if
    if maint-target-status
      move maint-ind-name(1:1) to maint-status-letter
    end-if
  *>  Parks a future-dated deck transaction in the foo_pending queue
  *>  (see sql/foo_pending.sql): the effective date, columns 1-31 of
  *>  the transaction image (re-parsed by FOOPEND the night it comes
  *>  due), when it was entered, and the maker and checker who put it
  *>  there under dual control.  Validation has already vetted
  *>  every field the image carries, including rejecting names with an
  *>  embedded apostrophe, so the image interpolates safely between
  *>  single quotes.
  move spaces to sql-statement
  string "INSERT INTO foo_pending (effective_date, tran_image,"
                                     delimited by size,
         " entered_timestamp, maker_id, checker_id) VALUES ('"
                                     delimited by size,
         tran-effective-date        delimited by size,
         "', '"                     delimited by size,
         maint-tran-record(1:31)    delimited by size,
         "', '"                     delimited by size,
         cycle-date-iso             delimited by size,
         " ' || time('now'), '"     delimited by size,
         trim(approval-maker-id)    delimited by size,
         "', '"                     delimited by size,
         trim(approval-checker-id)  delimited by size,
         "');"                      delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile
  perform s012-history-execute
  perform snnn-sql-reset
  perform snnn-sql-delete
  .

s029-build-request-image.
  *> ---------------------------------------------------------------------------
  *>  Lays a validated FOOCTL request out as a FOOTRAN deck transaction,
  *>  so a single request waits in the approval queue in the same image
  *>  a deck transaction does and the approval run applies both alike.
  *> ---------------------------------------------------------------------------

  move spaces to maint-tran-record
  move maint-action to tran-action
  move maint-ind-number to tran-ind-number
  move maint-target to tran-target
  move zero to tran-ind-value

  if maint-target-value and not maint-action-delete
    if maint-ind-value < zero
      move "-" to tran-ind-sign
      compute tran-ind-value = 0 - maint-ind-value
    else
      move "+" to tran-ind-sign
      move maint-ind-value to tran-ind-value
    end-if
  end-if

  if maint-target-name or maint-target-group or maint-target-status
    move maint-ind-name to tran-ind-name
  end-if

  move maint-operator-id to tran-operator-id
  .

s035-enter-transaction.
  *> ---------------------------------------------------------------------------
  *>  Entry side of dual control: a deck transaction that passes the
  *>  field edits is queued in foo_approval under its maker's id for a
  *>  second operator to decide; one that fails them is rejected now,
  *>  so nobody is asked to approve something that could never apply.
  *> ---------------------------------------------------------------------------

  move "N" to tran-pending-flag
  move "N" to tran-queued-flag
  move "N" to tran-declined-flag

  perform s025-validate-transaction

  if maint-request-is-valid
    perform s036-queue-for-approval
    add 1 to tran-queued-count
    move "Y" to tran-queued-flag
  else
    add 1 to tran-rejected-count
  end-if

  perform s026-write-transaction-disposition
  .

s036-queue-for-approval.
  *> ---------------------------------------------------------------------------
  *>  Inserts the transaction in hand into the foo_approval queue (see
  *>  sql/foo_approval.sql) at status P under its maker's operator id,
  *>  and picks up the queue id the checker will quote.  Validation has
  *>  already refused apostrophes in the name and the operator id, so
  *>  both interpolate safely between single quotes.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "INSERT INTO foo_approval (tran_image, effective_date,"
                                     delimited by size,
         " maker_id, entered_timestamp, appr_status) VALUES ('"
                                     delimited by size,
         maint-tran-record(1:31)    delimited by size,
         "', '"                     delimited by size,
         tran-effective-date        delimited by space,
         "', '"                     delimited by size,
         trim(tran-operator-id)     delimited by size,
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

s040-run-approval-deck.
  *> ---------------------------------------------------------------------------
  *>  Approval mode: works through the checker's FOOAPPR decisions under
  *>  one database open - each approved transaction is applied through
  *>  the normal deck path, each declined one is closed off - printing
  *>  every disposition to FOODISP with counts feeding the batch-status
  *>  line.
  *> ---------------------------------------------------------------------------

  perform s001-open-database

  perform s021-write-disposition-header

  move "N" to end-of-approval-deck
  perform s042-read-approval
  perform until no-more-approvals
    perform s043-decide-approval
    perform s042-read-approval
  end-perform

  close approval-deck

  perform s002-close-database

  perform s024-write-disposition-totals

  if tran-rejected-count > zero
    move "0004" to run-completion-code
    perform s00d-write-batch-status
    move 4 to return-code
  else
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
  end-if
  .

s042-read-approval.
  *> ---------------------------------------------------------------------------
  *>  Reads the next decision from the FOOAPPR approval deck.
  *> ---------------------------------------------------------------------------

  read approval-deck
    at end
      move "Y" to end-of-approval-deck
  end-read

  if not no-more-approvals
    add 1 to tran-read-count
  end-if
  .

s043-decide-approval.
  *> ---------------------------------------------------------------------------
  *>  Decides one queued transaction.  The decision line must name a
  *>  queue id still at P, an A or D decision, and a checker who is not
  *>  the maker; otherwise it is rejected and the transaction stays
  *>  queued.  A decline closes the queue entry; an approval applies the
  *>  transaction exactly as s023-apply-transaction applies a deck
  *>  transaction and records A, or R when it fails validation at apply
  *>  time (the maker must enter it again).
  *> ---------------------------------------------------------------------------

  move "N" to tran-pending-flag
  move "N" to tran-queued-flag
  move "N" to tran-declined-flag
  move "N" to approval-row-flag
  move "Y" to maint-request-valid
  move spaces to tran-reject-reason
  move zero to approval-queue-id
  move zero to approval-queue-display
  move spaces to maint-tran-record
  move approval-record(1:31) to maint-tran-record(1:31)
  move spaces to approval-maker-id
  move appr-checker-id to approval-checker-id

  move zero to operator-quote-count
  inspect appr-checker-id tallying operator-quote-count for all "'"

  evaluate true

    when appr-queue-id = spaces
      move "N" to maint-request-valid
      move "QUEUE ID MISSING" to tran-reject-reason

    when trim(appr-queue-id) not numeric
      move "N" to maint-request-valid
      move "QUEUE ID NOT NUMERIC" to tran-reject-reason

    when appr-decision not = "A" and appr-decision not = "D"
      move "N" to maint-request-valid
      move "DECISION NOT A OR D" to tran-reject-reason

    when appr-checker-id = spaces
      move "N" to maint-request-valid
      move "CHECKER ID MISSING" to tran-reject-reason

    when operator-quote-count > zero
      move "N" to maint-request-valid
      move "CHECKER ID CONTAINS AN APOSTROPHE" to tran-reject-reason

    when other
      continue

  end-evaluate

  if not maint-request-is-valid
    add 1 to tran-rejected-count
    perform s026-write-transaction-disposition
    exit paragraph
  end-if

  compute approval-queue-id = numval(appr-queue-id)
  move approval-queue-id to approval-queue-display

  perform s044-fetch-queued-transaction

  if not approval-row-found
    move "N" to maint-request-valid
    move "QUEUE ID NOT AWAITING APPROVAL" to tran-reject-reason
    add 1 to tran-rejected-count
    perform s026-write-transaction-disposition
    exit paragraph
  end-if

  *> the control itself: whoever entered it may not be the one to
  *> let it through
  if upper-case(approval-maker-id) = upper-case(approval-checker-id)
    move "N" to maint-request-valid
    move "CHECKER MAY NOT DECIDE OWN TRANSACTION"
      to tran-reject-reason
    add 1 to tran-rejected-count
    perform s026-write-transaction-disposition
    exit paragraph
  end-if

  if appr-decision = "D"
    move "D" to approval-new-status
    perform s045-record-decision
    add 1 to tran-declined-count
    move "Y" to tran-declined-flag
    perform s026-write-transaction-disposition
    exit paragraph
  end-if

  perform s023-apply-transaction

  if maint-request-is-valid
    move "A" to approval-new-status
  else
    move "R" to approval-new-status
  end-if
  perform s045-record-decision
  .

s044-fetch-queued-transaction.
  *> ---------------------------------------------------------------------------
  *>  Loads the queued transaction image, effective date, and maker for
  *>  approval-queue-id - only while it is still at P, so a decision
  *>  line repeated in a later deck cannot apply a change twice.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT tran_image, effective_date, maker_id"
                                     delimited by size,
         " FROM foo_approval WHERE appr_id = "
                                     delimited by size,
         approval-queue-display     delimited by size,
         " AND appr_status = 'P';"  delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-row
      move "Y" to approval-row-flag
      move zero to column-number
      perform snnn-get-text-column
      move spaces to maint-tran-record
      move column-value(1:31) to maint-tran-record(1:31)
      move 1 to column-number
      perform snnn-get-text-column
      move column-value(1:8) to tran-effective-date
      move 2 to column-number
      perform snnn-get-text-column
      move column-value(1:8) to approval-maker-id
      move approval-maker-id to tran-operator-id

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0016" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-reset
  perform snnn-sql-delete
  .

s045-record-decision.
  *> ---------------------------------------------------------------------------
  *>  Closes the queue entry with the decision (approval-new-status),
  *>  the checker's id, and when it was decided.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "UPDATE foo_approval SET appr_status = '"
                                     delimited by size,
         approval-new-status        delimited by size,
         "', checker_id = '"        delimited by size,
         trim(approval-checker-id)  delimited by size,
         "', decided_timestamp = '" delimited by size,
         cycle-date-iso             delimited by size,
         " ' || time('now') WHERE appr_id = "
                                     delimited by size,
         approval-queue-display     delimited by size,
         " AND appr_status = 'P';"  delimited by size
    into sql-statement
  end-string

  perform snnn-sql-delete
  .

snnn-get-text-column.
  *> ---------------------------------------------------------------------------
  *>  Fetches column-number of the current row as text into
  *>  column-value - same fetch EXAMPLES and FOODELTA use for the
  *>  ind_names overlay.
  *> ---------------------------------------------------------------------------

  move spaces to column-value

  call "sqlite3_column_text" using by reference pStmt,
                                   column-number
                       returning column-text-ptr
  end-call
  call "sqlite3_column_bytes" using by reference pStmt,
                                    column-number
                        returning num-bytes
  end-call
  if column-text-ptr not equal null and num-bytes > zero
    if num-bytes > 256
      move 256 to num-bytes
    end-if
    set address of column-text-area to column-text-ptr
    move column-text-area(1:num-bytes) to column-value
  end-if
  .

s025-validate-transaction.
  *> ---------------------------------------------------------------------------
  *>  Enforces the same edits on a deck transaction that EXAMPLES'
  *>  target: action A/C/D, target blank/V (a "foo" value) or N (an
  *>  ind_names business name), numeric ind-number in 1-750, and (for a
  *>  value add/change) a numeric value with a +, -, or blank sign, or
  *>  (for a name add/change) a non-blank name, (for a rule) an X/Q/I
  *>  type naming a different indicator in 1-750, and the entering
  *>  operator's id.  The first failing edit becomes the rejection
  *>  reason on the disposition report.
  *> ---------------------------------------------------------------------------

  move "Y" to maint-request-valid

  move zero to name-quote-count
  inspect tran-ind-name tallying name-quote-count for all "'"
  move zero to operator-quote-count
  inspect tran-operator-id tallying operator-quote-count for all "'"

  *> a numeric effective date must also be a real calendar date -
  *> an impossible one (e.g. month 13) would queue in foo_pending
    when tran-target not = space and tran-target not = "V"
        and tran-target not = "N" and tran-target not = "G"
        and tran-target not = "S" and tran-target not = "L"
        and tran-target not = "R"
      move "N" to maint-request-valid
      move "TARGET NOT BLANK, V, N, G, S, L, OR R"
        to tran-reject-reason

    when tran-ind-number not numeric
      move "EFFECTIVE DATE NOT A VALID YYYYMMDD"
        to tran-reject-reason

    when tran-operator-id = spaces
      move "N" to maint-request-valid
      move "OPERATOR ID MISSING" to tran-reject-reason

    when operator-quote-count > zero
      move "N" to maint-request-valid
      move "OPERATOR ID CONTAINS AN APOSTROPHE" to tran-reject-reason

    when tran-target = "R" and tran-rule-type not = "X"
        and tran-rule-type not = "Q" and tran-rule-type not = "I"
      move "N" to maint-request-valid
      move "RULE TYPE NOT X, Q, OR I" to tran-reject-reason

    when tran-target = "R" and tran-rule-other not numeric
      move "N" to maint-request-valid
      move "RULE OTHER IND-NUMBER NOT NUMERIC" to tran-reject-reason

    when tran-target = "R" and (tran-rule-other < 1
        or tran-rule-other > 750
        or tran-rule-other = tran-ind-number)
      move "N" to maint-request-valid
      move "RULE OTHER IND-NUMBER NOT 1-750 OR SAME AS IND-NUMBER"
        to tran-reject-reason

    when tran-action = "D"
      continue

    when tran-target = "L"
      continue

    when tran-target = "R" and tran-rule-severity not = "0"
        and tran-rule-severity not = "4"
        and tran-rule-severity not = "8"
      move "N" to maint-request-valid
      move "RULE SEVERITY NOT 0, 4, OR 8" to tran-reject-reason

    when tran-target = "R"
      continue

    when tran-ind-value not numeric
      move "N" to maint-request-valid
      move "IND-VALUE NOT NUMERIC" to tran-reject-reason

s026-write-transaction-disposition.
  *> ---------------------------------------------------------------------------
  *>  Prints one transaction's image and disposition: QUEUED for
  *>  approval when entered, APPLIED / PENDING / DECLINED when decided,
  *>  or REJECTED with the reason from s025-validate-transaction.  An
  *>  approval run names the queue id, maker, and checker on the line.
  *> ---------------------------------------------------------------------------

  move tran-read-count to tran-count-display
    into disposition-record
  end-string

  if tran-went-queued
    string trim(disposition-record) delimited by size,
           "  QUEUED FOR APPROVAL - QUEUE "
                                    delimited by size,
           approval-queue-display   delimited by size
      into disposition-record
    end-string
  else
  if tran-was-declined
    string trim(disposition-record) delimited by size,
           "  DECLINED"             delimited by size
      into disposition-record
    end-string
  else
  if tran-went-pending
    string trim(disposition-record) delimited by size,
           "  PENDING EFFECTIVE "   delimited by size,
    end-string
  end-if
  end-if
  end-if
  end-if

  if approval-mode and approval-row-found
    string trim(disposition-record) delimited by size,
           "  QUEUE "               delimited by size,
           approval-queue-display   delimited by size,
           " MAKER="                delimited by size,
           trim(approval-maker-id)  delimited by size,
           " CHECKER="              delimited by size,
           trim(approval-checker-id) delimited by size
      into disposition-record
    end-string
  end-if

  perform s027-write-disposition-line
  .

s024-write-disposition-totals.
  *> ---------------------------------------------------------------------------
  *>  Prints the deck totals: transactions read, queued for approval,
  *>  applied, pending, declined, and rejected.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  end-string
  perform s027-write-disposition-line

  move tran-queued-count to tran-count-display
  move spaces to disposition-record
  string "TRANSACTIONS QUEUED:   "  delimited by size,
         tran-count-display         delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move tran-applied-count to tran-count-display
  move spaces to disposition-record
  string "TRANSACTIONS APPLIED:  "  delimited by size,
  end-string
  perform s027-write-disposition-line

  move tran-declined-count to tran-count-display
  move spaces to disposition-record
  string "TRANSACTIONS DECLINED: "  delimited by size,
         tran-count-display         delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move tran-rejected-count to tran-count-display
  move spaces to disposition-record
  string "TRANSACTIONS REJECTED: "  delimited by size,
s00a-get-maintenance-request.
  *> ---------------------------------------------------------------------------
  *>  Reads the requested maintenance action and the row it applies to from
  *>  the control file (DD name FOOCTL): action code, ind-number, ind-value,
  *>  the entering operator's id, and optionally the database path.
  *> ---------------------------------------------------------------------------

  open input maint-control-file
  read maint-control-file into maint-line3-text
    at end continue
  end-read
  read maint-control-file into maint-operator-id
    at end continue
  end-read
  read maint-control-file into maint-db-name
    at end continue
  end-read

  close maint-control-file

  *>  row outside the documented WORKAREA-IND range; also requires a
  *>  recognized target (value or name) and, for a name add/change, a
  *>  non-blank name without an embedded apostrophe (the name is
  *>  interpolated into quoted SQL text).  The entering operator's id
  *>  is required, and is interpolated the same way.  A rejected request
  *>  is logged to the audit/error log and the run ends without touching
  *>  the database.
  *> ---------------------------------------------------------------------------

    move "N" to maint-request-valid
  end-if

  move zero to operator-quote-count
  inspect maint-operator-id tallying operator-quote-count for all "'"
  if maint-operator-id = spaces or operator-quote-count > zero
    move "N" to maint-request-valid
  end-if

  if not maint-request-is-valid
    move zero to db-status
    move spaces to db-message
    string "request rejected: ind-number " delimited by size,
           maint-ind-number-text delimited by size,
           " outside 1-750, bad target, blank name, or no operator id"
                                 delimited by size
      into db-message
    end-string
    move spaces to sql-statement
           " ind-number=" delimited by size,
           maint-ind-number-text delimited by size,
           " ind-value=" delimited by size,
           maint-ind-value-text delimited by size,
           " operator=" delimited by size,
           maint-operator-id delimited by size
      into sql-statement
    end-string
    perform s00b-write-error-log

s001-open-database.
  *> ---------------------------------------------------------------------------
  *>  Opens the specified SQLite3 database: the one named on FOOCTL
  *>  line 5 (single-request mode), else on FOOMNTDB line 1, else by
  *>  the FOOPORTDB switch NIGHTDRV raises in its portfolio loop, else
  *>  test.sdb.
  *> ---------------------------------------------------------------------------

  if maint-db-name = spaces
    open input maint-db-file
    if maint-db-present
      read maint-db-file into maint-db-name
        at end continue
      end-read
      close maint-db-file
    end-if
  end-if

  if maint-db-name = spaces
    move spaces to portfolio-db-name
    accept portfolio-db-name from environment "FOOPORTDB"
    end-accept
    move portfolio-db-name to maint-db-name
  end-if

  if maint-db-name not = spaces
    move maint-db-name to db-name
  end-if

  call "sqlite3_open" using concatenate(trim(db-name), x"00"),
                            by reference db-handle
                  returning db-status
  *>  s009-capture-old-value (NULL if the indicator had no row), the
  *>  value applied (NULL for a delete), the action code, and this
  *>  program-id into foo_history (see sql/foo_history.sql), so
  *>  FOOHINQ can answer "who set this and when" - including, under dual
  *>  control, the maker who entered the change and the checker who
  *>  approved it.
  *> ---------------------------------------------------------------------------

  call "sqlite3_changes" using by reference db-handle
    move spaces to sql-statement
    string "INSERT INTO foo_history (ind_number, old_value,"
                                       delimited by size,
           " new_value, change_action, program_id, change_timestamp,"
                                       delimited by size,
           " maker_id, checker_id) VALUES ("
                                       delimited by size,
           maint-ind-number           delimited by size,
           ", "                       delimited by size
      into sql-statement
           maint-action               delimited by size,
           "', 'FOOMAINT', '"         delimited by size,
           cycle-date-iso             delimited by size,
           " ' || time('now'), '"     delimited by size,
           trim(approval-maker-id)    delimited by size,
           "', '"                     delimited by size,
           trim(approval-checker-id)  delimited by size,
           "');"                      delimited by size
      into sql-statement
    end-string

    exit paragraph
  end-if

  if maint-target-rule
    perform s011-build-rule-statement
    exit paragraph
  end-if

  move maint-ind-value to maint-ind-value-display

  evaluate true
  end-evaluate
  .

s011-build-rule-statement.
  *> ---------------------------------------------------------------------------
  *>  Builds the INSERT/UPDATE/DELETE text for a consistency-rule
  *>  request against ind_rules (see sql/ind_rules.sql), keyed by the
  *>  indicator, the X/Q/I rule type, and the other indicator - the
  *>  same controlled path the limits get, applied to the rules FOORULE
  *>  sweeps "foo" against after the load.
  *> ---------------------------------------------------------------------------

  evaluate true

    when maint-action-add
      string "INSERT INTO ind_rules (ind_number, rule_type,"
                                          delimited by size,
             " other_ind_number, severity) VALUES ("
                                          delimited by size,
             maint-ind-number            delimited by size,
             ", '"                       delimited by size,
             maint-rule-type             delimited by size,
             "', "                       delimited by size,
             maint-rule-other            delimited by size,
             ", "                        delimited by size,
             maint-severity              delimited by size,
             ")"                         delimited by size,
             " ON CONFLICT(ind_number, rule_type, other_ind_number)"
                                          delimited by size,
             " DO UPDATE SET severity=excluded.severity;"
                                          delimited by size
        into sql-statement
      end-string

    when maint-action-change
      string "UPDATE ind_rules SET severity = "
                                          delimited by size,
             maint-severity              delimited by size,
             " WHERE ind_number = "      delimited by size,
             maint-ind-number            delimited by size,
             " AND rule_type = '"        delimited by size,
             maint-rule-type             delimited by size,
             "' AND other_ind_number = " delimited by size,
             maint-rule-other            delimited by size,
             ";"                         delimited by size
        into sql-statement
      end-string

    when maint-action-delete
      string "DELETE FROM ind_rules WHERE ind_number = "
                                          delimited by size,
             maint-ind-number            delimited by size,
             " AND rule_type = '"        delimited by size,
             maint-rule-type             delimited by size,
             "' AND other_ind_number = " delimited by size,
             maint-rule-other            delimited by size,
             ";"                         delimited by size
        into sql-statement
      end-string

    when other
      display "FOOMAINT: unrecognized maintenance action [",
              maint-action, "]" end-display
      move "0016" to run-completion-code
      perform s00d-write-batch-status
      move 16 to return-code
      goback

  end-evaluate
  .

s003-sql-compile.
  *> ---------------------------------------------------------------------------
  *>  Compiles the maintenance statement into a byte-code program.
