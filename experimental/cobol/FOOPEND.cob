*> come due on tonight's CYCLDATE - re-parsing and re-validating the
*> stored transaction image exactly as the deck would have been, with
*> the same FOODISP-style disposition line per transaction (PENDDISP)
*> and the same foo_history audit rows, written under this program-id
*> and carrying the maker and checker who put the transaction through
*> FOOMAINT's dual control.
*> Due means effective date on or before tonight's CYCLDATE, so a
*> transaction is never stranded by a skipped or failed night.  After
*> the release it prints the pending-changes listing (PENDRPT) of
  working-storage section.

    01  db-name                        pic x(256) value "test.sdb".
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

        03  due-pend-id                pic s9(9) comp.
        03  due-effective-date         pic x(8).
        03  due-image                  pic x(31).
        03  due-maker-id               pic x(8).
        03  due-checker-id             pic x(8).
    01  due-sub                        pic s9(4) comp.
    01  end-of-due-rows                pic x value "N".
      88  no-more-due-rows             value "Y".
          03  tran-max-value               pic 9(4).
          03  tran-severity                pic x.
          03  filler                       pic x(14).
      02  tran-rule-fields redefines tran-ind-name.
          03  tran-rule-type               pic x.
          03  tran-rule-other              pic 9(4).
          03  tran-rule-severity           pic x.
          03  filler                       pic x(14).

    01  tran-reject-reason             pic x(60).
    01  tran-applied-count             pic s9(7) comp value zero.
      88  maint-target-group           value "G".
      88  maint-target-status          value "S".
      88  maint-target-limit           value "L".
      88  maint-target-rule            value "R".
    01  maint-ind-number               pic 9(4).
    01  maint-ind-value                pic s9(4).
    01  maint-ind-value-display        pic ----9.
    01  maint-severity                 pic 9.
    01  maint-limit-min-display        pic ----9.
    01  maint-limit-max-display        pic ----9.
    01  maint-rule-type                pic x value space.
    01  maint-rule-other               pic 9(4).

    01  maint-request-valid            pic x value "Y".
      88  maint-request-is-valid       value "Y".
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "SELECT pend_id, effective_date, tran_image,"
                                     delimited by size,
         " COALESCE(maker_id, ''), COALESCE(checker_id, '')"
                                     delimited by size,
         " FROM foo_pending WHERE effective_date <= '"
                                     delimited by size,
  move 2 to column-number
  perform snnn-get-text-column
  move column-value(1:31) to due-image(due-count)

  move 3 to column-number
  perform snnn-get-text-column
  move column-value(1:8) to due-maker-id(due-count)

  move 4 to column-number
  perform snnn-get-text-column
  move column-value(1:8) to due-checker-id(due-count)
  .

snnn-get-text-column.
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
      move tran-ind-name(1:1) to maint-status-letter
    end-if
    when tran-target not = space and tran-target not = "V"
        and tran-target not = "N" and tran-target not = "G"
        and tran-target not = "S" and tran-target not = "L"
        and tran-target not = "R"
      move "N" to maint-request-valid
      move "TARGET NOT BLANK, V, N, G, S, L, OR R"
        to tran-reject-reason

    when tran-ind-number not numeric
      move "IND-NUMBER OUTSIDE THE 1-750 INDICATOR RANGE"
        to tran-reject-reason

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
  *>  Audit trail for a released value transaction, written AFTER the
  *>  action and only when it actually changed a row - same rules as
  *>  FOOMAINT's, recorded under this program-id so FOOHINQ shows the
  *>  change came from the pending queue, with the maker and checker
  *>  who approved it (NULL for a row queued before dual control).
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
           "', 'FOOPEND', '"          delimited by size,
           cycle-date-iso             delimited by size,
           " ' || time('now'), NULLIF(TRIM('"
                                       delimited by size,
           trim(due-maker-id(due-sub)) delimited by size,
           "'), ''), NULLIF(TRIM('"   delimited by size,
           trim(due-checker-id(due-sub))
                                       delimited by size,
           "'), ''));"                delimited by size
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
      display "FOOPEND: unrecognized maintenance action [",
              maint-action, "]" end-display
      move "0016" to run-completion-code
      perform s00d-write-batch-status
      move 16 to return-code
      goback

  end-evaluate
  .

s003-sql-compile.
  *> ---------------------------------------------------------------------------
  *>  Compiles the current statement into a byte-code program.
