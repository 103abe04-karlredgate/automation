*> ** >>SOURCE FORMAT IS FREE

*> TECTONICS
*>   cobc -x -fdebugging-line FOOFDSP.cob -lsqlite3
*>
*> Inbound disposition interface from the fraud platform - the
*> return half of the FOOFEED/FOOFACK exchange.  When fraud works a
*> case it sends a disposition file (FRAUDDSP) instead of a FOOTRAN
*> deck being keyed by hand; this step runs in the nightly cycle
*> ahead of the load and turns each disposition into FOOMAINT
*> transactions against the FRAUD indicators.
*>
*> FRAUDDSP layout (80-byte records, type in column 1):
*>   header  H - sending system (columns 2-9), business date
*>           yyyymmdd (10-17), file sequence number (18-23),
*>           expected disposition count (24-29);
*>   detail  D - fraud case id (2-13), disposition code (14),
*>           ind-number (15-18, 0000 for C and H), sign (19) and
*>           value (20-23) for code S, effective date yyyymmdd
*>           (24-31, blank = tonight), fraud analyst id (32-39);
*>   trailer T - actual disposition count (2-7) and a hash total of
*>           the detail ind-number fields (8-16).
*>
*> Disposition codes:
*>   C - case cleared: set FRAUD-CLEARED(201) to 1, drop FRAUD-HOLD(200);
*>   H - hold placed: set FRAUD-HOLD(200) to 1, drop FRAUD-CLEARED(201);
*>   S - set the named FRAUD indicator to the value given;
*>   R - remove the named FRAUD indicator.
*>
*> The file is controlled the way FOOINTK controls the upstream
*> feeds: header first and once, trailer last and once, counts and
*> hash tied, and the header date not after the CYCLDATE business
*> date.  Its sequence number must be exactly one past the last file
*> accepted on the DSPLOG control log (pipe-delimited like FEEDLOG:
*>   seq|sending-system|business-date|dispositions|applied|parked|
*>   rejected|processed-timestamp|ACCEPTED or REJECTED),
*> so a repeated file is refused as already processed and a missing
*> one is caught as a gap rather than silently skipped.  A file that
*> fails any of this is rejected WHOLE - nothing applied - logged on
*> DSPLOG as REJECTED, and alerted (SEV=4 CAT=FRAUD) for the fraud
*> desk to resend; the cycle itself continues.
*>
*> Each disposition of an accepted file becomes one or two FOOTRAN
*> value transactions, put through the same edits and lifecycle
*> rules FOOMAINT applies, plus one this interface adds: every
*> indicator touched must be in the FRAUD group in ind_groups -
*> nothing else can be changed this way.  A disposition is all or
*> nothing: APPLIED (foo_history rows under this program-id, the
*> fraud analyst as maker and the sending system as checker - the
*> fraud platform's case workflow is the second pair of eyes),
*> PARKED in foo_pending when it carries an effective date past
*> tonight (FOOPEND releases it), or REJECTED with the reason.  Every
*> disposition's outcome is printed to the DSPDISP disposition
*> report.  FOOFEED then sends the applied changes back to the fraud
*> platform like any other change.  A missing FRAUDDSP just means no
*> dispositions tonight.  Any rejection ends the step with code 4.

identification division.

  program-id.                          FOOFDSP.

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select disposition-file            assign to DA-S-FRAUDDSP
                                          organization line sequential
                                          file status is disposition-file-status.

      select disposition-log             assign to DA-S-DSPLOG
                                          organization line sequential
                                          file status is disposition-log-status.

      select disposition-report          assign to DA-S-DSPDISP
                                          organization line sequential
                                          file status is disposition-status.

      select alert-file                  assign to DA-S-NIGHTALRT
                                          organization line sequential
                                          file status is alert-file-status.

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

  fd  disposition-file
      record contains 80 characters
      block contains 0 records
      label records are omitted
      recording mode is f.
  01  dsp-record.
      02  dsp-record-type                  pic x.
        88  dsp-header-record              value "H".
        88  dsp-detail-record              value "D".
        88  dsp-trailer-record             value "T".
      02  filler                           pic x(79).
  01  dsp-header redefines dsp-record.
      02  filler                           pic x.
      02  dhd-sending-system               pic x(8).
      02  dhd-business-date                pic x(8).
      02  dhd-file-seq                     pic x(6).
      02  dhd-expected-count               pic x(6).
      02  filler                           pic x(51).
  01  dsp-detail redefines dsp-record.
      02  filler                           pic x.
      02  ddt-case-id                      pic x(12).
      02  ddt-disposition                  pic x.
      02  ddt-ind-number                   pic x(4).
      02  ddt-ind-sign                     pic x.
      02  ddt-ind-value                    pic x(4).
      02  ddt-effective-date               pic x(8).
      02  ddt-analyst-id                   pic x(8).
      02  filler                           pic x(41).
  01  dsp-trailer redefines dsp-record.
      02  filler                           pic x.
      02  dtr-actual-count                 pic x(6).
      02  dtr-hash-total                   pic x(9).
      02  filler                           pic x(64).

  fd  disposition-log.
  01  disposition-log-record               pic x(256).

  fd  disposition-report.
  01  disposition-record                   pic x(132).

  fd  alert-file.
  01  alert-record                         pic x(256).

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
    01  portfolio-db-name              pic x(256) value spaces.
    01  db-handle                      usage pointer.
    01  db-message                     pic x(256).

    01  sql-statement                  pic x(1024). *> use max 1023 characters.
    01  num-bytes                      pic s9(04) comp.
    01  pStmt                          usage pointer.
    01  zTail                          pic s9(04) comp.
    01  column-zero                    pic s9(04) comp value zero.

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

    01  alert-file-status              pic x(2) value "00".
      88  alert-file-ok                value "00".

*>  The FRAUD indicators a C or H disposition moves.
    01  fraud-hold-ind                 pic 9(4) value 200.
    01  fraud-cleared-ind              pic 9(4) value 201.
    01  fraud-group-name               pic x(20) value "FRAUD".

*>  The inbound file's control envelope.
    01  disposition-file-status        pic x(2) value "00".
      88  disposition-file-ok          value "00".
    01  end-of-disposition-file        pic x value "N".
      88  no-more-disposition-records  value "Y".
    01  header-seen                    pic x value "N".
      88  header-was-seen              value "Y".
    01  trailer-seen                   pic x value "N".
      88  trailer-was-seen             value "Y".
    01  file-rejected                  pic x value "N".
      88  file-is-rejected             value "Y".
    01  file-reject-reason             pic x(60) value spaces.
    01  records-read                   pic s9(7) comp value zero.
    01  file-sending-system            pic x(8) value spaces.
    01  file-business-date             pic x(8) value spaces.
    01  file-seq                       pic s9(9) comp value zero.
    01  file-seq-display               pic 9(6).
    01  file-expected-count            pic s9(7) comp value zero.
    01  trailer-count                  pic s9(7) comp value zero.
    01  trailer-hash                   pic s9(9) comp value zero.
    01  computed-hash                  pic s9(9) comp value zero.
    01  hash-display                   pic zzz,zzz,zz9.

*>  The DSPLOG control log - the last file accepted fixes the
*>  sequence number the next one must carry.
    01  disposition-log-status         pic x(2) value "00".
      88  disposition-log-ok           value "00".
    01  end-of-disposition-log         pic x value "N".
      88  no-more-log-lines            value "Y".
    01  log-seq-text                   pic x(8).
    01  log-sender-text                pic x(8).
    01  log-date-text                  pic x(8).
    01  log-count-text                 pic x(9).
    01  log-applied-text               pic x(9).
    01  log-parked-text                pic x(9).
    01  log-rejected-text              pic x(9).
    01  log-stamp-text                 pic x(26).
    01  log-status-text                pic x(10).
    01  last-accepted-seq              pic s9(9) comp value zero.
    01  expected-seq                   pic s9(9) comp value zero.
    01  expected-seq-display           pic 9(6).

*>  The dispositions of the file, held until the whole envelope has
*>  been proved - nothing is applied from a file that may yet fail
*>  its trailer.
    01  dsp-count                      pic s9(4) comp value zero.
    01  dsp-max                        pic s9(4) comp value 500.
    01  dsp-table.
      02  dsp-entry occurs 500 times.
        03  dsp-case-id                pic x(12).
        03  dsp-disposition            pic x.
        03  dsp-ind-number             pic x(4).
        03  dsp-ind-sign               pic x.
        03  dsp-ind-value              pic x(4).
        03  dsp-effective-date         pic x(8).
        03  dsp-analyst-id             pic x(8).
    01  dsp-sub                        pic s9(4) comp.

*>  The one or two FOOTRAN transactions a disposition turns into.
    01  dsp-tran-count                 pic s9(4) comp value zero.
    01  dsp-tran-table.
      02  dsp-tran-image               pic x(31) occurs 2 times.
    01  dsp-tran-sub                   pic s9(4) comp.
    01  dsp-valid                      pic x value "Y".
      88  disposition-is-valid         value "Y".
    01  dsp-parked                     pic x value "N".
      88  disposition-is-parked        value "Y".
    01  dsp-reject-reason              pic x(60) value spaces.
    01  dsp-read-count                 pic s9(7) comp value zero.
    01  dsp-applied-count              pic s9(7) comp value zero.
    01  dsp-parked-count               pic s9(7) comp value zero.
    01  dsp-rejected-count             pic s9(7) comp value zero.
    01  dsp-count-display              pic zzz,zz9.
    01  dsp-count-9                    pic 9(9).
    01  dsp-applied-9                  pic 9(9).
    01  dsp-parked-9                   pic 9(9).
    01  dsp-rejected-9                 pic 9(9).
    01  group-member-count             pic s9(9) comp value zero.

*>  A FOOTRAN transaction image, in the layout FOOMAINT's deck
*>  record and the foo_pending queue both carry.
    01  dsp-tran-record.
      02  tran-action                      pic x.
      02  tran-ind-number                  pic 9(4).
      02  tran-ind-sign                    pic x.
      02  tran-ind-value                   pic 9(4).
      02  tran-target                      pic x.
      02  tran-ind-name                    pic x(20).
    01  tran-effective-date            pic x(8) value spaces.
    01  tran-operator-id               pic x(8) value spaces.
    01  tran-reject-reason             pic x(60).
    01  tran-applied-count             pic s9(7) comp value zero.
    01  tran-parked-count              pic s9(7) comp value zero.
    01  effective-date-valid           pic x value "Y".
    01  operator-quote-count           pic s9(4) comp value zero.
    01  case-quote-count               pic s9(4) comp value zero.

    01  maint-action                   pic x value space.
      88  maint-action-add             value "A".
      88  maint-action-change          value "C".
      88  maint-action-delete          value "D".
    01  maint-ind-number               pic 9(4).
    01  maint-ind-value                pic s9(4).
    01  maint-ind-value-display        pic ----9.
    01  maint-old-value                pic s9(9) comp.
    01  maint-old-value-display        pic ----9.
    01  maint-old-row-flag             pic x value "N".
      88  maint-old-row-found          value "Y".
    01  maint-rows-changed             pic s9(9) comp value zero.
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

foofdsp-mainline.

  move current-date to run-start-timestamp

  perform s00e-build-error-log-name

  perform snnn-check-run-lock

  perform s021-write-disposition-header

  open input disposition-file

  if not disposition-file-ok
    *> no file tonight - the fraud platform had nothing to send
    move spaces to disposition-record
    move "NO DISPOSITION FILE PRESENT - NOTHING TO APPLY"
      to disposition-record
    perform s027-write-disposition-line
    move "0000" to run-completion-code
    perform s00d-write-batch-status
    move zero to return-code
    goback
  end-if

  perform s050-read-disposition-file

  close disposition-file

  if not file-is-rejected
    perform s051-check-file-balance
  end-if

  if not file-is-rejected
    perform s052-check-file-sequence
  end-if

  perform s053-write-file-summary

  if file-is-rejected
    perform s054-reject-whole-file
    move "0004" to run-completion-code
    perform s00d-write-batch-status
    move 4 to return-code
    goback
  end-if

  perform s001-open-database

  perform varying dsp-sub from 1 by 1
          until dsp-sub > dsp-count
    perform s060-process-disposition
  end-perform

  perform s002-close-database

  perform s024-write-disposition-totals

  move "ACCEPTED" to log-status-text
  perform s055-log-disposition-file

  if dsp-rejected-count > zero
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

s050-read-disposition-file.
  *> ---------------------------------------------------------------------------
  *>  Reads the whole file, checking each record against the envelope
  *>  as it goes and holding the dispositions in the table.  The first
  *>  envelope failure names the reason and stops the read.
  *> ---------------------------------------------------------------------------

  move "N" to end-of-disposition-file
  perform until no-more-disposition-records or file-is-rejected

    read disposition-file
      at end
        move "Y" to end-of-disposition-file
      not at end
        add 1 to records-read
        evaluate true
          when dsp-header-record
            perform snnn-take-header-record
          when dsp-detail-record
            perform snnn-take-detail-record
          when dsp-trailer-record
            perform snnn-take-trailer-record
          when other
            move "Y" to file-rejected
            move "UNRECOGNIZED RECORD TYPE IN DISPOSITION FILE"
              to file-reject-reason
        end-evaluate
    end-read

  end-perform
  .

snnn-take-header-record.
  *> ---------------------------------------------------------------------------
  *>  The header must come first, once, naming its sender, a real
  *>  business date no later than tonight's, and numeric sequence and
  *>  count fields.
  *> ---------------------------------------------------------------------------

  evaluate true

    when header-was-seen
      move "Y" to file-rejected
      move "MORE THAN ONE HEADER RECORD" to file-reject-reason

    when records-read not = 1
      move "Y" to file-rejected
      move "HEADER NOT THE FIRST RECORD" to file-reject-reason

    when dhd-sending-system = spaces
      move "Y" to file-rejected
      move "HEADER SENDING SYSTEM MISSING" to file-reject-reason

    when dhd-business-date is not numeric
      move "Y" to file-rejected
      move "HEADER BUSINESS DATE NOT NUMERIC" to file-reject-reason

    when dhd-file-seq is not numeric
      move "Y" to file-rejected
      move "HEADER FILE SEQUENCE NOT NUMERIC" to file-reject-reason

    when dhd-expected-count is not numeric
      move "Y" to file-rejected
      move "HEADER EXPECTED COUNT NOT NUMERIC" to file-reject-reason

    when dhd-business-date > cycle-date
      move "Y" to file-rejected
      move "HEADER BUSINESS DATE AFTER CYCLDATE" to file-reject-reason

    when other
      move "Y" to header-seen
      move dhd-sending-system to file-sending-system
      move dhd-business-date to file-business-date
      move numval(dhd-file-seq) to file-seq
      move numval(dhd-expected-count) to file-expected-count

  end-evaluate

  if dhd-file-seq is numeric
    move numval(dhd-file-seq) to file-seq
  end-if
  .

snnn-take-detail-record.
  *> ---------------------------------------------------------------------------
  *>  Details are counted, hashed on their ind-number field, and held.
  *>  Whether a disposition can apply is decided later, one at a time;
  *>  only a detail that breaks the hash (a non-numeric ind-number) or
  *>  the envelope order fails the whole file here.
  *> ---------------------------------------------------------------------------

  evaluate true

    when not header-was-seen
      move "Y" to file-rejected
      move "DETAIL BEFORE THE HEADER RECORD" to file-reject-reason

    when trailer-was-seen
      move "Y" to file-rejected
      move "DETAIL AFTER THE TRAILER RECORD" to file-reject-reason

    when ddt-ind-number is not numeric
      move "Y" to file-rejected
      move "DETAIL IND-NUMBER NOT NUMERIC - HASH UNUSABLE"
        to file-reject-reason

    when dsp-count >= dsp-max
      move "Y" to file-rejected
      move "MORE DISPOSITIONS THAN ONE RUN HOLDS (500)"
        to file-reject-reason

    when other
      add 1 to dsp-count
      add numval(ddt-ind-number) to computed-hash
      move ddt-case-id to dsp-case-id(dsp-count)
      move ddt-disposition to dsp-disposition(dsp-count)
      move ddt-ind-number to dsp-ind-number(dsp-count)
      move ddt-ind-sign to dsp-ind-sign(dsp-count)
      move ddt-ind-value to dsp-ind-value(dsp-count)
      move ddt-effective-date to dsp-effective-date(dsp-count)
      move ddt-analyst-id to dsp-analyst-id(dsp-count)

  end-evaluate
  .

snnn-take-trailer-record.
  *> ---------------------------------------------------------------------------
  *>  The trailer closes the file, once, with numeric count and hash.
  *> ---------------------------------------------------------------------------

  evaluate true

    when not header-was-seen
      move "Y" to file-rejected
      move "TRAILER BEFORE THE HEADER RECORD" to file-reject-reason

    when trailer-was-seen
      move "Y" to file-rejected
      move "MORE THAN ONE TRAILER RECORD" to file-reject-reason

    when dtr-actual-count is not numeric
      move "Y" to file-rejected
      move "TRAILER COUNT NOT NUMERIC" to file-reject-reason

    when dtr-hash-total is not numeric
      move "Y" to file-rejected
      move "TRAILER HASH TOTAL NOT NUMERIC" to file-reject-reason

    when other
      move "Y" to trailer-seen
      move numval(dtr-actual-count) to trailer-count
      move numval(dtr-hash-total) to trailer-hash

  end-evaluate
  .

s051-check-file-balance.
  *> ---------------------------------------------------------------------------
  *>  The end-of-file control checks, FOOINTK's: header and trailer
  *>  both present, the trailer count tied to the dispositions read
  *>  and to the count the header promised, and the hash tied.
  *> ---------------------------------------------------------------------------

  evaluate true

    when not header-was-seen
      move "Y" to file-rejected
      move "FILE HAS NO HEADER RECORD" to file-reject-reason

    when not trailer-was-seen
      move "Y" to file-rejected
      move "FILE HAS NO TRAILER RECORD" to file-reject-reason

    when trailer-count not = dsp-count
      move "Y" to file-rejected
      move "TRAILER COUNT DOES NOT TIE TO DISPOSITIONS READ"
        to file-reject-reason

    when file-expected-count not = dsp-count
      move "Y" to file-rejected
      move "HEADER EXPECTED COUNT DOES NOT TIE" to file-reject-reason

    when trailer-hash not = computed-hash
      move "Y" to file-rejected
      move "TRAILER HASH TOTAL DOES NOT TIE" to file-reject-reason

    when other
      continue

  end-evaluate
  .

s052-check-file-sequence.
  *> ---------------------------------------------------------------------------
  *>  Walks DSPLOG for the last file accepted; this one must be the
  *>  next.  A number already accepted is a resend of a file already
  *>  applied, a number further on means a file in between never
  *>  arrived - either way nothing is applied until it is sorted out.
  *>  No log yet means this must be file number one.
  *> ---------------------------------------------------------------------------

  move zero to last-accepted-seq

  open input disposition-log

  if disposition-log-ok
    move "N" to end-of-disposition-log
    perform until no-more-log-lines
      read disposition-log
        at end
          move "Y" to end-of-disposition-log
        not at end
          perform snnn-parse-log-line
      end-read
    end-perform
    close disposition-log
  end-if

  compute expected-seq = last-accepted-seq + 1
  end-compute
  move expected-seq to expected-seq-display

  evaluate true

    when file-seq <= last-accepted-seq
      move "Y" to file-rejected
      move "FILE SEQUENCE ALREADY PROCESSED - DUPLICATE FILE"
        to file-reject-reason

    when file-seq > expected-seq
      move "Y" to file-rejected
      move spaces to file-reject-reason
      string "FILE SEQUENCE GAP - EXPECTED "
                                    delimited by size,
             expected-seq-display   delimited by size
        into file-reject-reason
      end-string

    when other
      continue

  end-evaluate
  .

snnn-parse-log-line.
  *> ---------------------------------------------------------------------------
  *>  Picks the sequence and status off one DSPLOG line; only an
  *>  ACCEPTED file advances the sequence.
  *> ---------------------------------------------------------------------------

  move spaces to log-seq-text log-sender-text log-date-text
                log-count-text log-applied-text log-parked-text
                log-rejected-text log-stamp-text log-status-text

  unstring disposition-log-record delimited by "|"
      into log-seq-text, log-sender-text, log-date-text,
           log-count-text, log-applied-text, log-parked-text,
           log-rejected-text, log-stamp-text, log-status-text
  end-unstring

  if trim(log-seq-text) is numeric
      and trim(log-status-text) = "ACCEPTED"
    if numval(log-seq-text) > last-accepted-seq
      move numval(log-seq-text) to last-accepted-seq
    end-if
  end-if
  .

s053-write-file-summary.
  *> ---------------------------------------------------------------------------
  *>  The envelope section of the disposition report.
  *> ---------------------------------------------------------------------------

  move file-seq to file-seq-display
  move spaces to disposition-record
  string "SENDING SYSTEM: "         delimited by size,
         file-sending-system        delimited by size,
         "  BUSINESS DATE: "        delimited by size,
         file-business-date         delimited by size,
         "  FILE SEQUENCE: "        delimited by size,
         file-seq-display           delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move dsp-count to dsp-count-display
  move spaces to disposition-record
  string "DISPOSITIONS READ:  "     delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move trailer-count to dsp-count-display
  move spaces to disposition-record
  string "TRAILER COUNT:      "     delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move computed-hash to hash-display
  move spaces to disposition-record
  string "HASH COMPUTED:  "         delimited by size,
         hash-display               delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move trailer-hash to hash-display
  move spaces to disposition-record
  string "HASH ON TRAILER:"         delimited by size,
         hash-display               delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move spaces to disposition-record
  perform s027-write-disposition-line
  .

s054-reject-whole-file.
  *> ---------------------------------------------------------------------------
  *>  A file that fails its envelope or its sequence applies nothing:
  *>  the report and DSPLOG say why, and an alert tells the fraud desk
  *>  to resend.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  string "FILE REJECTED WHOLE: "    delimited by size,
         trim(file-reject-reason)   delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move "REJECTED" to log-status-text
  perform s055-log-disposition-file

  move file-seq to file-seq-display
  move current-date to run-timestamp

  move spaces to alert-record
  string "SEV=4 CAT=FRAUD "         delimited by size,
         "FOOFDSP DISPOSITION FILE REJECTED: seq="
                                    delimited by size,
         file-seq-display           delimited by size,
         " sender="                 delimited by size,
         trim(file-sending-system)  delimited by size,
         " reason="                 delimited by size,
         trim(file-reject-reason)   delimited by size,
         " timestamp="              delimited by size,
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

s055-log-disposition-file.
  *> ---------------------------------------------------------------------------
  *>  Appends this file's line to the DSPLOG control log, status in
  *>  log-status-text.
  *> ---------------------------------------------------------------------------

  move file-seq to file-seq-display
  move dsp-count to dsp-count-9
  move dsp-applied-count to dsp-applied-9
  move dsp-parked-count to dsp-parked-9
  move dsp-rejected-count to dsp-rejected-9
  move current-date to run-timestamp

  move spaces to disposition-log-record
  string file-seq-display           delimited by size,
         "|"                        delimited by size,
         file-sending-system        delimited by size,
         "|"                        delimited by size,
         file-business-date         delimited by size,
         "|"                        delimited by size,
         dsp-count-9                delimited by size,
         "|"                        delimited by size,
         dsp-applied-9              delimited by size,
         "|"                        delimited by size,
         dsp-parked-9               delimited by size,
         "|"                        delimited by size,
         dsp-rejected-9             delimited by size,
         "|"                        delimited by size,
         run-timestamp              delimited by size,
         "|"                        delimited by size,
         trim(log-status-text)      delimited by size
    into disposition-log-record
  end-string

  open extend disposition-log
  if not disposition-log-ok
    open output disposition-log
  end-if

  write disposition-log-record

  close disposition-log
  .

s060-process-disposition.
  *> ---------------------------------------------------------------------------
  *>  One disposition, all or nothing: its transactions are built and
  *>  every one of them validated before any is applied or parked, so
  *>  a cleared case can never end up with the hold dropped but the
  *>  cleared flag refused.
  *> ---------------------------------------------------------------------------

  add 1 to dsp-read-count
  move "Y" to dsp-valid
  move "N" to dsp-parked
  move spaces to dsp-reject-reason

  perform s061-build-disposition-trans

  if disposition-is-valid
    perform varying dsp-tran-sub from 1 by 1
            until dsp-tran-sub > dsp-tran-count
               or not disposition-is-valid
      move dsp-tran-image(dsp-tran-sub) to dsp-tran-record
      perform s025-validate-transaction
      if maint-request-is-valid
        perform s062-check-fraud-group
      end-if
      if maint-request-is-valid
        perform s017-check-lifecycle-rules
      end-if
      if not maint-request-is-valid
        move "N" to dsp-valid
        move tran-reject-reason to dsp-reject-reason
      end-if
    end-perform
  end-if

  if disposition-is-valid
      and tran-effective-date is numeric
      and tran-effective-date > cycle-date
    move "Y" to dsp-parked
  end-if

  perform s026-write-disposition-line

  if not disposition-is-valid
    add 1 to dsp-rejected-count
    exit paragraph
  end-if

  perform varying dsp-tran-sub from 1 by 1
          until dsp-tran-sub > dsp-tran-count
    move dsp-tran-image(dsp-tran-sub) to dsp-tran-record
    if disposition-is-parked
      perform s028-queue-pending-transaction
      add 1 to tran-parked-count
    else
      perform s031-apply-transaction
    end-if
    perform s029-write-transaction-line
  end-perform

  if disposition-is-parked
    add 1 to dsp-parked-count
  else
    add 1 to dsp-applied-count
  end-if
  .

s061-build-disposition-trans.
  *> ---------------------------------------------------------------------------
  *>  Turns the disposition into its FOOTRAN value transactions.  A C
  *>  or H moves the FRAUD-HOLD/FRAUD-CLEARED pair - one set to 1 by
  *>  an add (an upsert, whatever the row holds now), the other
  *>  dropped; S and R set or remove the one indicator named.
  *> ---------------------------------------------------------------------------

  move zero to dsp-tran-count
  move spaces to dsp-tran-table
  move dsp-effective-date(dsp-sub) to tran-effective-date
  move dsp-analyst-id(dsp-sub) to tran-operator-id

  move zero to case-quote-count
  inspect dsp-case-id(dsp-sub) tallying case-quote-count for all "'"

  evaluate true

    when dsp-case-id(dsp-sub) = spaces
      move "N" to dsp-valid
      move "FRAUD CASE ID MISSING" to dsp-reject-reason

    when case-quote-count > zero
      move "N" to dsp-valid
      move "FRAUD CASE ID CONTAINS AN APOSTROPHE" to dsp-reject-reason

    when dsp-disposition(dsp-sub) = "C"
      move fraud-cleared-ind to maint-ind-number
      perform snnn-add-set-transaction
      move fraud-hold-ind to maint-ind-number
      perform snnn-add-drop-transaction

    when dsp-disposition(dsp-sub) = "H"
      move fraud-hold-ind to maint-ind-number
      perform snnn-add-set-transaction
      move fraud-cleared-ind to maint-ind-number
      perform snnn-add-drop-transaction

    when dsp-disposition(dsp-sub) = "S"
      add 1 to dsp-tran-count
      move spaces to dsp-tran-record
      move "A" to tran-action
      move dsp-ind-number(dsp-sub) to dsp-tran-record(2:4)
      move dsp-ind-sign(dsp-sub) to tran-ind-sign
      move dsp-ind-value(dsp-sub) to dsp-tran-record(7:4)
      move "V" to tran-target
      move dsp-tran-record to dsp-tran-image(dsp-tran-count)

    when dsp-disposition(dsp-sub) = "R"
      move dsp-ind-number(dsp-sub) to maint-ind-number
      perform snnn-add-drop-transaction

    when other
      move "N" to dsp-valid
      move "DISPOSITION CODE NOT C, H, S, OR R" to dsp-reject-reason

  end-evaluate
  .

snnn-add-set-transaction.
  *> ---------------------------------------------------------------------------
  *>  Adds "set maint-ind-number to 1" to the disposition's
  *>  transactions.
  *> ---------------------------------------------------------------------------

  add 1 to dsp-tran-count
  move spaces to dsp-tran-record
  move "A" to tran-action
  move maint-ind-number to tran-ind-number
  move "+" to tran-ind-sign
  move 1 to tran-ind-value
  move "V" to tran-target
  move dsp-tran-record to dsp-tran-image(dsp-tran-count)
  .

snnn-add-drop-transaction.
  *> ---------------------------------------------------------------------------
  *>  Adds "delete maint-ind-number" to the disposition's
  *>  transactions.
  *> ---------------------------------------------------------------------------

  add 1 to dsp-tran-count
  move spaces to dsp-tran-record
  move "D" to tran-action
  move maint-ind-number to tran-ind-number
  move zero to tran-ind-value
  move "V" to tran-target
  move dsp-tran-record to dsp-tran-image(dsp-tran-count)
  .

s062-check-fraud-group.
  *> ---------------------------------------------------------------------------
  *>  The interface's own rule: only an indicator assigned to the
  *>  FRAUD group in ind_groups may be changed from the fraud
  *>  platform's file.
  *> ---------------------------------------------------------------------------

  move tran-ind-number to maint-ind-number
  move zero to group-member-count

  move spaces to sql-statement
  string "SELECT COUNT(*) FROM ind_groups WHERE ind_number = "
                                     delimited by size,
         maint-ind-number           delimited by size,
         " AND group_name = '"      delimited by size,
         trim(fraud-group-name)     delimited by size,
         "';"                       delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-row
      call "sqlite3_column_int" using by reference pStmt,
                                      column-zero
                          returning group-member-count
      end-call

    when other
      perform s000-sqlite-error
      move "0008" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-reset
  perform snnn-sql-delete

  if group-member-count = zero
    move "N" to maint-request-valid
    move "IND-NUMBER NOT IN THE FRAUD GROUP" to tran-reject-reason
  end-if
  .

s031-apply-transaction.
  *> ---------------------------------------------------------------------------
  *>  Applies one validated transaction through the same
  *>  build/compile/execute path FOOMAINT's deck mode uses, with its
  *>  foo_history audit row.
  *> ---------------------------------------------------------------------------

  move tran-action to maint-action
  move tran-ind-number to maint-ind-number
  move tran-ind-value to maint-ind-value
  if tran-ind-sign = "-"
    compute maint-ind-value = 0 - maint-ind-value
  end-if

  perform s009-capture-old-value
  perform s010-build-statement
  perform s003-sql-compile
  perform s004-sql-execute
  perform snnn-sql-reset
  perform snnn-sql-delete
  perform s015-write-history-row

  add 1 to tran-applied-count
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
      move "0016" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate

  perform snnn-sql-reset
  perform snnn-sql-delete
  .

s028-queue-pending-transaction.
  *> ---------------------------------------------------------------------------
  *>  Parks a future-dated disposition transaction in the foo_pending
  *>  queue exactly as FOOMAINT parks a deck transaction, with the
  *>  analyst and the sending system as maker and checker, for the
  *>  FOOPEND release step.  The image is built here from checked
  *>  numeric fields, and the analyst id has been refused if it
  *>  carries an apostrophe, so both interpolate safely.
  *> ---------------------------------------------------------------------------

  move spaces to sql-statement
  string "INSERT INTO foo_pending (effective_date, tran_image,"
                                     delimited by size,
         " entered_timestamp, maker_id, checker_id) VALUES ('"
                                     delimited by size,
         tran-effective-date        delimited by size,
         "', '"                     delimited by size,
         dsp-tran-record            delimited by size,
         "', '"                     delimited by size,
         cycle-date-iso             delimited by size,
         " ' || time('now'), '"     delimited by size,
         trim(tran-operator-id)     delimited by size,
         "', '"                     delimited by size,
         trim(file-sending-system)  delimited by size,
         "');"                      delimited by size
    into sql-statement
  end-string

  perform s003-sql-compile
  perform s012-history-execute
  perform snnn-sql-reset
  perform snnn-sql-delete
  .

s025-validate-transaction.
  *> ---------------------------------------------------------------------------
  *>  The FOOMAINT deck edits that apply to a value transaction: A or
  *>  D action, ind-number in 1-750, a numeric value with a +, -, or
  *>  blank sign, a real effective date when one is given, and the
  *>  entering (analyst) operator id.  The first failing edit becomes
  *>  the rejection reason.
  *> ---------------------------------------------------------------------------

  move "Y" to maint-request-valid
  move spaces to tran-reject-reason

  move zero to operator-quote-count
  inspect tran-operator-id tallying operator-quote-count for all "'"

  move "Y" to effective-date-valid
  if tran-effective-date not = spaces
      and tran-effective-date is numeric
    move tran-effective-date to stamp-date
    move integer-of-date(stamp-date) to stamp-days
    if stamp-days = zero
      move "N" to effective-date-valid
    end-if
  end-if

  evaluate true

    when tran-ind-number not numeric
      move "N" to maint-request-valid
      move "IND-NUMBER NOT NUMERIC" to tran-reject-reason

    when tran-ind-number < 1 or tran-ind-number > 750
      move "N" to maint-request-valid
      move "IND-NUMBER OUTSIDE THE 1-750 INDICATOR RANGE"
        to tran-reject-reason

    when tran-effective-date not = spaces
        and tran-effective-date not numeric
      move "N" to maint-request-valid
      move "EFFECTIVE DATE NOT NUMERIC YYYYMMDD" to tran-reject-reason

    when effective-date-valid = "N"
      move "N" to maint-request-valid
      move "EFFECTIVE DATE NOT A VALID YYYYMMDD"
        to tran-reject-reason

    when tran-operator-id = spaces
      move "N" to maint-request-valid
      move "ANALYST ID MISSING" to tran-reject-reason

    when operator-quote-count > zero
      move "N" to maint-request-valid
      move "ANALYST ID CONTAINS AN APOSTROPHE" to tran-reject-reason

    when tran-action = "D"
      continue

    when tran-ind-value not numeric
      move "N" to maint-request-valid
      move "IND-VALUE NOT NUMERIC" to tran-reject-reason

    when tran-ind-sign not = "+" and tran-ind-sign not = "-"
        and tran-ind-sign not = space
      move "N" to maint-request-valid
      move "IND-SIGN NOT +, -, OR BLANK" to tran-reject-reason

    when other
      continue

  end-evaluate
  .

s021-write-disposition-header.
  *> ---------------------------------------------------------------------------
  *>  Writes the disposition report title and run date.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  string "FOOFDSP FRAUD DISPOSITION REPORT  RUN DATE: "
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
  perform s027-write-disposition-line
  .

s026-write-disposition-line.
  *> ---------------------------------------------------------------------------
  *>  Prints one disposition - case, code, analyst - and its outcome:
  *>  APPLIED, PARKED to its effective date, or REJECTED with the
  *>  reason.  The transactions it became follow on their own lines.
  *> ---------------------------------------------------------------------------

  move dsp-read-count to dsp-count-display

  move spaces to disposition-record
  string "DSP "                     delimited by size,
         dsp-count-display          delimited by size,
         "  CASE "                  delimited by size,
         dsp-case-id(dsp-sub)       delimited by size,
         "  CODE "                  delimited by size,
         dsp-disposition(dsp-sub)   delimited by size,
         "  ANALYST "               delimited by size,
         dsp-analyst-id(dsp-sub)    delimited by size,
         " "                        delimited by size
    into disposition-record
  end-string

  evaluate true

    when not disposition-is-valid
      string trim(disposition-record) delimited by size,
             "  REJECTED - "          delimited by size,
             trim(dsp-reject-reason)  delimited by size
        into disposition-record
      end-string

    when disposition-is-parked
      string trim(disposition-record) delimited by size,
             "  PARKED - EFFECTIVE "  delimited by size,
             tran-effective-date      delimited by size
        into disposition-record
      end-string

    when other
      string trim(disposition-record) delimited by size,
             "  APPLIED"              delimited by size
        into disposition-record
      end-string

  end-evaluate

  perform s027-write-disposition-line
  .

s029-write-transaction-line.
  *> ---------------------------------------------------------------------------
  *>  Prints one transaction a disposition became, in FOOTRAN image
  *>  form, the way FOOMAINT's FOODISP shows a deck transaction.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  string "             ["           delimited by size,
         dsp-tran-record            delimited by size,
         "]"                        delimited by size
    into disposition-record
  end-string

  evaluate true

    when disposition-is-parked
      string trim(disposition-record) delimited by size,
             "  PENDING EFFECTIVE "   delimited by size,
             tran-effective-date      delimited by size
        into disposition-record
      end-string

    when maint-rows-changed = zero
      string trim(disposition-record) delimited by size,
             "  APPLIED - NO ROW AFFECTED"
                                      delimited by size
        into disposition-record
      end-string

    when other
      string trim(disposition-record) delimited by size,
             "  APPLIED"              delimited by size
        into disposition-record
      end-string

  end-evaluate

  perform s027-write-disposition-line
  .

s024-write-disposition-totals.
  *> ---------------------------------------------------------------------------
  *>  Prints the run totals: dispositions read, applied, parked, and
  *>  rejected, and the transactions they became.
  *> ---------------------------------------------------------------------------

  move spaces to disposition-record
  perform s027-write-disposition-line

  move dsp-read-count to dsp-count-display
  move spaces to disposition-record
  string "DISPOSITIONS READ:      " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move dsp-applied-count to dsp-count-display
  move spaces to disposition-record
  string "DISPOSITIONS APPLIED:   " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move dsp-parked-count to dsp-count-display
  move spaces to disposition-record
  string "DISPOSITIONS PARKED:    " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move dsp-rejected-count to dsp-count-display
  move spaces to disposition-record
  string "DISPOSITIONS REJECTED:  " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move tran-applied-count to dsp-count-display
  move spaces to disposition-record
  string "TRANSACTIONS APPLIED:   " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line

  move tran-parked-count to dsp-count-display
  move spaces to disposition-record
  string "TRANSACTIONS PARKED:    " delimited by size,
         dsp-count-display          delimited by size
    into disposition-record
  end-string
  perform s027-write-disposition-line
  .

s027-write-disposition-line.
  *> ---------------------------------------------------------------------------
  *>  Appends one line to this run's disposition report.
  *> ---------------------------------------------------------------------------

  open extend disposition-report
  if not disposition-ok
    open output disposition-report
  end-if

  write disposition-record

  close disposition-report
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
  *>  FOOMAINT and the other nightly steps, rows = transactions applied.
  *> ---------------------------------------------------------------------------

  move tran-applied-count to rows-affected
  move rows-affected to rows-affected-display
  move current-date to run-timestamp
  perform snnn-compute-elapsed

  open extend batch-status-file
  if not batch-status-ok
    open output batch-status-file
  end-if

  string "FOOFDSP"                     delimited by size,
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
      display "FOOFDSP: nightly cycle in progress - "
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

*> ***** BUILD, COMPILE, EXECUTE, RESET & DELETE of SQL STATEMENTS

s009-capture-old-value.
  *> ---------------------------------------------------------------------------
  *>  Reads the indicator's current ind_value (and whether it has a row
  *>  at all) BEFORE the transaction runs, so the audit row written
  *>  afterwards can show the genuine before-image - same as FOOMAINT.
  *> ---------------------------------------------------------------------------

  move "N" to maint-old-row-flag
  move zero to maint-old-value

  move spaces to sql-statement
  string "SELECT ind_value FROM foo WHERE ind_number = "
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
      call "sqlite3_column_int" using by reference pStmt,
                                      column-zero
                          returning maint-old-value
      end-call
      move "Y" to maint-old-row-flag

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

s015-write-history-row.
  *> ---------------------------------------------------------------------------
  *>  Audit trail for an applied disposition transaction, written
  *>  AFTER the action and only when it actually changed a row - same
  *>  rules as FOOMAINT's, recorded under this program-id with the
  *>  fraud analyst as maker and the sending system as checker, so
  *>  FOOHINQ shows the change came from the fraud platform.
  *> ---------------------------------------------------------------------------

  call "sqlite3_changes" using by reference db-handle
                     returning maint-rows-changed
  end-call

  if maint-rows-changed = zero
    continue
  else

    move maint-ind-value to maint-ind-value-display
    move maint-old-value to maint-old-value-display

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
    end-string

    if maint-old-row-found
      string trim(sql-statement)      delimited by size,
             maint-old-value-display  delimited by size
        into sql-statement
      end-string
    else
      string trim(sql-statement)      delimited by size,
             "NULL"                   delimited by size
        into sql-statement
      end-string
    end-if

    if maint-action-delete
      string trim(sql-statement)      delimited by size,
             ", NULL"                 delimited by size
        into sql-statement
      end-string
    else
      string trim(sql-statement)      delimited by size,
             ", "                     delimited by size,
             maint-ind-value-display  delimited by size
        into sql-statement
      end-string
    end-if

    string trim(sql-statement)        delimited by size,
           ", '"                      delimited by size,
           maint-action               delimited by size,
           "', 'FOOFDSP', '"          delimited by size,
           cycle-date-iso             delimited by size,
           " ' || time('now'), '"     delimited by size,
           trim(tran-operator-id)     delimited by size,
           "', '"                     delimited by size,
           trim(file-sending-system)  delimited by size,
           "');"                      delimited by size
      into sql-statement
    end-string

    perform s003-sql-compile
    perform s012-history-execute
    perform snnn-sql-reset
    perform snnn-sql-delete

  end-if
  .

s012-history-execute.
  *> ---------------------------------------------------------------------------
  *>  Executes a compiled statement to completion without counting it
  *>  in rows-affected - audit rows and queue inserts are bookkeeping,
  *>  not maintenance actions applied.
  *> ---------------------------------------------------------------------------

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0016" to run-completion-code
      perform s00d-write-batch-status
      move db-status to return-code
      goback

  end-evaluate
  .

s010-build-statement.
  *> ---------------------------------------------------------------------------
  *>  Builds the INSERT/DELETE text for a disposition transaction -
  *>  FOOMAINT's value builders: an add is an upsert on foo, a delete
  *>  removes the row outright.
  *> ---------------------------------------------------------------------------

  move maint-ind-value to maint-ind-value-display

  move spaces to sql-statement

  evaluate true

    when maint-action-add
      string "INSERT INTO foo (ind_number, ind_value, load_timestamp)"
                                          delimited by size,
             " VALUES ("                 delimited by size,
             maint-ind-number            delimited by size,
             ", "                        delimited by size,
             maint-ind-value-display     delimited by size,
             ", '"                       delimited by size,
             cycle-date-iso              delimited by size,
             " ' || time('now'))"        delimited by size,
             " ON CONFLICT(ind_number) DO UPDATE SET"
                                          delimited by size,
             " ind_value=excluded.ind_value,"
                                          delimited by size,
             " load_timestamp=excluded.load_timestamp;"
                                          delimited by size
        into sql-statement
      end-string

    when other
      string "DELETE FROM foo WHERE ind_number = "
                                          delimited by size,
             maint-ind-number            delimited by size,
             ";"                         delimited by size
        into sql-statement
      end-string

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

s004-sql-execute.
  *> ---------------------------------------------------------------------------
  *>  Executes the compiled maintenance statement to completion.
  *> ---------------------------------------------------------------------------

  call "sqlite3_step" using by reference pStmt
                  returning db-status
  end-call

  evaluate true

    when sqlite-done
      continue

    when other
      perform s000-sqlite-error
      move "0016" to run-completion-code
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

end program FOOFDSP.
