      *  feed file just means no feed tonight - the deck is left
      *  empty and the cycle continues.
      *
      *  Each accepted detail carries the header's sending-system
      *  code in CARDREC columns 10-17, so the edit, suspense, and
      *  load steps can charge what happens to the card back to the
      *  department that sent it.  Every batch received, and every
      *  batch rejected whole with its reason, is logged to SENDSTAT
      *  (layout in SENDACT.cpy) for the FOOSCORE scorecard.
      *
      *  FEEDIN    - the upstream interface file.
      *  FEEDCARDS - the accepted details, CARDREC layout.
      *  INTKRPT   - the intake control report.
      *  SENDSTAT  - the sender-activity log.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DA-S-CYCLDATE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-DATE-STATUS.
           SELECT SENDER-ACTIVITY-FILE
               ASSIGN TO DA-S-SENDSTAT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENDSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           02 OUT-IND-NUMBER PIC 9(4).
           02 OUT-IND-SIGN   PIC X.
           02 OUT-IND-VALUE  PIC 9(4).
           02 OUT-SENDING-SYSTEM PIC X(8).
           02 FILLER         PIC X(63).
       FD INTAKE-REPORT.
       01 INTAKE-REPORT-RECORD PIC X(132).
       FD BATCH-STATUS-FILE.
       01 BATCH-STATUS-RECORD PIC X(256).
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD PIC X(80).
       FD SENDER-ACTIVITY-FILE.
       01 SENDER-ACTIVITY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01       WS-FEED-STATUS      PIC X(2) VALUE "00".
           88   WS-FEED-OK          VALUE "00".
           88   WS-REPORT-OK        VALUE "00".
       01       WS-BATCHSTAT-STATUS PIC X(2) VALUE "00".
           88   WS-BATCHSTAT-OK     VALUE "00".
       01       WS-SENDSTAT-STATUS  PIC X(2) VALUE "00".
           88   WS-SENDSTAT-OK      VALUE "00".
       01       WS-FLAGS.
           02   WS-EOF-FEED       PIC X VALUE 'N'.
               88 END-OF-FEED     VALUE 'Y'.
           02   WS-BAD-TYPES      PIC S9(7) COMP VALUE ZERO.
       01       WS-HASH-TOTAL       PIC S9(9) COMP VALUE ZERO.
       01       WS-SENDING-SYSTEM   PIC X(8) VALUE SPACES.
      *    The sender the batch is charged to: the first header's
      *    code even when that header fails its edits, UNKNOWN when
      *    the batch never showed one.
       01       WS-BATCH-SENDER     PIC X(8) VALUE SPACES.
       01       WS-HEADER-DATE      PIC X(8) VALUE SPACES.
       01       WS-EXPECTED-COUNT   PIC S9(7) COMP VALUE ZERO.
       01       WS-TRAILER-COUNT    PIC S9(7) COMP VALUE ZERO.
       01       WS-STAMP-DAYS               PIC S9(9) COMP.
       01       WS-START-TOTAL-SECONDS      PIC S9(18) COMP.
       01       WS-END-TOTAL-SECONDS        PIC S9(18) COMP.
           COPY "SENDACT.cpy".
      *
       PROCEDURE DIVISION.
       MAIN.
           ELSE
               MOVE 0 TO WS-COMPLETION-CODE
           END-IF.
           PERFORM LOG-SENDER-ACTIVITY.
           PERFORM PRINT-INTAKE-TOTALS.
           PERFORM WRITE-BATCH-STATUS.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
      *>     The header must come first, once, carrying tonight's
      *>     business date - a batch dated for another cycle is the
      *>     exact keying error this interface exists to stop.
           IF WS-BATCH-SENDER = SPACES
               MOVE HDR-SENDING-SYSTEM TO WS-BATCH-SENDER
           END-IF.
           EVALUATE TRUE
               WHEN HEADER-WAS-SEEN
                   MOVE 'Y' TO WS-BATCH-FAILED
                   ADD DTL-IND-VALUE TO WS-HASH-TOTAL
                   MOVE SPACES TO CARD-OUT-RECORD
                   MOVE FEED-RECORD(2:9) TO CARD-OUT-RECORD(1:9)
                   MOVE WS-SENDING-SYSTEM TO OUT-SENDING-SYSTEM
                   WRITE CARD-OUT-RECORD
           END-EVALUATE.
      *
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       LOG-SENDER-ACTIVITY.
      *>     One BATCH line for the batch received and, when it was
      *>     rejected whole, a BATCHREJ line carrying the reason - the
      *>     sender's side of the intake for the scorecard.
           IF WS-BATCH-SENDER = SPACES
               MOVE 'UNKNOWN' TO WS-BATCH-SENDER
           END-IF.
           MOVE WS-CYCLE-DATE TO SA-CYCLE-DATE.
           MOVE 'FOOINTK' TO SA-PROGRAM-ID.
           MOVE WS-BATCH-SENDER TO SA-SENDING-SYSTEM.
           MOVE 1 TO SA-EVENT-COUNT.
           MOVE ZERO TO SA-DAYS-IN-SUSPENSE.
           SET SA-BATCH-RECEIVED TO TRUE.
           MOVE SPACES TO SA-REASON.
           PERFORM WRITE-SENDER-ACTIVITY.
           IF BATCH-IS-FAILED
               SET SA-BATCH-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO SA-REASON
               PERFORM WRITE-SENDER-ACTIVITY
           END-IF.
      *
       WRITE-SENDER-ACTIVITY.
           OPEN EXTEND SENDER-ACTIVITY-FILE.
           IF NOT WS-SENDSTAT-OK
               OPEN OUTPUT SENDER-ACTIVITY-FILE
           END-IF.
           WRITE SENDER-ACTIVITY-RECORD FROM SENDER-ACTIVITY-LINE.
           CLOSE SENDER-ACTIVITY-FILE.
      *
       WRITE-EMPTY-DECK.
      *>     Leaves FEEDCARDS present but empty - a rejected batch (or
