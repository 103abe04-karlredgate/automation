      *  mark such a card would loop: recycled, rejected, re-entered
      *  fresh, recycled again, its age oscillating forever.
      *
      *  The card is kept whole in suspense, so the sending-system
      *  code FOOINTK stamped in its columns 10-17 rides along into
      *  the recycle and purge decks and onto the purge listing's
      *  card image.  Every card leaving suspense is
      *  logged to SENDSTAT (layout in SENDACT.cpy) as RECYCLED or
      *  PURGED against that sender - KEYED for a card with none -
      *  with the calendar days since it first failed, for the
      *  FOOSCORE scorecard's recycled-versus-purged and average
      *  days in suspense.
      *
      *  SUSPCTL (optional) - line 1 is the age limit in cycles
      *  (standard 5).
      *
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
       01 BATCH-STATUS-RECORD PIC X(256).
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD PIC X(80).
       FD SENDER-ACTIVITY-FILE.
       01 SENDER-ACTIVITY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01       WS-SUSPENSE-STATUS  PIC X(2) VALUE "00".
           88   WS-SUSPENSE-OK      VALUE "00".
           88   WS-CONTROL-OK       VALUE "00".
       01       WS-BATCHSTAT-STATUS PIC X(2) VALUE "00".
           88   WS-BATCHSTAT-OK     VALUE "00".
       01       WS-SENDSTAT-STATUS  PIC X(2) VALUE "00".
           88   WS-SENDSTAT-OK      VALUE "00".
      *
       01       WS-END-OF-FILE-FLAG PIC X VALUE 'N'.
           88   END-OF-CURRENT-FILE VALUE 'Y'.
           02   WS-EC-IND-NUMBER  PIC 9(4).
           02   WS-EC-IND-SIGN    PIC X.
           02   WS-EC-IND-VALUE   PIC 9(4).
           02   WS-EC-SENDING-SYSTEM PIC X(8).
           02   FILLER            PIC X(63).
       01       WS-CARD-VALID     PIC X VALUE 'N'.
           88   CARD-IS-VALID     VALUE 'Y'.
       01       WS-EDIT-REASON    PIC X(40).
       01       WS-STAMP-DAYS               PIC S9(9) COMP.
       01       WS-START-TOTAL-SECONDS      PIC S9(18) COMP.
       01       WS-END-TOTAL-SECONDS        PIC S9(18) COMP.
       01       WS-CYCLE-DATE-INTEGER       PIC S9(9) COMP.
       01       WS-FIRST-CYCLE-INTEGER      PIC S9(9) COMP.
       01       WS-DAYS-IN-SUSPENSE         PIC S9(9) COMP.
           COPY "SENDACT.cpy".
      *
       PROCEDURE DIVISION.
       MAIN.
                   MOVE 'R' TO WS-ST-DISPOSED(WS-SUSP-SUB)
                   WRITE RECYCLE-RECORD
                       FROM WS-ST-CARD(WS-SUSP-SUB)
                   SET SA-CARD-RECYCLED TO TRUE
                   PERFORM LOG-SUSPENSE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ST-AGE(WS-SUSP-SUB)
                   IF NOT CARD-IS-VALID
                       WRITE PURGE-RECORD
                           FROM WS-ST-CARD(WS-SUSP-SUB)
                       PERFORM PRINT-PURGE-LINE
                       SET SA-CARD-PURGED TO TRUE
                       PERFORM LOG-SUSPENSE-EXIT
                   ELSE
                       ADD 1 TO WS-CARDS-RETAINED
                       MOVE 'K' TO WS-ST-DISPOSED(WS-SUSP-SUB)
                   END-IF
           END-EVALUATE.
      *
       LOG-SUSPENSE-EXIT.
      *>     A RECYCLED or PURGED line for the card leaving suspense,
      *>     charged to its sender, with the calendar days from the
      *>     cycle it first failed to tonight's.  The event is set by
      *>     the caller; a purge carries the reason it was still
      *>     failing.
           MOVE WS-CYCLE-DATE TO SA-CYCLE-DATE.
           MOVE 'FOOSUSP' TO SA-PROGRAM-ID.
           IF WS-EC-SENDING-SYSTEM = SPACES
               MOVE 'KEYED' TO SA-SENDING-SYSTEM
           ELSE
               MOVE WS-EC-SENDING-SYSTEM TO SA-SENDING-SYSTEM
           END-IF.
           MOVE 1 TO SA-EVENT-COUNT.
           MOVE ZERO TO WS-DAYS-IN-SUSPENSE.
           IF WS-CYCLE-DATE IS NUMERIC
                   AND WS-ST-FIRST-CYCLE(WS-SUSP-SUB) IS NUMERIC
                   AND WS-ST-FIRST-CYCLE(WS-SUSP-SUB) > ZERO
               MOVE WS-CYCLE-DATE TO WS-STAMP-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   TO WS-CYCLE-DATE-INTEGER
               MOVE WS-ST-FIRST-CYCLE(WS-SUSP-SUB) TO WS-STAMP-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   TO WS-FIRST-CYCLE-INTEGER
               COMPUTE WS-DAYS-IN-SUSPENSE
                   = WS-CYCLE-DATE-INTEGER - WS-FIRST-CYCLE-INTEGER
               END-COMPUTE
               IF WS-DAYS-IN-SUSPENSE < ZERO
                   MOVE ZERO TO WS-DAYS-IN-SUSPENSE
               END-IF
           END-IF.
           MOVE WS-DAYS-IN-SUSPENSE TO SA-DAYS-IN-SUSPENSE.
           IF SA-CARD-PURGED
               MOVE WS-ST-REASON(WS-SUSP-SUB) TO SA-REASON
           ELSE
               MOVE SPACES TO SA-REASON
           END-IF.
           OPEN EXTEND SENDER-ACTIVITY-FILE.
           IF NOT WS-SENDSTAT-OK
               OPEN OUTPUT SENDER-ACTIVITY-FILE
           END-IF.
           WRITE SENDER-ACTIVITY-RECORD FROM SENDER-ACTIVITY-LINE.
           CLOSE SENDER-ACTIVITY-FILE.
      *
       EDIT-SUSPENDED-CARD.
      *>     The same edits FOOEDIT's EDIT-CARD applies, checked one
           MOVE WS-ST-AGE(WS-SUSP-SUB) TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PURGE  ['             DELIMITED BY SIZE
                  WS-ST-CARD(WS-SUSP-SUB)(1:17)
                                         DELIMITED BY SIZE
                  '] '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-REASON(WS-SUSP-SUB))
           MOVE WS-ST-AGE(WS-SUSP-SUB) TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUSPENSE ['           DELIMITED BY SIZE
                  WS-ST-CARD(WS-SUSP-SUB)(1:17)
                                         DELIMITED BY SIZE
                  '] '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-REASON(WS-SUSP-SUB))
