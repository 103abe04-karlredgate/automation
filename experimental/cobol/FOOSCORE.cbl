       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FOOSCORE.
      *
      *  Monthly volume and data-quality scorecard per upstream
      *  sending system, for holding the departments that feed the
      *  cycle to their data-quality agreement.  Reads the SENDSTAT
      *  sender-activity log (layout in SENDACT.cpy) that FOOINTK,
      *  FOOEDIT, FOOSUSP, and EXAMPLES append to, takes the lines
      *  whose cycle date falls in the scorecard month, and prints
      *  one block per sender:
      *
      *    batches received and batches rejected whole (FOOINTK);
      *    details loaded (EXAMPLES) and details rejected, with the
      *      reject count by reason and the reject rate (FOOEDIT);
      *    suspense items recycled versus purged, and the average
      *      calendar days those items sat in suspense (FOOSUSP).
      *
      *  Keyed cards carry no sending system and are scored as
      *  KEYED; a batch whose header never arrived is UNKNOWN.
      *
      *  Runs as a month-end step of the nightly cycle for the month
      *  just ending, and ad hoc for any month:
      *
      *  SCORECTL (optional) - line 1 is the month to score (yyyymm).
      *  Without it the month is the CYCLDATE business date's.
      *
      *  SENDSTAT - the sender-activity log.
      *  SCORERPT - the scorecard.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-CONTROL-FILE
               ASSIGN TO DA-S-SCORECTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SENDER-ACTIVITY-FILE
               ASSIGN TO DA-S-SENDSTAT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENDSTAT-STATUS.
           SELECT SCORE-REPORT
               ASSIGN TO DA-S-SCORERPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BATCH-STATUS-FILE
               ASSIGN TO DA-S-BATCHSTAT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHSTAT-STATUS.
           SELECT CYCLE-DATE-FILE
               ASSIGN TO DA-S-CYCLDATE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-DATE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SCORE-CONTROL-FILE.
       01 CONTROL-RECORD PIC X(80).
       FD SENDER-ACTIVITY-FILE.
       01 SENDER-ACTIVITY-RECORD PIC X(132).
       FD SCORE-REPORT.
       01 SCORE-REPORT-RECORD PIC X(132).
       FD BATCH-STATUS-FILE.
       01 BATCH-STATUS-RECORD PIC X(256).
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01       WS-CONTROL-STATUS   PIC X(2) VALUE "00".
           88   WS-CONTROL-OK       VALUE "00".
       01       WS-SENDSTAT-STATUS  PIC X(2) VALUE "00".
           88   WS-SENDSTAT-OK      VALUE "00".
       01       WS-REPORT-STATUS    PIC X(2) VALUE "00".
           88   WS-REPORT-OK        VALUE "00".
       01       WS-BATCHSTAT-STATUS PIC X(2) VALUE "00".
           88   WS-BATCHSTAT-OK     VALUE "00".
      *
       01       WS-SCORE-MONTH-TEXT PIC X(8) VALUE SPACES.
       01       WS-SCORE-MONTH      PIC X(6) VALUE SPACES.
       01       WS-SCORE-MONTH-DISPLAY PIC X(7).
      *
       01       WS-END-OF-ACTIVITY  PIC X VALUE 'N'.
           88   END-OF-ACTIVITY-FILE VALUE 'Y'.
      *
      *    One log line, split on its pipes.
       01       WS-PARSED-CYCLE-DATE       PIC X(8).
       01       WS-PARSED-PROGRAM-ID       PIC X(8).
       01       WS-PARSED-SENDER           PIC X(8).
       01       WS-PARSED-EVENT            PIC X(8).
       01       WS-PARSED-COUNT            PIC X(7).
       01       WS-PARSED-DAYS             PIC X(5).
       01       WS-PARSED-REASON           PIC X(44).
       01       WS-PARSED-COUNT-NUM        PIC S9(7) COMP.
       01       WS-PARSED-DAYS-NUM         PIC S9(7) COMP.
      *
      *    Per-sender accumulators for the month, with the reject
      *    count by reason.  A sender past the table's capacity, or a
      *    reason past a sender's reason slots, is counted in the
      *    overflow and reported rather than lost silently.
       01       WS-SENDER-COUNT            PIC S9(4) COMP VALUE ZERO.
       01       WS-SENDER-TABLE.
           02   WS-SENDER-ENTRY OCCURS 30 TIMES.
               03  WS-ST-SENDER           PIC X(8).
               03  WS-ST-BATCHES          PIC S9(7) COMP.
               03  WS-ST-BATCHES-REJECTED PIC S9(7) COMP.
               03  WS-ST-LOADED           PIC S9(9) COMP.
               03  WS-ST-REJECTED         PIC S9(9) COMP.
               03  WS-ST-RECYCLED         PIC S9(7) COMP.
               03  WS-ST-PURGED           PIC S9(7) COMP.
               03  WS-ST-SUSPENSE-DAYS    PIC S9(9) COMP.
               03  WS-ST-REASON-COUNT     PIC S9(4) COMP.
               03  WS-ST-REASON-OTHER     PIC S9(7) COMP.
               03  WS-ST-REASON-ENTRY OCCURS 12 TIMES.
                   04  WS-ST-REASON       PIC X(44).
                   04  WS-ST-REASON-CARDS PIC S9(7) COMP.
       01       WS-SENDER-SUB              PIC S9(4) COMP.
       01       WS-REASON-SUB              PIC S9(4) COMP.
       01       WS-SENDER-FOUND            PIC X.
           88   SENDER-ENTRY-FOUND         VALUE 'Y'.
       01       WS-REASON-FOUND            PIC X.
           88   REASON-ENTRY-FOUND         VALUE 'Y'.
      *
       01       WS-LINES-READ              PIC S9(7) COMP VALUE ZERO.
       01       WS-LINES-IN-MONTH          PIC S9(7) COMP VALUE ZERO.
       01       WS-LINES-OVERFLOW          PIC S9(7) COMP VALUE ZERO.
       01       WS-SUSPENSE-EXITS          PIC S9(9) COMP.
       01       WS-DETAILS-EDITED          PIC S9(9) COMP.
       01       WS-AVERAGE-DAYS            PIC S9(5)V9 COMP-3.
       01       WS-REJECT-RATE             PIC S9(3)V9 COMP-3.
       01       WS-AVERAGE-DAYS-DISPLAY    PIC ZZ,ZZ9.9.
       01       WS-REJECT-RATE-DISPLAY     PIC ZZ9.9.
       01       WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01       WS-REPORT-LINE             PIC X(132).
       01       WS-RUN-DATE-DISPLAY        PIC X(10).
      *
       01       WS-COMPLETION-CODE  PIC 9(4) VALUE ZERO.
       01       WS-COMPLETION-CODE-DISPLAY PIC X(4).
       01       WS-ROWS-DISPLAY     PIC 9(9).
       01       WS-RUN-TIMESTAMP    PIC X(26).
       01       WS-CYCLE-DATE-STATUS          PIC X(2) VALUE "00".
           88   WS-CYCLE-DATE-OK              VALUE "00".
       01       WS-CYCLE-DATE-TEXT            PIC X(80) VALUE SPACES.
       01       WS-CYCLE-DATE                 PIC X(8) VALUE SPACES.
       01       WS-RUN-START-TIMESTAMP      PIC X(26) VALUE SPACES.
       01       WS-ELAPSED-SECONDS          PIC S9(9) COMP VALUE ZERO.
       01       WS-ELAPSED-SECONDS-DISPLAY  PIC 9(9).
       01       WS-STAMP-DATE               PIC 9(8).
       01       WS-STAMP-DAYS               PIC S9(9) COMP.
       01       WS-START-TOTAL-SECONDS      PIC S9(18) COMP.
       01       WS-END-TOTAL-SECONDS        PIC S9(18) COMP.
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           PERFORM READ-CYCLE-DATE.
           PERFORM READ-CONTROL-FILE.
           PERFORM SCAN-SENDER-ACTIVITY.
           PERFORM PRINT-SCORECARD.
           IF WS-LINES-OVERFLOW > ZERO
               MOVE 4 TO WS-COMPLETION-CODE
           ELSE
               MOVE 0 TO WS-COMPLETION-CODE
           END-IF.
           PERFORM WRITE-BATCH-STATUS.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           GOBACK.
      *
       READ-CYCLE-DATE.
      *>     Reads the business processing date (CYCLDATE, yyyymmdd)
      *>     this cycle is running for - its month is the one scored
      *>     when SCORECTL names none.  A missing or unusable control
      *>     record means tonight's date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-DATE-OK
               READ CYCLE-DATE-FILE INTO WS-CYCLE-DATE-TEXT
                   AT END CONTINUE
               END-READ
               CLOSE CYCLE-DATE-FILE
           END-IF.
           IF WS-CYCLE-DATE-TEXT(1:8) IS NUMERIC
               MOVE WS-CYCLE-DATE-TEXT(1:8) TO WS-CYCLE-DATE
           END-IF.
      *
       READ-CONTROL-FILE.
      *>     The month to score: SCORECTL line 1 when it is a usable
      *>     yyyymm, otherwise the cycle date's month.
           MOVE WS-CYCLE-DATE(1:6) TO WS-SCORE-MONTH.
           OPEN INPUT SCORE-CONTROL-FILE.
           IF WS-CONTROL-OK
               READ SCORE-CONTROL-FILE INTO WS-SCORE-MONTH-TEXT
                   AT END CONTINUE
               END-READ
               CLOSE SCORE-CONTROL-FILE
           END-IF.
           IF WS-SCORE-MONTH-TEXT(1:6) IS NUMERIC
                   AND WS-SCORE-MONTH-TEXT(5:2) >= '01'
                   AND WS-SCORE-MONTH-TEXT(5:2) <= '12'
               MOVE WS-SCORE-MONTH-TEXT(1:6) TO WS-SCORE-MONTH
           END-IF.
           STRING WS-SCORE-MONTH(5:2)  DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-SCORE-MONTH(1:4)  DELIMITED BY SIZE
               INTO WS-SCORE-MONTH-DISPLAY
           END-STRING.
      *
       SCAN-SENDER-ACTIVITY.
      *>     Single pass over SENDSTAT, accumulating the month's lines
      *>     into the per-sender table.  No log yet means an empty
      *>     scorecard.
           OPEN INPUT SENDER-ACTIVITY-FILE.
           IF NOT WS-SENDSTAT-OK
               MOVE 'Y' TO WS-END-OF-ACTIVITY
           ELSE
               MOVE 'N' TO WS-END-OF-ACTIVITY
               PERFORM READ-ACTIVITY-LINE
               PERFORM UNTIL END-OF-ACTIVITY-FILE
                   PERFORM PROCESS-ACTIVITY-LINE
                   PERFORM READ-ACTIVITY-LINE
               END-PERFORM
               CLOSE SENDER-ACTIVITY-FILE
           END-IF.
      *
       READ-ACTIVITY-LINE.
           READ SENDER-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-ACTIVITY
           END-READ.
           IF NOT END-OF-ACTIVITY-FILE
               ADD 1 TO WS-LINES-READ
           END-IF.
      *
       PROCESS-ACTIVITY-LINE.
           MOVE SPACES TO WS-PARSED-CYCLE-DATE
                          WS-PARSED-PROGRAM-ID
                          WS-PARSED-SENDER
                          WS-PARSED-EVENT
                          WS-PARSED-COUNT
                          WS-PARSED-DAYS
                          WS-PARSED-REASON.
           UNSTRING SENDER-ACTIVITY-RECORD DELIMITED BY "|"
               INTO WS-PARSED-CYCLE-DATE, WS-PARSED-PROGRAM-ID,
                    WS-PARSED-SENDER, WS-PARSED-EVENT,
                    WS-PARSED-COUNT, WS-PARSED-DAYS,
                    WS-PARSED-REASON
           END-UNSTRING.
           IF WS-PARSED-CYCLE-DATE(1:6) = WS-SCORE-MONTH
               ADD 1 TO WS-LINES-IN-MONTH
               MOVE ZERO TO WS-PARSED-COUNT-NUM WS-PARSED-DAYS-NUM
               IF WS-PARSED-COUNT IS NUMERIC
                   MOVE WS-PARSED-COUNT TO WS-PARSED-COUNT-NUM
               END-IF
               IF WS-PARSED-DAYS IS NUMERIC
                   MOVE WS-PARSED-DAYS TO WS-PARSED-DAYS-NUM
               END-IF
               PERFORM FIND-SENDER-ENTRY
               IF SENDER-ENTRY-FOUND
                   PERFORM ACCUMULATE-SENDER-LINE
               ELSE
                   ADD 1 TO WS-LINES-OVERFLOW
               END-IF
           END-IF.
      *
       FIND-SENDER-ENTRY.
      *>     Linear search of the per-sender table, adding the sender
      *>     on first sight while there is room.
           MOVE 'N' TO WS-SENDER-FOUND.
           PERFORM VARYING WS-SENDER-SUB FROM 1 BY 1
                   UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
                       OR SENDER-ENTRY-FOUND
               IF WS-ST-SENDER(WS-SENDER-SUB) = WS-PARSED-SENDER
                   MOVE 'Y' TO WS-SENDER-FOUND
               END-IF
           END-PERFORM.
           IF SENDER-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SENDER-SUB
           ELSE
               IF WS-SENDER-COUNT < 30
                   ADD 1 TO WS-SENDER-COUNT
                   MOVE WS-SENDER-COUNT TO WS-SENDER-SUB
                   INITIALIZE WS-SENDER-ENTRY(WS-SENDER-SUB)
                   MOVE WS-PARSED-SENDER
                       TO WS-ST-SENDER(WS-SENDER-SUB)
                   MOVE 'Y' TO WS-SENDER-FOUND
               END-IF
           END-IF.
      *
       ACCUMULATE-SENDER-LINE.
           EVALUATE WS-PARSED-EVENT
               WHEN 'BATCH'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-BATCHES(WS-SENDER-SUB)
               WHEN 'BATCHREJ'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-BATCHES-REJECTED(WS-SENDER-SUB)
               WHEN 'LOADED'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-LOADED(WS-SENDER-SUB)
               WHEN 'REJECT'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-REJECTED(WS-SENDER-SUB)
                   PERFORM ACCUMULATE-REJECT-REASON
               WHEN 'RECYCLED'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-RECYCLED(WS-SENDER-SUB)
                   ADD WS-PARSED-DAYS-NUM
                       TO WS-ST-SUSPENSE-DAYS(WS-SENDER-SUB)
               WHEN 'PURGED'
                   ADD WS-PARSED-COUNT-NUM
                       TO WS-ST-PURGED(WS-SENDER-SUB)
                   ADD WS-PARSED-DAYS-NUM
                       TO WS-ST-SUSPENSE-DAYS(WS-SENDER-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       ACCUMULATE-REJECT-REASON.
      *>     The reject count by reason within the sender; reasons past
      *>     the sender's slots are counted together as OTHER REASONS.
           MOVE 'N' TO WS-REASON-FOUND.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB
                           > WS-ST-REASON-COUNT(WS-SENDER-SUB)
                       OR REASON-ENTRY-FOUND
               IF WS-ST-REASON(WS-SENDER-SUB, WS-REASON-SUB)
                       = WS-PARSED-REASON
                   MOVE 'Y' TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
           IF REASON-ENTRY-FOUND
               SUBTRACT 1 FROM WS-REASON-SUB
           ELSE
               IF WS-ST-REASON-COUNT(WS-SENDER-SUB) < 12
                   ADD 1 TO WS-ST-REASON-COUNT(WS-SENDER-SUB)
                   MOVE WS-ST-REASON-COUNT(WS-SENDER-SUB)
                       TO WS-REASON-SUB
                   MOVE WS-PARSED-REASON
                       TO WS-ST-REASON(WS-SENDER-SUB, WS-REASON-SUB)
                   MOVE ZERO TO
                       WS-ST-REASON-CARDS(WS-SENDER-SUB, WS-REASON-SUB)
                   MOVE 'Y' TO WS-REASON-FOUND
               END-IF
           END-IF.
           IF REASON-ENTRY-FOUND
               ADD WS-PARSED-COUNT-NUM TO
                   WS-ST-REASON-CARDS(WS-SENDER-SUB, WS-REASON-SUB)
           ELSE
               ADD WS-PARSED-COUNT-NUM
                   TO WS-ST-REASON-OTHER(WS-SENDER-SUB)
           END-IF.
      *
       PRINT-SCORECARD.
           STRING WS-CYCLE-DATE(5:2) DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-CYCLE-DATE(7:2) DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-CYCLE-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           OPEN OUTPUT SCORE-REPORT.
           CLOSE SCORE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FOOSCORE SENDER DATA-QUALITY SCORECARD  MONTH: '
                                                 DELIMITED BY SIZE
                  WS-SCORE-MONTH-DISPLAY         DELIMITED BY SIZE
                  '  RUN DATE: '                 DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SENDER-COUNT = ZERO
               MOVE 'NO SENDER ACTIVITY LOGGED FOR THE MONTH'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SENDER-SUB FROM 1 BY 1
                   UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
               PERFORM PRINT-SENDER-BLOCK
           END-PERFORM.
           PERFORM PRINT-SCAN-TOTALS.
      *
       PRINT-SENDER-BLOCK.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SENDER '                        DELIMITED BY SIZE
                  WS-ST-SENDER(WS-SENDER-SUB)      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ST-BATCHES(WS-SENDER-SUB) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  BATCHES RECEIVED:       ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ST-BATCHES-REJECTED(WS-SENDER-SUB)
               TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  BATCHES REJECTED WHOLE: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ST-LOADED(WS-SENDER-SUB) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  DETAILS LOADED:         ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-REJECT-LINES.
           PERFORM PRINT-SUSPENSE-LINES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-REJECT-LINES.
      *>     Details rejected, the reject rate against everything the
      *>     sender's cards put through the edit, then the count for
      *>     each reason.
           COMPUTE WS-DETAILS-EDITED
               = WS-ST-LOADED(WS-SENDER-SUB)
               + WS-ST-REJECTED(WS-SENDER-SUB)
           END-COMPUTE.
           MOVE ZERO TO WS-REJECT-RATE.
           IF WS-DETAILS-EDITED > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED
                   = (WS-ST-REJECTED(WS-SENDER-SUB) * 100)
                   / WS-DETAILS-EDITED
               END-COMPUTE
           END-IF.
           MOVE WS-REJECT-RATE TO WS-REJECT-RATE-DISPLAY.
           MOVE WS-ST-REJECTED(WS-SENDER-SUB) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  DETAILS REJECTED:       ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
                  '  REJECT RATE '             DELIMITED BY SIZE
                  WS-REJECT-RATE-DISPLAY        DELIMITED BY SIZE
                  '%'                           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB
                       > WS-ST-REASON-COUNT(WS-SENDER-SUB)
               MOVE WS-ST-REASON-CARDS(WS-SENDER-SUB, WS-REASON-SUB)
                   TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    '                    DELIMITED BY SIZE
                      WS-ST-REASON(WS-SENDER-SUB, WS-REASON-SUB)
                                                DELIMITED BY SIZE
                      WS-COUNT-DISPLAY          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-ST-REASON-OTHER(WS-SENDER-SUB) > ZERO
               MOVE WS-ST-REASON-OTHER(WS-SENDER-SUB)
                   TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    OTHER REASONS'       DELIMITED BY SIZE
                      '                           '
                                                DELIMITED BY SIZE
                      WS-COUNT-DISPLAY          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       PRINT-SUSPENSE-LINES.
      *>     Suspense items recycled and purged this month, and the
      *>     average calendar days the items leaving suspense had sat
      *>     there.
           MOVE WS-ST-RECYCLED(WS-SENDER-SUB) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SUSPENSE RECYCLED:      ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ST-PURGED(WS-SENDER-SUB) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SUSPENSE PURGED:        ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-SUSPENSE-EXITS
               = WS-ST-RECYCLED(WS-SENDER-SUB)
               + WS-ST-PURGED(WS-SENDER-SUB)
           END-COMPUTE.
           MOVE ZERO TO WS-AVERAGE-DAYS.
           IF WS-SUSPENSE-EXITS > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED
                   = WS-ST-SUSPENSE-DAYS(WS-SENDER-SUB)
                   / WS-SUSPENSE-EXITS
               END-COMPUTE
           END-IF.
           MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DAYS-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  AVG DAYS IN SUSPENSE:   ' DELIMITED BY SIZE
                  '   '                         DELIMITED BY SIZE
                  WS-AVERAGE-DAYS-DISPLAY       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-SCAN-TOTALS.
           MOVE WS-SENDER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SENDERS SCORED:           ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LINES-IN-MONTH TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOG LINES FOR THE MONTH:  ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOG LINES READ:           ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-LINES-OVERFLOW > ZERO
               MOVE WS-LINES-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SENDER TABLE FULL - LINES NOT SCORED: '
                                                DELIMITED BY SIZE
                      WS-COUNT-DISPLAY          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-LINE.
           OPEN EXTEND SCORE-REPORT.
           IF NOT WS-REPORT-OK
               OPEN OUTPUT SCORE-REPORT
           END-IF.
           WRITE SCORE-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE SCORE-REPORT.
      *
       COMPUTE-ELAPSED-TIME.
      *>     Turns the run start and end timestamps into whole elapsed
      *>     seconds (correct across midnight) for the batch-window
      *>     report fields on the batch-status line.
           MOVE ZERO TO WS-ELAPSED-SECONDS.
           IF WS-RUN-START-TIMESTAMP(1:8) IS NUMERIC
                   AND WS-RUN-TIMESTAMP(1:8) IS NUMERIC
               MOVE WS-RUN-START-TIMESTAMP(1:8) TO WS-STAMP-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   TO WS-STAMP-DAYS
               COMPUTE WS-START-TOTAL-SECONDS
                   = (WS-STAMP-DAYS * 86400)
                   + (FUNCTION NUMVAL(WS-RUN-START-TIMESTAMP(9:2))
                       * 3600)
                   + (FUNCTION NUMVAL(WS-RUN-START-TIMESTAMP(11:2))
                       * 60)
                   + FUNCTION NUMVAL(WS-RUN-START-TIMESTAMP(13:2))
               END-COMPUTE
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-STAMP-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   TO WS-STAMP-DAYS
               COMPUTE WS-END-TOTAL-SECONDS
                   = (WS-STAMP-DAYS * 86400)
                   + (FUNCTION NUMVAL(WS-RUN-TIMESTAMP(9:2)) * 3600)
                   + (FUNCTION NUMVAL(WS-RUN-TIMESTAMP(11:2)) * 60)
                   + FUNCTION NUMVAL(WS-RUN-TIMESTAMP(13:2))
               END-COMPUTE
               COMPUTE WS-ELAPSED-SECONDS
                   = WS-END-TOTAL-SECONDS - WS-START-TOTAL-SECONDS
               END-COMPUTE
               IF WS-ELAPSED-SECONDS < ZERO
                   MOVE ZERO TO WS-ELAPSED-SECONDS
               END-IF
           END-IF.
           MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-SECONDS-DISPLAY.
      *
       WRITE-BATCH-STATUS.
      *>     Appends this run's result to the shared batch-status log
      *>     (program-id|completion-code|rows|timestamp), rows =
      *>     senders scored.
           MOVE WS-COMPLETION-CODE TO WS-COMPLETION-CODE-DISPLAY.
           MOVE WS-SENDER-COUNT TO WS-ROWS-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM COMPUTE-ELAPSED-TIME.
           OPEN EXTEND BATCH-STATUS-FILE.
           IF NOT WS-BATCHSTAT-OK
               OPEN OUTPUT BATCH-STATUS-FILE
           END-IF.
           STRING "FOOSCORE"                 DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-COMPLETION-CODE-DISPLAY  DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-ROWS-DISPLAY             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP            DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-RUN-START-TIMESTAMP      DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-ELAPSED-SECONDS-DISPLAY  DELIMITED BY SIZE
             INTO BATCH-STATUS-RECORD
           END-STRING.
           WRITE BATCH-STATUS-RECORD.
           CLOSE BATCH-STATUS-FILE.
