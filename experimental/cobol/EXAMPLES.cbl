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
           02 CARD-IND-NUMBER PIC 9(4).
           02 CARD-IND-SIGN   PIC X.
           02 CARD-IND-VALUE  PIC 9(4).
           02 CARD-SENDING-SYSTEM PIC X(8).
           02 FILLER          PIC X(63).
       FD SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
       01 ERROR-LOG-RECORD PIC X(1352).
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD PIC X(80).
       FD SENDER-ACTIVITY-FILE.
       01 SENDER-ACTIVITY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01       WORKAREA-IND.
           02   WORKIND PIC S9(4) COMP OCCURS 750 TIMES.
      *    Minimal SQLite3 plumbing to commit checkpoints into "foo" -
      *    same CALL conventions testsqlite3 and FOOMAINT use.
       01       WS-DB-NAME                  PIC X(256) VALUE "test.sdb".
       01       WS-PORTFOLIO-DB-NAME        PIC X(256) VALUE SPACES.
       01       WS-TRIAL-DB-NAME            PIC X(256) VALUE SPACES.
       01       WS-DB-HANDLE                USAGE POINTER.
       01       WS-DB-MESSAGE                PIC X(256).
       01       WS-DB-MESSAGE-PTR            USAGE POINTER.
       01       WS-CYCLE-DATE-TEXT            PIC X(80) VALUE SPACES.
       01       WS-CYCLE-DATE                 PIC X(8) VALUE SPACES.
       01       WS-CYCLE-DATE-ISO             PIC X(10) VALUE SPACES.
      *
      *    Cards loaded per sending system (CARDREC columns 10-17,
      *    KEYED when blank) since the last checkpoint.  Each
      *    checkpoint logs the counts to SENDSTAT (SENDACT.cpy) only
      *    once its COMMIT is clean, so a restarted deck never counts
      *    a card twice or loses one the failed run committed.
       01       WS-SENDSTAT-STATUS            PIC X(2) VALUE "00".
           88   WS-SENDSTAT-OK                VALUE "00".
       01       WS-SENDER-COUNT               PIC S9(4) COMP VALUE ZERO.
       01       WS-SENDER-TABLE.
           02   WS-SENDER-ENTRY OCCURS 20 TIMES.
               03  WS-SE-SENDING-SYSTEM      PIC X(8).
               03  WS-SE-CARDS-LOADED        PIC S9(7) COMP.
       01       WS-SENDER-SUB                 PIC S9(4) COMP.
       01       WS-CARD-SENDER                PIC X(8).
       01       WS-SENDER-FOUND               PIC X.
           88   SENDER-ENTRY-FOUND            VALUE 'Y'.
           COPY "SENDACT.cpy".
      *
       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           MOVE WS-SIGNED-VALUE TO WORKIND(CARD-IND-NUMBER).
           ADD 1 TO WS-CARDS-LOADED.
           PERFORM COUNT-SENDER-CARD.
      *
       COUNT-SENDER-CARD.
      *>     Charges the loaded card to its sender's slot, adding the
      *>     sender on first sight.  The last slot is kept for OTHER,
      *>     which takes every sender past the table's capacity.
           IF CARD-SENDING-SYSTEM = SPACES
               MOVE 'KEYED' TO WS-CARD-SENDER
           ELSE
               MOVE CARD-SENDING-SYSTEM TO WS-CARD-SENDER
           END-IF.
           MOVE 'N' TO WS-SENDER-FOUND.
           PERFORM VARYING WS-SENDER-SUB FROM 1 BY 1
                   UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
                       OR SENDER-ENTRY-FOUND
               IF WS-SE-SENDING-SYSTEM(WS-SENDER-SUB) = WS-CARD-SENDER
                   MOVE 'Y' TO WS-SENDER-FOUND
               END-IF
           END-PERFORM.
           IF SENDER-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SENDER-SUB
           ELSE
               IF WS-SENDER-COUNT >= 19
                   MOVE 'OTHER' TO WS-CARD-SENDER
               END-IF
               IF WS-SENDER-COUNT < 20
                   ADD 1 TO WS-SENDER-COUNT
                   MOVE WS-SENDER-COUNT TO WS-SENDER-SUB
                   MOVE WS-CARD-SENDER
                       TO WS-SE-SENDING-SYSTEM(WS-SENDER-SUB)
                   MOVE ZERO TO WS-SE-CARDS-LOADED(WS-SENDER-SUB)
               ELSE
                   MOVE 20 TO WS-SENDER-SUB
               END-IF
           END-IF.
           ADD 1 TO WS-SE-CARDS-LOADED(WS-SENDER-SUB).
      *
       LOG-SENDER-LOADED.
      *>     One LOADED line per sender with cards in the checkpoint
      *>     just committed; the table then starts over for the next.
           MOVE WS-CYCLE-DATE TO SA-CYCLE-DATE.
           MOVE 'EXAMPLES' TO SA-PROGRAM-ID.
           SET SA-CARDS-LOADED TO TRUE.
           MOVE ZERO TO SA-DAYS-IN-SUSPENSE.
           MOVE SPACES TO SA-REASON.
           PERFORM VARYING WS-SENDER-SUB FROM 1 BY 1
                   UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
               IF WS-SE-CARDS-LOADED(WS-SENDER-SUB) > ZERO
                   MOVE WS-SE-SENDING-SYSTEM(WS-SENDER-SUB)
                       TO SA-SENDING-SYSTEM
                   MOVE WS-SE-CARDS-LOADED(WS-SENDER-SUB)
                       TO SA-EVENT-COUNT
                   OPEN EXTEND SENDER-ACTIVITY-FILE
                   IF NOT WS-SENDSTAT-OK
                       OPEN OUTPUT SENDER-ACTIVITY-FILE
                   END-IF
                   WRITE SENDER-ACTIVITY-RECORD
                       FROM SENDER-ACTIVITY-LINE
                   CLOSE SENDER-ACTIVITY-FILE
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-SENDER-COUNT.
      *
       BUILD-ERROR-LOG-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           END-IF.
           MOVE WS-CARDS-READ TO WS-RESTART-POINT.
           PERFORM WRITE-RESTART-POINT.
           PERFORM LOG-SENDER-LOADED.
           MOVE ZERO TO WS-CHECKPOINT-QUEUE-COUNT.
           MOVE ZERO TO WS-CARDS-SINCE-CHECKPOINT.
      *
           END-IF.
      *
       OPEN-DATABASE.
      *>     Under a trial load the FOOTRIALDB switch FOOTRIAL
      *>     raises names its scratch copy, which is opened instead -
      *>     a trial never opens the live database.  In the
      *>     nightly cycle's portfolio loop the FOOPORTDB switch
      *>     NIGHTDRV raises names the portfolio's own database.
           MOVE SPACES TO WS-PORTFOLIO-DB-NAME.
           ACCEPT WS-PORTFOLIO-DB-NAME FROM ENVIRONMENT "FOOPORTDB"
           END-ACCEPT.
           IF WS-PORTFOLIO-DB-NAME NOT = SPACES
               MOVE WS-PORTFOLIO-DB-NAME TO WS-DB-NAME
           END-IF.
           MOVE SPACES TO WS-TRIAL-DB-NAME.
           ACCEPT WS-TRIAL-DB-NAME FROM ENVIRONMENT "FOOTRIALDB"
           END-ACCEPT.
           IF WS-TRIAL-DB-NAME NOT = SPACES
               MOVE WS-TRIAL-DB-NAME TO WS-DB-NAME
           END-IF.
           CALL "sqlite3_open"
               USING FUNCTION CONCATENATE(FUNCTION TRIM(WS-DB-NAME),
                                           X"00"),
