      *  database cannot be read the field edits still run and the
      *  load step surfaces the database problem itself.
      *
      *  Every reject is also logged to SENDSTAT (layout in
      *  SENDACT.cpy) with its reason, against the sending system in
      *  the card's columns 10-17 - KEYED for a card with none - so
      *  the FOOSCORE scorecard can charge it back to the department
      *  that sent it.  The cleaned and rejected decks keep the whole
      *  card, sender included.
      *
      *  SYSIN    - the raw card deck (CARDREC layout).
      *  CLEANOUT - the cleaned deck, valid cards only.
      *  REJECTS  - the failing cards, for correction and resubmission.
      *  EDITRPT  - the reject listing and edit totals.
      *  SENDSTAT - the sender-activity log.
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
           02 CARD-IND-NUMBER PIC 9(4).
           02 CARD-IND-SIGN   PIC X.
           02 CARD-IND-VALUE  PIC 9(4).
           02 CARD-SENDING-SYSTEM PIC X(8).
           02 FILLER          PIC X(63).
       FD CLEAN-DECK
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
       01 BATCH-STATUS-RECORD PIC X(256).
       FD CYCLE-DATE-FILE.
       01 CYCLE-DATE-RECORD PIC X(80).
       FD SENDER-ACTIVITY-FILE.
       01 SENDER-ACTIVITY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01       WS-CLEAN-STATUS     PIC X(2) VALUE "00".
           88   WS-CLEAN-OK         VALUE "00".
           88   WS-REPORT-OK        VALUE "00".
       01       WS-BATCHSTAT-STATUS PIC X(2) VALUE "00".
           88   WS-BATCHSTAT-OK     VALUE "00".
       01       WS-SENDSTAT-STATUS  PIC X(2) VALUE "00".
           88   WS-SENDSTAT-OK      VALUE "00".
       01       WS-FLAGS.
           02   WS-EOF-SYSIN      PIC X VALUE 'N'.
               88 END-OF-SYSIN    VALUE 'Y'.
           88   STATUSES-WERE-LOADED VALUE 'Y'.
       01       WS-STATUS-LOAD-CLEAN PIC X VALUE 'N'.
       01       WS-DB-NAME                  PIC X(256) VALUE "test.sdb".
       01       WS-PORTFOLIO-DB-NAME        PIC X(256) VALUE SPACES.
       01       WS-TRIAL-DB-NAME            PIC X(256) VALUE SPACES.
       01       WS-DB-HANDLE                USAGE POINTER.
       01       WS-SQL-STATEMENT            PIC X(256).
       01       WS-NUM-BYTES                PIC S9(04) COMP.
       01       WS-COLUMN-TEXT-AREA         PIC X(256) BASED.
       01       WS-END-OF-STATUS-ROWS       PIC X VALUE 'N'.
           88   NO-MORE-STATUS-ROWS         VALUE 'Y'.
           COPY "SENDACT.cpy".
      *
       PROCEDURE DIVISION.
       MAIN.
      *>     database trouble just leaves the lifecycle edits off for
      *>     this run - the field edits still protect the load, and
      *>     the load step reports the database problem itself.
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
               ADD 1 TO WS-CARDS-REJECTED
               WRITE REJECT-RECORD FROM CARDREC
               PERFORM PRINT-REJECT-LINE
               PERFORM LOG-SENDER-REJECT
           END-IF.
      *
       PRINT-REJECT-LINE.
                                         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           IF CARD-SENDING-SYSTEM NOT = SPACES
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                         DELIMITED BY SIZE
                      '  SENDER '        DELIMITED BY SIZE
                      CARD-SENDING-SYSTEM
                                         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       LOG-SENDER-REJECT.
      *>     One REJECT line per failing card, charged to its sender.
           MOVE WS-CYCLE-DATE TO SA-CYCLE-DATE.
           MOVE 'FOOEDIT' TO SA-PROGRAM-ID.
           IF CARD-SENDING-SYSTEM = SPACES
               MOVE 'KEYED' TO SA-SENDING-SYSTEM
           ELSE
               MOVE CARD-SENDING-SYSTEM TO SA-SENDING-SYSTEM
           END-IF.
           SET SA-CARD-REJECTED TO TRUE.
           MOVE 1 TO SA-EVENT-COUNT.
           MOVE ZERO TO SA-DAYS-IN-SUSPENSE.
           MOVE WS-EDIT-REASON TO SA-REASON.
           OPEN EXTEND SENDER-ACTIVITY-FILE.
           IF NOT WS-SENDSTAT-OK
               OPEN OUTPUT SENDER-ACTIVITY-FILE
           END-IF.
           WRITE SENDER-ACTIVITY-RECORD FROM SENDER-ACTIVITY-LINE.
           CLOSE SENDER-ACTIVITY-FILE.
      *
       PRINT-REPORT-HEADER.
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE.
