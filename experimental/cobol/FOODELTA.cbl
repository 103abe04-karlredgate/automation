      *    Minimal SQLite3 plumbing - same CALL conventions EXAMPLES,
      *    testsqlite3, and FOOMAINT use.
       01       WS-DB-NAME                  PIC X(256) VALUE "test.sdb".
       01       WS-PORTFOLIO-DB-NAME        PIC X(256) VALUE SPACES.
       01       WS-TRIAL-DB-NAME            PIC X(256) VALUE SPACES.
       01       WS-DB-HANDLE                USAGE POINTER.
       01       WS-DB-MESSAGE                PIC X(256).
       01       WS-DB-MESSAGE-PTR            USAGE POINTER.
           CLOSE DELTA-REPORT.
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
