       IDENTIFICATION DIVISION.
       PROGRAM-ID.      NIGHTDRV.
      *
      *  Nightly cycle driver: checks the database is at the schema
      *  level the programs expect (FOOSCHK - a database behind it
      *  stops the cycle before anything is touched, run FOOMIGR and
      *  restart), rolls the business date from the
      *  calendar (CALROLL), then runs the database backup (NIGHTBKP),
      *  the audit-trail integrity check of foo against its history
      *  (FOOAUDT),
      *  the effective-dated maintenance release (FOOPEND),
      *  the dual-control approvals-outstanding report (FOOAPRPT),
      *  the inbound fraud disposition file (FOOFDSP),
      *  the upstream feed intake (FOOINTK),
      *  the reject suspense recycle (FOOSUSP),
      *  the card deck pre-edit (FOOEDIT), the card load (EXAMPLES),
      *  the database step (testsqlite3),
      *  the post-load limit sweep (FOOLIMIT), the cross-indicator
      *  consistency sweep (FOORULE), the statistical anomaly sweep
      *  against the snapshot baseline (FOOANOM), the group rollup
      *  report (FOOGRPT), the day-over-day delta
      *  report (FOODELTA), the reconciliation (FOORECON), the extract
      *  (FOOEXP), the outbound fraud change feed (FOOFEED), the dated
      *  end-of-cycle snapshot (FOOSNAP), the month-end snapshot
      *  (FOOMESNP, month-end cycle dates only), the per-sender
      *  volume and data-quality scorecard (FOOSCORE, month-end cycle
      *  dates only), the quarter-end and year-end comparative report
      *  (FOOQCMP, month-end cycle dates only, which does its work only
      *  when the month-end closes a calendar quarter),
      *  the report distribution by business group (FOODIST), the weekly
      *  control table referential integrity audit (FOOXREF, which does
      *  its work only on its configured day of the week), and then
      *  republishes the status page (HELLO-WORLD),
      *  in that order.  Each step's RETURN-CODE is checked before
      *  the next one is started, against the same 0/4/8 severity
      *  cycle; any other nonzero code still gets an alert line so it
      *  is visible without being treated as an abend.  Every alert
      *  line leads with its severity and category (SEV=0/4/8
      *  CAT=CYCLE here, CAT=SCHEMA from FOOSCHK, CAT=LIMIT from
      *  FOOLIMIT, CAT=RULE from FOORULE, CAT=ANOMALY from FOOANOM,
      *  CAT=FRAUD from FOOFDSP, CAT=AUDIT from FOOAUDT, CAT=XREF
      *  from FOOXREF)
      *  so the ALRTDSK morning job can route each alert to its
      *  owning desk.
      *
      *  After CALROLL completes, the rolled CYCLDATE and the MECYCLE
      *  month-end record it wrote are read back, and the steps
      *  suspense cards (RECYCLE) are merged ahead of SYSIN (through
      *  the SYSINNEW work file), so resubmission is automatic.  After a successful FOOEDIT step the cleaned deck
      *  (CLEANOUT) is copied over SYSIN, so the load step actually
      *  reads the deck the pre-edit passed, reject-free.  All three
      *  decks are whole CARDREC images, so the sending system FOOINTK
      *  stamps in columns 10-17 rides along to the edit, suspense,
      *  and load, each of which logs its outcome to SENDSTAT for
      *  FOOSCORE.
      *
      *  PORTTBL (optional) - the portfolios the cycle runs for, one
      *  line each: portfolio id in columns 1-8, dataset prefix in
      *  10-21, database path in 23-80 (* in column 1 is a comment).
      *  The whole cycle is run once per portfolio, in table order.
      *  For each one every per-cycle DD (CYCLDATE, MECYCLE,
      *  DRVRSTRT, SYSIN, the control cards, the reports, the
      *  suspense and feed files) is pointed at <prefix>.<ddname>,
      *  the FOOPORTDB switch sends the database steps and NIGHTBKP
      *  to the portfolio's own database (backup generations beside
      *  it), and the FOOPORTPFX switch prefixes FOOFEED's outbound
      *  feed files and FOODIST's packages.  A portfolio without a
      *  prefix uses the original files; one without a database
      *  path uses <prefix>.test.sdb.  STEPCTL, RUNLOCK, DRVSTAT,
      *  and the status page stay shared.  Each portfolio's alerts
      *  and batch-status lines are written to its own driver logs
      *  (NIGHTDRV.<id>.NIGHTALRT and .BATCHSTAT) and copied onto
      *  the shared NIGHTALRT and BATCHSTAT after every step, tagged
      *  " portfolio=<id>" and with a seventh |<id> field; DRVSTAT
      *  carries the portfolio as a sixth field.  A fatal step stops
      *  that portfolio only - the rest are still run, and the
      *  driver ends with the worst fatal code.  The portfolios that
      *  completed are marked COMPLETE in their DRVRSTRT for the
      *  cycle date, so a rerun skips them and resumes only the
      *  portfolios that failed, each at its own restart step.
      *  Without PORTTBL the cycle runs once, exactly as above.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SYSIN
               ASSIGN TO DA-S-SYSIN
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT PORTFOLIO-TABLE-FILE
               ASSIGN TO DA-S-PORTTBL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTTBL-STATUS.
           SELECT PORTFOLIO-LOG-FILE
               ASSIGN TO WS-PORTFOLIO-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01 SYSIN-RECORD PIC X(80).
       FD PORTFOLIO-TABLE-FILE.
       01 PORTFOLIO-TABLE-RECORD.
           02 PORTTBL-PORTFOLIO-ID PIC X(8).
           02 FILLER               PIC X.
           02 PORTTBL-PREFIX       PIC X(12).
           02 FILLER               PIC X.
           02 PORTTBL-DB-NAME      PIC X(58).
       FD PORTFOLIO-LOG-FILE.
       01 PORTFOLIO-LOG-RECORD PIC X(256).
      *
       WORKING-STORAGE SECTION.
       01       WS-ALERT-STATUS     PIC X(2) VALUE "00".
      *    The standard cycle steps, in run order.  WS-STEP-INCLUDE
      *    holds Y/N per step, standard Y, overridden by STEPCTL.
       01       WS-STEP-NAMES.
           02   FILLER PIC X(12) VALUE "FOOSCHK".
           02   FILLER PIC X(12) VALUE "CALROLL".
           02   FILLER PIC X(12) VALUE "NIGHTBKP".
           02   FILLER PIC X(12) VALUE "FOOAUDT".
           02   FILLER PIC X(12) VALUE "FOOPEND".
           02   FILLER PIC X(12) VALUE "FOOAPRPT".
           02   FILLER PIC X(12) VALUE "FOOFDSP".
           02   FILLER PIC X(12) VALUE "FOOINTK".
           02   FILLER PIC X(12) VALUE "FOOSUSP".
           02   FILLER PIC X(12) VALUE "FOOEDIT".
           02   FILLER PIC X(12) VALUE "EXAMPLES".
           02   FILLER PIC X(12) VALUE "TESTSQLITE3".
           02   FILLER PIC X(12) VALUE "FOOLIMIT".
           02   FILLER PIC X(12) VALUE "FOORULE".
           02   FILLER PIC X(12) VALUE "FOOANOM".
           02   FILLER PIC X(12) VALUE "FOOGRPT".
           02   FILLER PIC X(12) VALUE "FOODELTA".
           02   FILLER PIC X(12) VALUE "FOORECON".
           02   FILLER PIC X(12) VALUE "FOOFEED".
           02   FILLER PIC X(12) VALUE "FOOSNAP".
           02   FILLER PIC X(12) VALUE "FOOMESNP".
           02   FILLER PIC X(12) VALUE "FOOSCORE".
           02   FILLER PIC X(12) VALUE "FOOQCMP".
           02   FILLER PIC X(12) VALUE "FOODIST".
           02   FILLER PIC X(12) VALUE "FOOXREF".
           02   FILLER PIC X(12) VALUE "HELLO-WORLD".
       01       WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           02   WS-STEP-TABLE-NAME PIC X(12) OCCURS 27 TIMES.
       01       WS-STEP-INCLUDES    PIC X(27)
                VALUE "YYYYYYYYYYYYYYYYYYYYYYYYYYY".
       01       WS-STEP-INCLUDE-TABLE REDEFINES WS-STEP-INCLUDES.
           02   WS-STEP-INCLUDE    PIC X OCCURS 27 TIMES.
       01       WS-STEP-COUNT       PIC S9(4) COMP VALUE 27.
      *    Month-end-only flags, one per step in run order: Y means
      *    the step runs only when CALROLL marked the rolled cycle
      *    date a calendar month-end.
       01       WS-STEP-MONTH-ENDS  PIC X(27)
                VALUE "NNNNNNNNNNNNNNNNNNNNNYYYNNN".
       01       WS-STEP-MONTH-END-TABLE REDEFINES WS-STEP-MONTH-ENDS.
           02   WS-STEP-MONTH-END  PIC X OCCURS 27 TIMES.
       01       WS-STEP-SUB         PIC S9(4) COMP.
       01       WS-CTL-SUB          PIC S9(4) COMP.
       01       WS-END-OF-STEPCTL   PIC X VALUE 'N'.
           88   END-OF-SYSIN-WORK-FILE VALUE 'Y'.
       01       WS-RECYCLE-MERGED   PIC S9(7) COMP VALUE ZERO.
      *
      *    The portfolios the cycle runs for, from PORTTBL, in table
      *    order.  Without a usable PORTTBL the cycle runs once, for
      *    the original files, untagged.  WS-PF-STATE is what became
      *    of each portfolio tonight: C clean, F failed, D already
      *    completed by the failed run this one is rerunning.
       01       WS-PORTTBL-STATUS   PIC X(2) VALUE "00".
           88   WS-PORTTBL-OK       VALUE "00".
       01       WS-END-OF-PORTTBL   PIC X VALUE 'N'.
           88   END-OF-PORTTBL-FILE VALUE 'Y'.
       01       WS-PORTFOLIO-MODE   PIC X VALUE 'N'.
           88   RUNNING-PORTFOLIOS  VALUE 'Y'.
       01       WS-PORTFOLIO-COUNT  PIC S9(4) COMP VALUE ZERO.
       01       WS-PORTFOLIO-TABLE.
           02   WS-PORTFOLIO-ENTRY OCCURS 10 TIMES.
               03  WS-PF-ID          PIC X(8).
               03  WS-PF-PREFIX      PIC X(12).
               03  WS-PF-DB-NAME     PIC X(64).
               03  WS-PF-STATE       PIC X.
               03  WS-PF-CYCLE-DATE  PIC X(8).
       01       WS-PF-SUB           PIC S9(4) COMP VALUE 1.
       01       WS-PORTTBL-DROPPED  PIC S9(4) COMP VALUE ZERO.
       01       WS-PORTTBL-DROPPED-DISPLAY PIC 9(4).
       01       WS-ANY-PORTFOLIO-FAILED PIC X VALUE 'N'.
           88   ANY-PORTFOLIO-FAILED VALUE 'Y'.
       01       WS-WORST-STEP-RC    PIC S9(9) COMP VALUE ZERO.
       01       WS-RESTART-IN-FORCE PIC X VALUE 'N'.
           88   RESTART-IS-IN-FORCE VALUE 'Y'.
      *
      *    The DDs each portfolio has its own copy of, re-pointed at
      *    <prefix>.<ddname> for a portfolio with a dataset prefix,
      *    and what each resolved to before the cycle touched it (the
      *    original files, which a portfolio without a prefix uses).
      *    BATCHSTAT and NIGHTALRT are pointed at the driver's own
      *    per-portfolio logs, NIGHTDRV.<portfolio>.BATCHSTAT and
      *    NIGHTDRV.<portfolio>.NIGHTALRT, whose new lines are copied
      *    to the shared logs, tagged with the portfolio, after every
      *    step.
       01       WS-PORTFOLIO-DD-NAMES.
           02   FILLER PIC X(12) VALUE "CYCLDATE".
           02   FILLER PIC X(12) VALUE "MECYCLE".
           02   FILLER PIC X(12) VALUE "DRVRSTRT".
           02   FILLER PIC X(12) VALUE "SYSIN".
           02   FILLER PIC X(12) VALUE "SYSINNEW".
           02   FILLER PIC X(12) VALUE "FOOSCHKCTL".
           02   FILLER PIC X(12) VALUE "NIGHTBKPCTL".
           02   FILLER PIC X(12) VALUE "BKPLOG".
           02   FILLER PIC X(12) VALUE "FOOAUDCTL".
           02   FILLER PIC X(12) VALUE "AUDTRPT".
           02   FILLER PIC X(12) VALUE "HARCLOG".
           02   FILLER PIC X(12) VALUE "PENDDISP".
           02   FILLER PIC X(12) VALUE "PENDRPT".
           02   FILLER PIC X(12) VALUE "APPRRPT".
           02   FILLER PIC X(12) VALUE "FRAUDDSP".
           02   FILLER PIC X(12) VALUE "DSPDISP".
           02   FILLER PIC X(12) VALUE "DSPLOG".
           02   FILLER PIC X(12) VALUE "FEEDIN".
           02   FILLER PIC X(12) VALUE "FEEDCARDS".
           02   FILLER PIC X(12) VALUE "INTKRPT".
           02   FILLER PIC X(12) VALUE "SENDSTAT".
           02   FILLER PIC X(12) VALUE "SUSPCTL".
           02   FILLER PIC X(12) VALUE "SUSPENSE".
           02   FILLER PIC X(12) VALUE "SUSPRPT".
           02   FILLER PIC X(12) VALUE "SUSPURGE".
           02   FILLER PIC X(12) VALUE "RECYCLE".
           02   FILLER PIC X(12) VALUE "REJECTS".
           02   FILLER PIC X(12) VALUE "CLEANOUT".
           02   FILLER PIC X(12) VALUE "EDITRPT".
           02   FILLER PIC X(12) VALUE "RESTART".
           02   FILLER PIC X(12) VALUE "SYSPRINT".
           02   FILLER PIC X(12) VALUE "CONTROLIN".
           02   FILLER PIC X(12) VALUE "DBCTLRPT".
           02   FILLER PIC X(12) VALUE "FOOLIMCTL".
           02   FILLER PIC X(12) VALUE "FOORULCTL".
           02   FILLER PIC X(12) VALUE "FOOANOMCTL".
           02   FILLER PIC X(12) VALUE "ANOMRPT".
           02   FILLER PIC X(12) VALUE "GROUPRPT".
           02   FILLER PIC X(12) VALUE "DELTARPT".
           02   FILLER PIC X(12) VALUE "FORECCTL".
           02   FILLER PIC X(12) VALUE "RECONRPT".
           02   FILLER PIC X(12) VALUE "FOOCORR".
           02   FILLER PIC X(12) VALUE "FOOEXPCTL".
           02   FILLER PIC X(12) VALUE "FOOEXPORT".
           02   FILLER PIC X(12) VALUE "FOOCSV".
           02   FILLER PIC X(12) VALUE "FEEDLOG".
           02   FILLER PIC X(12) VALUE "FOOSNAPCTL".
           02   FILLER PIC X(12) VALUE "SCORECTL".
           02   FILLER PIC X(12) VALUE "SCORERPT".
           02   FILLER PIC X(12) VALUE "FOOQCMPCTL".
           02   FILLER PIC X(12) VALUE "QCMPRPT".
           02   FILLER PIC X(12) VALUE "QCMPCSV".
           02   FILLER PIC X(12) VALUE "DISTRTE".
           02   FILLER PIC X(12) VALUE "DISTMAN".
           02   FILLER PIC X(12) VALUE "FOOXREFCTL".
           02   FILLER PIC X(12) VALUE "XREFRPT".
           02   FILLER PIC X(12) VALUE "XREFTRAN".
       01       WS-PORTFOLIO-DD-TABLE REDEFINES WS-PORTFOLIO-DD-NAMES.
           02   WS-PORTFOLIO-DD-NAME PIC X(12) OCCURS 57 TIMES.
       01       WS-PORTFOLIO-DD-COUNT PIC S9(4) COMP VALUE 57.
       01       WS-SAVED-DD-TABLE.
           02   WS-SAVED-DD-FILE   PIC X(128) OCCURS 57 TIMES.
       01       WS-DD-SUB           PIC S9(4) COMP.
       01       WS-DD-VARIABLE-NAME PIC X(16).
       01       WS-DD-FILE-NAME     PIC X(128).
       01       WS-SAVED-ALERT-FILE PIC X(128) VALUE SPACES.
       01       WS-SAVED-BATCHSTAT-FILE PIC X(128) VALUE SPACES.
       01       WS-PORTFOLIO-ALERT-LOG PIC X(40) VALUE SPACES.
       01       WS-PORTFOLIO-BATCHSTAT-LOG PIC X(40) VALUE SPACES.
       01       WS-PORTFOLIO-LOG-NAME PIC X(40) VALUE SPACES.
       01       WS-PORTFOLIO-LOG-STATUS PIC X(2) VALUE "00".
           88   WS-PORTFOLIO-LOG-OK VALUE "00".
       01       WS-END-OF-PORTFOLIO-LOG PIC X VALUE 'N'.
           88   END-OF-PORTFOLIO-LOG VALUE 'Y'.
       01       WS-PORTFOLIO-LOG-KIND PIC X VALUE 'A'.
           88   COPYING-ALERT-LOG   VALUE 'A'.
           88   COPYING-BATCHSTAT-LOG VALUE 'B'.
       01       WS-PORTFOLIO-LOG-LINE PIC S9(7) COMP.
       01       WS-LINES-COPIED     PIC S9(7) COMP.
       01       WS-ALERTS-COPIED    PIC S9(7) COMP VALUE ZERO.
       01       WS-BATCHSTAT-COPIED PIC S9(7) COMP VALUE ZERO.
      *
      *    Cycle start/end stamps and elapsed, written as NIGHTDRV's
      *    own batch-status line so the batch-window report can track
      *    total cycle duration night over night.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM READ-STEP-CONTROL.
           PERFORM READ-PORTFOLIO-TABLE.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PORTFOLIO-COUNT
               PERFORM RUN-PORTFOLIO-CYCLE
           END-PERFORM.
           IF RUNNING-PORTFOLIOS
               PERFORM RECORD-PORTFOLIO-RESTARTS
               PERFORM RESTORE-DRIVER-FILES
           END-IF.
           PERFORM CLEAR-DRIVER-STATUS.
           PERFORM RELEASE-RUN-LOCK.
           IF ANY-PORTFOLIO-FAILED
               MOVE WS-WORST-STEP-RC TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       RUN-PORTFOLIO-CYCLE.
      *>     One portfolio's cycle, start to finish, against its own
      *>     files: its business date, month-end flag, and restart
      *>     record are read fresh, the steps are run, and its own
      *>     NIGHTDRV batch-status line is written.  A fatal step
      *>     stops this portfolio only - the next one in the table is
      *>     still run.  A portfolio the failed run being rerun had
      *>     already completed is not run again.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE 'N' TO WS-CYCLE-FAILED.
           MOVE ZERO TO WS-STEPS-RUN.
           MOVE ZERO TO WS-STEP-RC.
           IF RUNNING-PORTFOLIOS
               PERFORM POINT-PORTFOLIO-FILES
           END-IF.
           PERFORM READ-CYCLE-DATE.
           PERFORM READ-MONTH-END-FLAG.
           PERFORM READ-RESTART-RECORD.
           IF RUNNING-PORTFOLIOS
               PERFORM START-PORTFOLIO-LOGS
           END-IF.
           IF WS-RESTART-STEP-NAME = "COMPLETE"
                   AND WS-RESTART-CYCLE-DATE = WS-CYCLE-DATE
               MOVE 'D' TO WS-PF-STATE(WS-PF-SUB)
               PERFORM WRITE-PORTFOLIO-DONE-ALERT
           ELSE
               PERFORM READ-DRIVER-RESTART
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                           OR CYCLE-FAILED
                   PERFORM RUN-CYCLE-STEP
               END-PERFORM
               PERFORM WRITE-CYCLE-BATCH-STATUS
               IF CYCLE-FAILED
                   MOVE 'F' TO WS-PF-STATE(WS-PF-SUB)
                   MOVE 'Y' TO WS-ANY-PORTFOLIO-FAILED
                   IF WS-STEP-RC > WS-WORST-STEP-RC
                       MOVE WS-STEP-RC TO WS-WORST-STEP-RC
                   END-IF
               ELSE
                   MOVE 'C' TO WS-PF-STATE(WS-PF-SUB)
                   PERFORM CLEAR-DRIVER-RESTART
               END-IF
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-PF-CYCLE-DATE(WS-PF-SUB).
           IF RUNNING-PORTFOLIOS
               PERFORM COPY-PORTFOLIO-LOGS
           END-IF.
      *
       READ-PORTFOLIO-TABLE.
      *>     Loads PORTTBL: portfolio id in columns 1-8, dataset
      *>     prefix in 10-21, database path in 23-80; lines starting
      *>     * are comments.  A blank prefix means the original
      *>     (unprefixed) files; a blank database path means the
      *>     programs' own database (test.sdb, or what their control
      *>     files name) for a portfolio without a prefix, and
      *>     <prefix>.test.sdb for one with.  No PORTTBL, or one
      *>     naming no portfolio, runs the cycle once as it always
      *>     ran, with nothing re-pointed and nothing tagged.
           MOVE ZERO TO WS-PORTFOLIO-COUNT.
           MOVE ZERO TO WS-PORTTBL-DROPPED.
           OPEN INPUT PORTFOLIO-TABLE-FILE.
           IF WS-PORTTBL-OK
               MOVE 'N' TO WS-END-OF-PORTTBL
               PERFORM UNTIL END-OF-PORTTBL-FILE
                   READ PORTFOLIO-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-PORTTBL
                       NOT AT END
                           PERFORM ADD-PORTFOLIO-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-TABLE-FILE
           END-IF.
           IF WS-PORTTBL-DROPPED > ZERO
               PERFORM WRITE-PORTTBL-OVERFLOW-ALERT
           END-IF.
           IF WS-PORTFOLIO-COUNT > ZERO
               MOVE 'Y' TO WS-PORTFOLIO-MODE
               PERFORM SAVE-DRIVER-FILES
           ELSE
               MOVE 'N' TO WS-PORTFOLIO-MODE
               MOVE 1 TO WS-PORTFOLIO-COUNT
               MOVE SPACES TO WS-PORTFOLIO-ENTRY(1)
           END-IF.
      *
       ADD-PORTFOLIO-ENTRY.
           IF PORTFOLIO-TABLE-RECORD(1:1) = '*'
                   OR PORTTBL-PORTFOLIO-ID = SPACES
               CONTINUE
           ELSE
               IF WS-PORTFOLIO-COUNT >= 10
                   ADD 1 TO WS-PORTTBL-DROPPED
               ELSE
                   ADD 1 TO WS-PORTFOLIO-COUNT
                   MOVE SPACES TO WS-PORTFOLIO-ENTRY(WS-PORTFOLIO-COUNT)
                   MOVE PORTTBL-PORTFOLIO-ID
                       TO WS-PF-ID(WS-PORTFOLIO-COUNT)
                   MOVE PORTTBL-PREFIX
                       TO WS-PF-PREFIX(WS-PORTFOLIO-COUNT)
                   MOVE PORTTBL-DB-NAME
                       TO WS-PF-DB-NAME(WS-PORTFOLIO-COUNT)
                   IF PORTTBL-DB-NAME = SPACES
                           AND PORTTBL-PREFIX NOT = SPACES
                       STRING PORTTBL-PREFIX  DELIMITED BY SPACE
                              ".test.sdb"     DELIMITED BY SIZE
                         INTO WS-PF-DB-NAME(WS-PORTFOLIO-COUNT)
                       END-STRING
                   END-IF
               END-IF
           END-IF.
      *
       SAVE-DRIVER-FILES.
      *>     Notes what every re-pointed DD resolves to before the
      *>     first portfolio is run - its DD_ allocation, or the DD
      *>     name itself when it has none - so a portfolio without a
      *>     prefix gets the original files and the driver can put
      *>     everything back at the end.
           PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                   UNTIL WS-DD-SUB > WS-PORTFOLIO-DD-COUNT
               PERFORM BUILD-DD-VARIABLE-NAME
               MOVE SPACES TO WS-SAVED-DD-FILE(WS-DD-SUB)
               ACCEPT WS-SAVED-DD-FILE(WS-DD-SUB)
                   FROM ENVIRONMENT WS-DD-VARIABLE-NAME
               END-ACCEPT
               IF WS-SAVED-DD-FILE(WS-DD-SUB) = SPACES
                   MOVE WS-PORTFOLIO-DD-NAME(WS-DD-SUB)
                       TO WS-SAVED-DD-FILE(WS-DD-SUB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SAVED-ALERT-FILE.
           ACCEPT WS-SAVED-ALERT-FILE FROM ENVIRONMENT "DD_NIGHTALRT"
           END-ACCEPT.
           IF WS-SAVED-ALERT-FILE = SPACES
               MOVE "NIGHTALRT" TO WS-SAVED-ALERT-FILE
           END-IF.
           MOVE SPACES TO WS-SAVED-BATCHSTAT-FILE.
           ACCEPT WS-SAVED-BATCHSTAT-FILE
               FROM ENVIRONMENT "DD_BATCHSTAT"
           END-ACCEPT.
           IF WS-SAVED-BATCHSTAT-FILE = SPACES
               MOVE "BATCHSTAT" TO WS-SAVED-BATCHSTAT-FILE
           END-IF.
      *
       BUILD-DD-VARIABLE-NAME.
           MOVE SPACES TO WS-DD-VARIABLE-NAME.
           STRING "DD_"                            DELIMITED BY SIZE
                  WS-PORTFOLIO-DD-NAME(WS-DD-SUB)  DELIMITED BY SPACE
             INTO WS-DD-VARIABLE-NAME
           END-STRING.
      *
       POINT-PORTFOLIO-FILES.
      *>     Points the cycle at the current portfolio: every DD in
      *>     the table at <prefix>.<ddname> (or its original file for
      *>     a portfolio without a prefix), the FOOPORTDB switch the
      *>     database steps open instead of their own database, the
      *>     FOOPORTPFX switch FOOFEED and FOODIST name their files
      *>     with, and BATCHSTAT and NIGHTALRT at this portfolio's
      *>     driver logs.
           PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                   UNTIL WS-DD-SUB > WS-PORTFOLIO-DD-COUNT
               PERFORM BUILD-DD-VARIABLE-NAME
               IF WS-PF-PREFIX(WS-PF-SUB) = SPACES
                   MOVE WS-SAVED-DD-FILE(WS-DD-SUB) TO WS-DD-FILE-NAME
               ELSE
                   MOVE SPACES TO WS-DD-FILE-NAME
                   STRING WS-PF-PREFIX(WS-PF-SUB)  DELIMITED BY SPACE
                          "."                      DELIMITED BY SIZE
                          WS-PORTFOLIO-DD-NAME(WS-DD-SUB)
                                                   DELIMITED BY SPACE
                     INTO WS-DD-FILE-NAME
                   END-STRING
               END-IF
               SET ENVIRONMENT WS-DD-VARIABLE-NAME TO WS-DD-FILE-NAME
           END-PERFORM.
           IF WS-PF-DB-NAME(WS-PF-SUB) = SPACES
               SET ENVIRONMENT "FOOPORTDB" TO " "
           ELSE
               SET ENVIRONMENT "FOOPORTDB" TO WS-PF-DB-NAME(WS-PF-SUB)
           END-IF.
           IF WS-PF-PREFIX(WS-PF-SUB) = SPACES
               SET ENVIRONMENT "FOOPORTPFX" TO " "
           ELSE
               SET ENVIRONMENT "FOOPORTPFX" TO WS-PF-PREFIX(WS-PF-SUB)
           END-IF.
           MOVE SPACES TO WS-PORTFOLIO-ALERT-LOG
                          WS-PORTFOLIO-BATCHSTAT-LOG.
           STRING "NIGHTDRV."                DELIMITED BY SIZE
                  WS-PF-ID(WS-PF-SUB)        DELIMITED BY SPACE
                  ".NIGHTALRT"               DELIMITED BY SIZE
             INTO WS-PORTFOLIO-ALERT-LOG
           END-STRING.
           STRING "NIGHTDRV."                DELIMITED BY SIZE
                  WS-PF-ID(WS-PF-SUB)        DELIMITED BY SPACE
                  ".BATCHSTAT"               DELIMITED BY SIZE
             INTO WS-PORTFOLIO-BATCHSTAT-LOG
           END-STRING.
           SET ENVIRONMENT "DD_NIGHTALRT" TO WS-PORTFOLIO-ALERT-LOG.
           SET ENVIRONMENT "DD_BATCHSTAT"
               TO WS-PORTFOLIO-BATCHSTAT-LOG.
      *
       RESTORE-DRIVER-FILES.
      *>     Every DD back to what it resolved to before the first
      *>     portfolio, and the portfolio switches lowered.
           PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                   UNTIL WS-DD-SUB > WS-PORTFOLIO-DD-COUNT
               PERFORM BUILD-DD-VARIABLE-NAME
               SET ENVIRONMENT WS-DD-VARIABLE-NAME
                   TO WS-SAVED-DD-FILE(WS-DD-SUB)
           END-PERFORM.
           SET ENVIRONMENT "DD_NIGHTALRT" TO WS-SAVED-ALERT-FILE.
           SET ENVIRONMENT "DD_BATCHSTAT" TO WS-SAVED-BATCHSTAT-FILE.
           SET ENVIRONMENT "FOOPORTDB" TO " ".
           SET ENVIRONMENT "FOOPORTPFX" TO " ".
      *
       START-PORTFOLIO-LOGS.
      *>     A portfolio starting its cycle from the top gets empty
      *>     driver logs, so FOODIST bursts only tonight's breaches;
      *>     a restart keeps what the failed run logged.  Whatever is
      *>     already there was copied to the shared logs when it was
      *>     written, so only lines past it are copied from here on.
           IF NOT RESTART-IS-IN-FORCE
               MOVE WS-PORTFOLIO-ALERT-LOG TO WS-PORTFOLIO-LOG-NAME
               OPEN OUTPUT PORTFOLIO-LOG-FILE
               CLOSE PORTFOLIO-LOG-FILE
               MOVE WS-PORTFOLIO-BATCHSTAT-LOG TO WS-PORTFOLIO-LOG-NAME
               OPEN OUTPUT PORTFOLIO-LOG-FILE
               CLOSE PORTFOLIO-LOG-FILE
           END-IF.
           MOVE WS-PORTFOLIO-ALERT-LOG TO WS-PORTFOLIO-LOG-NAME.
           PERFORM COUNT-PORTFOLIO-LOG-LINES.
           MOVE WS-PORTFOLIO-LOG-LINE TO WS-ALERTS-COPIED.
           MOVE WS-PORTFOLIO-BATCHSTAT-LOG TO WS-PORTFOLIO-LOG-NAME.
           PERFORM COUNT-PORTFOLIO-LOG-LINES.
           MOVE WS-PORTFOLIO-LOG-LINE TO WS-BATCHSTAT-COPIED.
      *
       COUNT-PORTFOLIO-LOG-LINES.
           MOVE ZERO TO WS-PORTFOLIO-LOG-LINE.
           OPEN INPUT PORTFOLIO-LOG-FILE.
           IF WS-PORTFOLIO-LOG-OK
               MOVE 'N' TO WS-END-OF-PORTFOLIO-LOG
               PERFORM UNTIL END-OF-PORTFOLIO-LOG
                   READ PORTFOLIO-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-PORTFOLIO-LOG
                       NOT AT END
                           ADD 1 TO WS-PORTFOLIO-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-LOG-FILE
           END-IF.
      *
       COPY-PORTFOLIO-LOGS.
      *>     Copies the lines this portfolio's steps (and the driver
      *>     itself) have added to its driver logs since the last
      *>     copy onto the shared NIGHTALRT and BATCHSTAT, each tagged
      *>     with the portfolio - " portfolio=<id>" at the end of an
      *>     alert line, a seventh |<id> field on a batch-status line
      *>     - so ALRTDSK, BSTATRPT, and the status page see every
      *>     portfolio's cycle in the one place.
           MOVE WS-PORTFOLIO-ALERT-LOG TO WS-PORTFOLIO-LOG-NAME.
           MOVE WS-ALERTS-COPIED TO WS-LINES-COPIED.
           MOVE 'A' TO WS-PORTFOLIO-LOG-KIND.
           SET ENVIRONMENT "DD_NIGHTALRT" TO WS-SAVED-ALERT-FILE.
           PERFORM COPY-NEW-LOG-LINES.
           SET ENVIRONMENT "DD_NIGHTALRT" TO WS-PORTFOLIO-ALERT-LOG.
           MOVE WS-LINES-COPIED TO WS-ALERTS-COPIED.
           MOVE WS-PORTFOLIO-BATCHSTAT-LOG TO WS-PORTFOLIO-LOG-NAME.
           MOVE WS-BATCHSTAT-COPIED TO WS-LINES-COPIED.
           MOVE 'B' TO WS-PORTFOLIO-LOG-KIND.
           SET ENVIRONMENT "DD_BATCHSTAT" TO WS-SAVED-BATCHSTAT-FILE.
           PERFORM COPY-NEW-LOG-LINES.
           SET ENVIRONMENT "DD_BATCHSTAT"
               TO WS-PORTFOLIO-BATCHSTAT-LOG.
           MOVE WS-LINES-COPIED TO WS-BATCHSTAT-COPIED.
      *
       COPY-NEW-LOG-LINES.
           OPEN INPUT PORTFOLIO-LOG-FILE.
           IF WS-PORTFOLIO-LOG-OK
               MOVE ZERO TO WS-PORTFOLIO-LOG-LINE
               MOVE 'N' TO WS-END-OF-PORTFOLIO-LOG
               PERFORM UNTIL END-OF-PORTFOLIO-LOG
                   READ PORTFOLIO-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-PORTFOLIO-LOG
                       NOT AT END
                           ADD 1 TO WS-PORTFOLIO-LOG-LINE
                           IF WS-PORTFOLIO-LOG-LINE > WS-LINES-COPIED
                               PERFORM WRITE-TAGGED-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-LOG-FILE
               MOVE WS-PORTFOLIO-LOG-LINE TO WS-LINES-COPIED
           END-IF.
      *
       WRITE-TAGGED-LOG-LINE.
           IF COPYING-ALERT-LOG
               OPEN EXTEND ALERT-FILE
               IF NOT WS-ALERT-OK
                   OPEN OUTPUT ALERT-FILE
               END-IF
               MOVE SPACES TO ALERT-RECORD
               STRING FUNCTION TRIM(PORTFOLIO-LOG-RECORD TRAILING)
                                             DELIMITED BY SIZE
                      " portfolio="          DELIMITED BY SIZE
                      WS-PF-ID(WS-PF-SUB)    DELIMITED BY SPACE
                 INTO ALERT-RECORD
               END-STRING
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               OPEN EXTEND BATCH-STATUS-FILE
               IF NOT WS-BATCHSTAT-OK
                   OPEN OUTPUT BATCH-STATUS-FILE
               END-IF
               MOVE SPACES TO BATCH-STATUS-RECORD
               STRING FUNCTION TRIM(PORTFOLIO-LOG-RECORD TRAILING)
                                             DELIMITED BY SIZE
                      "|"                    DELIMITED BY SIZE
                      WS-PF-ID(WS-PF-SUB)    DELIMITED BY SPACE
                 INTO BATCH-STATUS-RECORD
               END-STRING
               WRITE BATCH-STATUS-RECORD
               CLOSE BATCH-STATUS-FILE
           END-IF.
      *
       RECORD-PORTFOLIO-RESTARTS.
      *>     When any portfolio failed, each portfolio that completed
      *>     cleanly has its restart record marked COMPLETE for its
      *>     cycle date, so the rerun resumes the failed portfolios
      *>     only.  When none failed, the COMPLETE marks left by an
      *>     earlier failed run go back to NONE, so the next night
      *>     runs every portfolio from the top.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PORTFOLIO-COUNT
               IF ANY-PORTFOLIO-FAILED
                   IF WS-PF-STATE(WS-PF-SUB) = 'C'
                       PERFORM POINT-PORTFOLIO-FILES
                       PERFORM WRITE-PORTFOLIO-COMPLETE
                   END-IF
               ELSE
                   IF WS-PF-STATE(WS-PF-SUB) = 'D'
                       PERFORM POINT-PORTFOLIO-FILES
                       PERFORM CLEAR-DRIVER-RESTART
                   END-IF
               END-IF
           END-PERFORM.
      *
       WRITE-PORTFOLIO-COMPLETE.
           MOVE SPACES TO DRIVER-RESTART-RECORD.
           MOVE "COMPLETE" TO DRVRSTRT-STEP-NAME.
           MOVE WS-PF-CYCLE-DATE(WS-PF-SUB) TO DRVRSTRT-CYCLE-DATE.
           OPEN OUTPUT DRIVER-RESTART-FILE.
           WRITE DRIVER-RESTART-RECORD.
           CLOSE DRIVER-RESTART-FILE.
      *
       ACQUIRE-RUN-LOCK.
      *>     Serializes the cycle against ad hoc database jobs: writes
      *>     the LOCKED record FOOMAINT and testsqlite3 check on
      *>     startup, and raises the NIGHTCYCLE switch so the steps
      *>     this driver CALLs are not themselves turned away by the
      *>     lock they are running under.  A FOOTRIALDB trial switch
      *>     left in the environment is lowered, so the cycle can
      *>     never be sent at a FOOTRIAL scratch copy, and so are the
      *>     portfolio switches until a portfolio is pointed at.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO RUN-LOCK-RECORD.
           STRING "LOCKED "                 DELIMITED BY SIZE
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
           SET ENVIRONMENT "NIGHTCYCLE" TO "Y".
           SET ENVIRONMENT "FOOTRIALDB" TO " ".
           SET ENVIRONMENT "FOOPORTDB" TO " ".
           SET ENVIRONMENT "FOOPORTPFX" TO " ".
      *
       RELEASE-RUN-LOCK.
      *>     Releases the run lock at cycle end - failed or clean, the
      *>     pre-edit, and load.  Blank, NONE, a missing file, or a
      *>     different cycle date all mean start from the top.
           MOVE ZERO TO WS-RESUME-AFTER.
           IF WS-RESTART-STEP-NAME NOT = SPACES
                   AND WS-RESTART-STEP-NAME NOT = "NONE"
               IF WS-RESTART-CYCLE-DATE = WS-CYCLE-DATE
                   PERFORM WRITE-STALE-RESTART-ALERT
               END-IF
           END-IF.
      *
       READ-RESTART-RECORD.
      *>     Reads the restart record (the current portfolio's, when
      *>     the cycle runs for several) and notes whether it is for
      *>     tonight's cycle date - a restart in force.
           MOVE SPACES TO WS-RESTART-STEP-NAME.
           MOVE SPACES TO WS-RESTART-CYCLE-DATE.
           MOVE 'N' TO WS-RESTART-IN-FORCE.
           OPEN INPUT DRIVER-RESTART-FILE.
           IF WS-DRVRSTRT-OK
               READ DRIVER-RESTART-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE DRVRSTRT-STEP-NAME
                           TO WS-RESTART-STEP-NAME
                       MOVE DRVRSTRT-CYCLE-DATE
                           TO WS-RESTART-CYCLE-DATE
               END-READ
               CLOSE DRIVER-RESTART-FILE
           END-IF.
           IF WS-RESTART-STEP-NAME NOT = SPACES
                   AND WS-RESTART-STEP-NAME NOT = "NONE"
                   AND WS-RESTART-CYCLE-DATE = WS-CYCLE-DATE
               MOVE 'Y' TO WS-RESTART-IN-FORCE
           END-IF.
      *
       WRITE-DRIVER-RESTART.
           MOVE SPACES TO DRIVER-RESTART-RECORD.
       WRITE-DRIVER-STATUS.
      *>     Records the step being dispatched right now, so the
      *>     status page can show the in-flight cycle: cycle date,
      *>     step name, step n of m, and the wall-clock start, then
      *>     the portfolio when the cycle runs for several.
           MOVE WS-STEP-SUB TO WS-STEP-NUM-DISPLAY.
           MOVE WS-STEP-COUNT TO WS-STEP-COUNT-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
                  WS-RUN-TIMESTAMP          DELIMITED BY SIZE
             INTO DRIVER-STATUS-RECORD
           END-STRING.
           IF RUNNING-PORTFOLIOS
               MOVE "|" TO DRIVER-STATUS-RECORD(55:1)
               MOVE WS-PF-ID(WS-PF-SUB) TO DRIVER-STATUS-RECORD(56:8)
           END-IF.
           OPEN OUTPUT DRIVER-STATUS-FILE.
           WRITE DRIVER-STATUS-RECORD.
           CLOSE DRIVER-STATUS-FILE.
               ELSE
                   ADD 1 TO WS-STEPS-RUN
                   PERFORM WRITE-DRIVER-STATUS
      *>             The status page reads the shared BATCHSTAT, every
      *>             portfolio's lines, not this portfolio's driver log.
                   IF RUNNING-PORTFOLIOS
                           AND WS-STEP-TABLE-NAME(WS-STEP-SUB)
                               = "HELLO-WORLD"
                       SET ENVIRONMENT "DD_BATCHSTAT"
                           TO WS-SAVED-BATCHSTAT-FILE
                   END-IF
                   PERFORM DISPATCH-STEP
                   IF RUNNING-PORTFOLIOS
                       SET ENVIRONMENT "DD_BATCHSTAT"
                           TO WS-PORTFOLIO-BATCHSTAT-LOG
                   END-IF
                   PERFORM CHECK-STEP-RC
                   IF NOT CYCLE-FAILED
      *>                 CALROLL just rolled CYCLDATE, so the rolled
               END-IF
               END-IF
           END-IF.
           IF RUNNING-PORTFOLIOS
               PERFORM COPY-PORTFOLIO-LOGS
           END-IF.
      *
       MERGE-RECYCLE-INTO-SYSIN.
      *>     Merges the corrected suspense cards FOOSUSP just
           END-IF.
      *
       DISPATCH-STEP.
      *>     Each step program is CANCELed as soon as it returns, so
      *>     the next CALL of it - the next portfolio in the
      *>     portfolio loop - starts from fresh WORKING-STORAGE
      *>     rather than the counts and switches the last portfolio
      *>     left behind.  CANCEL leaves RETURN-CODE as the step set
      *>     it.
           MOVE WS-STEP-TABLE-NAME(WS-STEP-SUB) TO WS-STEP-NAME.
           EVALUATE WS-STEP-TABLE-NAME(WS-STEP-SUB)
               WHEN "FOOSCHK"
                   CALL "FOOSCHK"
                   CANCEL "FOOSCHK"
               WHEN "CALROLL"
                   CALL "CALROLL"
                   CANCEL "CALROLL"
               WHEN "NIGHTBKP"
                   CALL "NIGHTBKP"
                   CANCEL "NIGHTBKP"
               WHEN "FOOAUDT"
                   CALL "FOOAUDT"
                   CANCEL "FOOAUDT"
               WHEN "FOOPEND"
                   CALL "FOOPEND"
                   CANCEL "FOOPEND"
               WHEN "FOOAPRPT"
                   CALL "FOOAPRPT"
                   CANCEL "FOOAPRPT"
               WHEN "FOOFDSP"
                   CALL "FOOFDSP"
                   CANCEL "FOOFDSP"
               WHEN "FOOINTK"
                   CALL "FOOINTK"
                   CANCEL "FOOINTK"
               WHEN "FOOSUSP"
                   CALL "FOOSUSP"
                   CANCEL "FOOSUSP"
               WHEN "FOOEDIT"
                   CALL "FOOEDIT"
                   CANCEL "FOOEDIT"
               WHEN "EXAMPLES"
                   CALL "EXAMPLES"
                   CANCEL "EXAMPLES"
               WHEN "TESTSQLITE3"
                   CALL "testsqlite3"
                   CANCEL "testsqlite3"
               WHEN "FOOLIMIT"
                   CALL "FOOLIMIT"
                   CANCEL "FOOLIMIT"
               WHEN "FOORULE"
                   CALL "FOORULE"
                   CANCEL "FOORULE"
               WHEN "FOOANOM"
                   CALL "FOOANOM"
                   CANCEL "FOOANOM"
               WHEN "FOOGRPT"
                   CALL "FOOGRPT"
                   CANCEL "FOOGRPT"
               WHEN "FOODELTA"
                   CALL "FOODELTA"
                   CANCEL "FOODELTA"
               WHEN "FOORECON"
                   CALL "FOORECON"
                   CANCEL "FOORECON"
               WHEN "FOOEXP"
                   CALL "FOOEXP"
                   CANCEL "FOOEXP"
               WHEN "FOOFEED"
                   CALL "FOOFEED"
                   CANCEL "FOOFEED"
               WHEN "FOOSNAP"
                   CALL "FOOSNAP"
                   CANCEL "FOOSNAP"
               WHEN "FOOMESNP"
                   CALL "FOOMESNP"
                   CANCEL "FOOMESNP"
               WHEN "FOOSCORE"
                   CALL "FOOSCORE"
                   CANCEL "FOOSCORE"
               WHEN "FOOQCMP"
                   CALL "FOOQCMP"
                   CANCEL "FOOQCMP"
               WHEN "FOODIST"
                   CALL "FOODIST"
                   CANCEL "FOODIST"
               WHEN "FOOXREF"
                   CALL "FOOXREF"
                   CANCEL "FOOXREF"
               WHEN "HELLO-WORLD"
                   CALL "HELLO-WORLD"
                   CANCEL "HELLO-WORLD"
           END-EVALUATE.
      *
       CHECK-STEP-RC.
           DISPLAY ALERT-RECORD.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
      *
       WRITE-PORTFOLIO-DONE-ALERT.
      *>     A portfolio the failed run had already completed is not
      *>     run again on the rerun - logged so its quiet rerun is
      *>     never a mystery.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND ALERT-FILE.
           IF NOT WS-ALERT-OK
               OPEN OUTPUT ALERT-FILE
           END-IF.
           STRING "SEV=0 CAT=CYCLE "          DELIMITED BY SIZE
                  "NIGHTDRV PORTFOLIO DONE: cycle-date="
                                             DELIMITED BY SIZE
                  WS-CYCLE-DATE              DELIMITED BY SIZE
                  " completed by the failed run, not rerun"
                                             DELIMITED BY SIZE
                  " timestamp="              DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP           DELIMITED BY SIZE
             INTO ALERT-RECORD
           END-STRING.
           DISPLAY ALERT-RECORD.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
      *
       WRITE-PORTTBL-OVERFLOW-ALERT.
      *>     PORTTBL names more portfolios than the driver's table
      *>     holds - the ones past it are not run tonight.
           MOVE WS-PORTTBL-DROPPED TO WS-PORTTBL-DROPPED-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND ALERT-FILE.
           IF NOT WS-ALERT-OK
               OPEN OUTPUT ALERT-FILE
           END-IF.
           STRING "SEV=8 CAT=CYCLE "          DELIMITED BY SIZE
                  "NIGHTDRV PORTTBL: "       DELIMITED BY SIZE
                  WS-PORTTBL-DROPPED-DISPLAY DELIMITED BY SIZE
                  " portfolio(s) past the first 10 not run"
                                             DELIMITED BY SIZE
                  " timestamp="              DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP           DELIMITED BY SIZE
             INTO ALERT-RECORD
           END-STRING.
           DISPLAY ALERT-RECORD.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
      *
       WRITE-RESUME-ALERT.
      *>     Notes on the alert log that this run is a restart resuming
