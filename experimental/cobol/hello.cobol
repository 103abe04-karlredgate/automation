            SELECT DRIVER-STATUS-FILE ASSIGN TO DA-S-DRVSTAT
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS DRVSTAT_FILE_STATUS.
            SELECT INQUIRY-LOG-FILE ASSIGN TO DA-S-INQLOG
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS INQLOG_FILE_STATUS.
            SELECT PORTFOLIO-TABLE-FILE ASSIGN TO DA-S-PORTTBL
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS PORTTBL_FILE_STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD BATCH-STATUS-FILE.
        01 STATUS-CONTROL-RECORD PIC X(80).
        FD DRIVER-STATUS-FILE.
        01 DRIVER-STATUS-RECORD PIC X(80).
        FD INQUIRY-LOG-FILE.
        01 INQUIRY-LOG-RECORD PIC X(132).
        FD PORTFOLIO-TABLE-FILE.
        01 PORTFOLIO-TABLE-RECORD.
            02 PORTTBL-PORTFOLIO-ID PIC X(8).
            02 FILLER               PIC X.
            02 PORTTBL-PREFIX       PIC X(12).
            02 FILLER               PIC X.
            02 PORTTBL-DB-NAME      PIC X(58).
        WORKING-STORAGE SECTION.
        01 HTTP_OK          PIC X(4)   VALUE "200".
        01 HTTP_STATUS      PIC X(4)   VALUE "200".
        01 OUTPUT_TEXT      PIC X(2048) VALUE SPACES.

        01 DB_NAME          PIC X(256) VALUE "test.sdb".
        01 PORTFOLIO_DB_NAME PIC X(256) VALUE SPACES.
        01 DB_HANDLE         USAGE POINTER.
        01 DB_STATUS         PIC S9(04) COMP.
        01 DB_REACHABLE      PIC X VALUE "N".
        01 WS-PARSED-RUN-TIMESTAMP    PIC X(26).
        01 WS-PARSED-START-TIMESTAMP  PIC X(26).
        01 WS-PARSED-ELAPSED          PIC X(9).
        01 WS-PARSED-PORTFOLIO        PIC X(8).
        01 LAST_PORTFOLIO             PIC X(8) VALUE SPACES.
        01 WS-PARSED-ELAPSED-NUM      PIC S9(9) COMP.

      *>    One slot per distinct program-id seen in BATCHSTAT, holding
      *>    that program's most recent line, so the body can carry every
      *>    writer's last run instead of only the nightly cycle's.
      *>    The cycle run for several portfolios tags each of its lines
      *>    with the portfolio (a seventh field), and each program-id
      *>    and portfolio pair gets its own slot.  Sized past every
      *>    BATCHSTAT writer in the shop for a few portfolios (the
      *>    cycle alone dispatches 26 steps plus NIGHTDRV's own line
      *>    per portfolio) - an undersized table would silently drop
      *>    later program-ids and zero out the typical-elapsed behind
      *>    the overrun flag.
        01 LAST_RUN_TABLE.
            02 LRT_ENTRY OCCURS 128 TIMES.
                03 LRT_PROGRAM_ID     PIC X(20).
                03 LRT_PORTFOLIO      PIC X(8).
                03 LRT_COMPLETION_CODE PIC X(4).
                03 LRT_ROWS           PIC X(9).
                03 LRT_TIMESTAMP      PIC X(26).
        01 CYCLE_AGE_HOURS  PIC S9(9) COMP.

      *>    The in-flight view: the DRVSTAT record NIGHTDRV writes as
      *>    it dispatches each step (cycle-date|step|n|of|start, and
      *>    the portfolio when it runs the cycle for several), so
      *>    at 2 AM "is the cycle hung on the load or just slow" is a
      *>    status-page question.  The running step's elapsed-so-far
      *>    is compared against that step's average elapsed from the
        01 INFLIGHT_STEP_NUM   PIC X(2)  VALUE SPACES.
        01 INFLIGHT_STEP_COUNT PIC X(2)  VALUE SPACES.
        01 INFLIGHT_START      PIC X(26) VALUE SPACES.
        01 INFLIGHT_PORTFOLIO  PIC X(8)  VALUE SPACES.
        01 STEP_ELAPSED_SECONDS PIC S9(9) COMP VALUE ZERO.
        01 STEP_TYPICAL_SECONDS PIC S9(9) COMP VALUE ZERO.
        01 STEP_ELAPSED_DISPLAY PIC 9(9).
        01 START_TOTAL_SECONDS PIC S9(18) COMP.
        01 NOW_TOTAL_SECONDS   PIC S9(18) COMP.

      *>    The help-desk indicator inquiry: a request whose query
      *>    string carries ind=nnnn is answered with the FOOPROF
      *>    picture of that one indicator instead of the status page -
      *>    read-only, the database opened read-only - and every
      *>    inquiry, answered or not, is written to the INQLOG access
      *>    log with who asked (REMOTE_USER, else REMOTE_ADDR), for
      *>    which indicator, when, and the HTTP status returned.  These
      *>    indicators carry customer fraud and delinquency status.
      *>    A portfolio=xxxxxxxx parameter alongside ind= asks about
      *>    that portfolio's database, looked up in the PORTTBL the
      *>    nightly cycle runs its portfolios from (id in columns 1-8,
      *>    prefix in 10-21, database path in 23-80, the database
      *>    defaulting the way NIGHTDRV defaults it); a portfolio not
      *>    in PORTTBL is a 404, and the portfolio asked about is
      *>    logged on INQLOG with the rest.
        01 QUERY_STRING_TEXT PIC X(256) VALUE SPACES.
        01 INQUIRY_REQUESTED PIC X VALUE "N".
            88 INQUIRY_IS_REQUESTED VALUE "Y".
        01 INQ_KEY_POS      PIC S9(4) COMP VALUE ZERO.
        01 INQ_IND_TEXT     PIC X(8) VALUE SPACES.
        01 INQ_IND_NUMBER   PIC S9(9) COMP VALUE ZERO.
        01 INQ_IND_DISPLAY  PIC 9(4) VALUE ZERO.
        01 INQ_REQUESTER    PIC X(64) VALUE SPACES.
        01 INQ_PORTFOLIO_POS PIC S9(4) COMP VALUE ZERO.
        01 INQ_PORTFOLIO_TEXT PIC X(16) VALUE SPACES.
        01 INQ_PORTFOLIO_FOUND PIC X VALUE "N".
            88 INQ_PORTFOLIO_IS_KNOWN VALUE "Y".
        01 PORTTBL_FILE_STATUS PIC X(2) VALUE "00".
            88 PORTTBL_FILE_OK VALUE "00".
        01 PORTTBL_END_OF_FILE PIC X VALUE "N".
            88 PORTTBL_AT_END VALUE "Y".
        01 INQLOG_FILE_STATUS PIC X(2) VALUE "00".
            88 INQLOG_FILE_OK VALUE "00".
        01 INQ_LOG_TIMESTAMP PIC X(26).
        01 INQ_READ_ONLY_FLAGS PIC S9(9) COMP-5 VALUE 1.
        01 INQ_DEFAULT_VFS  USAGE POINTER VALUE NULL.
        01 INQ_SQL          PIC X(512) VALUE SPACES.
        01 INQ_SQL_BYTES    PIC S9(4) COMP.
        01 INQ_STMT         USAGE POINTER.
        01 INQ_TAIL         PIC S9(4) COMP.
        01 INQ_SQL_FAILED   PIC X VALUE "N".
            88 INQ_SQL_HAS_FAILED VALUE "Y".
        01 INQ_ROW_FOUND    PIC X VALUE "N".
            88 INQ_ROW_WAS_FOUND VALUE "Y".
        01 INQ_END_OF_ROWS  PIC X VALUE "N".
            88 INQ_NO_MORE_ROWS VALUE "Y".
        01 INQ_COLUMN       PIC S9(4) COMP.
        01 INQ_COLUMN_PTR   USAGE POINTER.
        01 INQ_COLUMN_BYTES PIC S9(9) COMP.
        01 INQ_COLUMN_AREA  PIC X(256) BASED.
        01 INQ_COLUMN_TEXT  PIC X(64).
        01 INQ_CURRENT_FOUND PIC X VALUE "N".
            88 INQ_CURRENT_ROW_FOUND VALUE "Y".
        01 INQ_CURRENT_VALUE PIC S9(9) COMP VALUE ZERO.
        01 INQ_PRIOR_VALUE  PIC S9(9) COMP VALUE ZERO.
        01 INQ_MOVEMENT     PIC S9(9) COMP VALUE ZERO.
        01 INQ_MOVEMENT_DISPLAY PIC -(9)9.
        01 INQ_HISTORY_COUNT PIC S9(4) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            PERFORM READ-INQUIRY-REQUEST.
            IF INQUIRY_IS_REQUESTED
                PERFORM READ-PORTFOLIO-DATABASE
                PERFORM RESOLVE-INQUIRY-PORTFOLIO
                PERFORM ANSWER-INDICATOR-INQUIRY
                PERFORM WRITE-INQUIRY-LOG
                CALL "set_http_status" USING HTTP_STATUS
                CALL "append_http_body" USING OUTPUT_TEXT
                IF HTTP_STATUS = "200"
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 1 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            PERFORM READ-PORTFOLIO-DATABASE.
            PERFORM READ-STATUS-CONTROL.
            PERFORM READ-LAST-BATCH-STATUS.
            PERFORM READ-DRIVER-STATUS.
            END-IF.
            GOBACK.

        READ-PORTFOLIO-DATABASE.
      *>     Called by NIGHTDRV at the end of a portfolio's run, the
      *>     FOOPORTDB switch names that portfolio's database, which
      *>     is the one checked and inquired against.
            MOVE SPACES TO PORTFOLIO_DB_NAME.
            ACCEPT PORTFOLIO_DB_NAME FROM ENVIRONMENT "FOOPORTDB"
            END-ACCEPT.
            IF PORTFOLIO_DB_NAME NOT = SPACES
                MOVE PORTFOLIO_DB_NAME TO DB_NAME
            END-IF.

        READ-STATUS-CONTROL.
      *>     STATUSCTL (optional) - line 1 is the maximum age in hours
      *>     of the newest EXAMPLES/TESTSQLITE3 run before the cycle is

        PARSE-BATCH-STATUS-LINE.
            MOVE SPACES TO WS-PARSED-START-TIMESTAMP
                           WS-PARSED-ELAPSED
                           WS-PARSED-PORTFOLIO.
            UNSTRING BATCH-STATUS-RECORD DELIMITED BY "|"
                INTO WS-PARSED-PROGRAM-ID, WS-PARSED-COMPLETION-CODE,
                     WS-PARSED-ROWS-PROCESSED, WS-PARSED-RUN-TIMESTAMP,
                     WS-PARSED-START-TIMESTAMP, WS-PARSED-ELAPSED,
                     WS-PARSED-PORTFOLIO
            END-UNSTRING.
            IF WS-PARSED-PROGRAM-ID NOT = SPACES
                PERFORM UPDATE-LAST-RUN-TABLE
                MOVE WS-PARSED-COMPLETION-CODE TO LAST_COMPLETION_CODE
                MOVE WS-PARSED-ROWS-PROCESSED  TO LAST_ROWS_PROCESSED
                MOVE WS-PARSED-RUN-TIMESTAMP   TO LAST_RUN_TIMESTAMP
                MOVE WS-PARSED-PORTFOLIO       TO LAST_PORTFOLIO
            END-IF.

        UPDATE-LAST-RUN-TABLE.
      *>     Replaces (or adds) this program-id and portfolio's slot
      *>     with the line just read - BATCHSTAT is appended in run
      *>     order, so the last line seen per slot is that program's
      *>     most recent run.  Overflow past the table size is
      *>     dropped rather than failing the endpoint.
            MOVE "N" TO LRT_FOUND.
            PERFORM VARYING LRT_SUB FROM 1 BY 1
                    UNTIL LRT_SUB > LRT_COUNT OR LRT_ENTRY_FOUND
                IF LRT_PROGRAM_ID(LRT_SUB) = WS-PARSED-PROGRAM-ID
                        AND LRT_PORTFOLIO(LRT_SUB)
                            = WS-PARSED-PORTFOLIO
                    MOVE "Y" TO LRT_FOUND
                END-IF
            END-PERFORM.
            IF LRT_ENTRY_FOUND
                SUBTRACT 1 FROM LRT_SUB
            ELSE
                IF LRT_COUNT < 128
                    ADD 1 TO LRT_COUNT
                    MOVE LRT_COUNT TO LRT_SUB
                    MOVE WS-PARSED-PROGRAM-ID
                        TO LRT_PROGRAM_ID(LRT_SUB)
                    MOVE WS-PARSED-PORTFOLIO
                        TO LRT_PORTFOLIO(LRT_SUB)
                    MOVE ZERO TO LRT_ELAP_SUM(LRT_SUB)
                    MOVE ZERO TO LRT_ELAP_COUNT(LRT_SUB)
                    MOVE "Y" TO LRT_FOUND
                                     INFLIGHT_STEP,
                                     INFLIGHT_STEP_NUM,
                                     INFLIGHT_STEP_COUNT,
                                     INFLIGHT_START,
                                     INFLIGHT_PORTFOLIO
                            END-UNSTRING
                        END-IF
                END-READ

        COMPUTE-STEP-TYPICAL.
      *>     The running step's average elapsed over the BATCHSTAT
      *>     lines scanned for the same portfolio - zero when the
      *>     step has no history yet, which suppresses the overrun
      *>     flag rather than crying wolf on a first run.
            MOVE ZERO TO STEP_TYPICAL_SECONDS.
            PERFORM VARYING LRT_SUB FROM 1 BY 1
                    UNTIL LRT_SUB > LRT_COUNT
                IF LRT_PROGRAM_ID(LRT_SUB) = INFLIGHT_STEP
                        AND LRT_PORTFOLIO(LRT_SUB) = INFLIGHT_PORTFOLIO
                        AND LRT_ELAP_COUNT(LRT_SUB) > ZERO
                    COMPUTE STEP_TYPICAL_SECONDS
                        = LRT_ELAP_SUM(LRT_SUB)
                   DB_REACHABLE                DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            IF LAST_PORTFOLIO NOT = SPACES
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " last-run-portfolio="  DELIMITED BY SIZE
                       TRIM(LAST_PORTFOLIO)    DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.
            PERFORM APPEND-INFLIGHT-STATUS.
            PERFORM VARYING LRT_SUB FROM 1 BY 1
                    UNTIL LRT_SUB > LRT_COUNT
                       STEP_OVERRUN             DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                IF INFLIGHT_PORTFOLIO NOT = SPACES
                    STRING TRIM(OUTPUT_TEXT)    DELIMITED BY SIZE
                           " portfolio="        DELIMITED BY SIZE
                           TRIM(INFLIGHT_PORTFOLIO)
                                                DELIMITED BY SIZE
                      INTO OUTPUT_TEXT
                    END-STRING
                END-IF
            ELSE
                STRING TRIM(OUTPUT_TEXT)        DELIMITED BY SIZE
                       " cycle-running=N"       DELIMITED BY SIZE
        APPEND-PROGRAM-STATUS-LINE.
      *>     One body line per program-id seen in BATCHSTAT, so a
      *>     FOOMAINT failure or an out-of-balance FOORECON run is
      *>     visible on the status page, not just the nightly cycle -
      *>     one per portfolio for the steps of a multi-portfolio
      *>     cycle, tagged with the portfolio.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   " | program="               DELIMITED BY SIZE
                   TRIM(LRT_PROGRAM_ID(LRT_SUB))
                                               DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            IF LRT_PORTFOLIO(LRT_SUB) NOT = SPACES
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " portfolio="           DELIMITED BY SIZE
                       TRIM(LRT_PORTFOLIO(LRT_SUB))
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.

        READ-INQUIRY-REQUEST.
      *>     The web front end hands the request's query string over
      *>     the CGI way, in QUERY_STRING.  An ind= parameter makes
      *>     this an indicator inquiry; without one - and on every
      *>     NIGHTDRV call - it is the status page as before.  Who is
      *>     asking is the authenticated REMOTE_USER, or the caller's
      *>     REMOTE_ADDR when the front end did not authenticate.
            MOVE "N" TO INQUIRY_REQUESTED.
            MOVE SPACES TO QUERY_STRING_TEXT.
            ACCEPT QUERY_STRING_TEXT FROM ENVIRONMENT "QUERY_STRING"
            END-ACCEPT.
            IF QUERY_STRING_TEXT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO INQ_KEY_POS.
            INSPECT QUERY_STRING_TEXT TALLYING INQ_KEY_POS
                FOR CHARACTERS BEFORE INITIAL "ind=".
            IF INQ_KEY_POS > LENGTH(QUERY_STRING_TEXT) - 4
                EXIT PARAGRAPH
            END-IF.
            IF INQ_KEY_POS > ZERO
                IF QUERY_STRING_TEXT(INQ_KEY_POS:1) NOT = "&"
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE "Y" TO INQUIRY_REQUESTED.
            MOVE SPACES TO INQ_IND_TEXT.
            UNSTRING QUERY_STRING_TEXT(INQ_KEY_POS + 5:)
                DELIMITED BY "&" OR SPACE
                INTO INQ_IND_TEXT
            END-UNSTRING.
            MOVE SPACES TO INQ_PORTFOLIO_TEXT.
            MOVE ZERO TO INQ_PORTFOLIO_POS.
            INSPECT QUERY_STRING_TEXT TALLYING INQ_PORTFOLIO_POS
                FOR CHARACTERS BEFORE INITIAL "portfolio=".
            IF INQ_PORTFOLIO_POS <= LENGTH(QUERY_STRING_TEXT) - 10
                IF INQ_PORTFOLIO_POS = ZERO
                        OR QUERY_STRING_TEXT(INQ_PORTFOLIO_POS:1) = "&"
                    UNSTRING QUERY_STRING_TEXT(INQ_PORTFOLIO_POS + 11:)
                        DELIMITED BY "&" OR SPACE
                        INTO INQ_PORTFOLIO_TEXT
                    END-UNSTRING
                END-IF
            END-IF.
            MOVE SPACES TO INQ_REQUESTER.
            ACCEPT INQ_REQUESTER FROM ENVIRONMENT "REMOTE_USER"
            END-ACCEPT.
            IF INQ_REQUESTER = SPACES
                ACCEPT INQ_REQUESTER FROM ENVIRONMENT "REMOTE_ADDR"
                END-ACCEPT
            END-IF.
            IF INQ_REQUESTER = SPACES
                MOVE "(unknown)" TO INQ_REQUESTER
            END-IF.

        RESOLVE-INQUIRY-PORTFOLIO.
      *>     A portfolio named on the inquiry is looked up in PORTTBL
      *>     and its database is the one inquired against: its own
      *>     path, else <prefix>.test.sdb, else test.sdb for a
      *>     portfolio with neither - as NIGHTDRV runs it.  Without a
      *>     portfolio= parameter the inquiry goes where it always
      *>     went.
            MOVE "Y" TO INQ_PORTFOLIO_FOUND.
            IF INQ_PORTFOLIO_TEXT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO INQ_PORTFOLIO_FOUND.
            IF INQ_PORTFOLIO_TEXT(9:8) NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PORTFOLIO-TABLE-FILE.
            IF NOT PORTTBL_FILE_OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO PORTTBL_END_OF_FILE.
            PERFORM UNTIL PORTTBL_AT_END OR INQ_PORTFOLIO_IS_KNOWN
                READ PORTFOLIO-TABLE-FILE
                    AT END
                        MOVE "Y" TO PORTTBL_END_OF_FILE
                    NOT AT END
                        IF PORTFOLIO-TABLE-RECORD(1:1) NOT = "*"
                                AND PORTTBL-PORTFOLIO-ID NOT = SPACES
                                AND PORTTBL-PORTFOLIO-ID
                                    = INQ_PORTFOLIO_TEXT(1:8)
                            MOVE "Y" TO INQ_PORTFOLIO_FOUND
                            EVALUATE TRUE
                                WHEN PORTTBL-DB-NAME NOT = SPACES
                                    MOVE PORTTBL-DB-NAME TO DB_NAME
                                WHEN PORTTBL-PREFIX NOT = SPACES
                                    MOVE SPACES TO DB_NAME
                                    STRING PORTTBL-PREFIX
                                               DELIMITED BY SPACE
                                           ".test.sdb"
                                               DELIMITED BY SIZE
                                      INTO DB_NAME
                                    END-STRING
                                WHEN OTHER
                                    MOVE "test.sdb" TO DB_NAME
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PORTFOLIO-TABLE-FILE.

        ANSWER-INDICATOR-INQUIRY.
      *>     400 for an ind-number outside the 1-750 range, 404 for a
      *>     portfolio PORTTBL does not name, 503 when
      *>     the database cannot be opened, 404 for an unassigned
      *>     number (no ind_status row, as FOOREG shows it), and
      *>     otherwise 200 with the FOOPROF picture: lifecycle status,
      *>     name, group, current value and load time, limit, the
      *>     last few changes newest first, and the movement against
      *>     foo_prior.  A read failure part way through is a 500.
            MOVE SPACES TO OUTPUT_TEXT.
            MOVE "N" TO INQ_SQL_FAILED.
            MOVE ZERO TO INQ_IND_NUMBER.
            IF INQ_IND_TEXT NOT = SPACES
                    AND TRIM(INQ_IND_TEXT) IS NUMERIC
                MOVE NUMVAL(INQ_IND_TEXT) TO INQ_IND_NUMBER
            END-IF.
            IF INQ_IND_NUMBER < 1 OR INQ_IND_NUMBER > 750
                MOVE "400" TO HTTP_STATUS
                STRING "inquiry-ind-number="   DELIMITED BY SIZE
                       TRIM(INQ_IND_TEXT)      DELIMITED BY SIZE
                       " inquiry-result=REJECTED"
                                               DELIMITED BY SIZE
                       " reason=ind-number must be 1-750"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE INQ_IND_NUMBER TO INQ_IND_DISPLAY.
            IF NOT INQ_PORTFOLIO_IS_KNOWN
                MOVE "404" TO HTTP_STATUS
                STRING "inquiry-ind-number="   DELIMITED BY SIZE
                       INQ_IND_DISPLAY         DELIMITED BY SIZE
                       " inquiry-portfolio="   DELIMITED BY SIZE
                       TRIM(INQ_PORTFOLIO_TEXT) DELIMITED BY SIZE
                       " inquiry-result=NOT-FOUND"
                                               DELIMITED BY SIZE
                       " reason=portfolio not in PORTTBL"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            CALL "sqlite3_open_v2" USING
                    CONCATENATE(TRIM(DB_NAME), X"00"),
                    BY REFERENCE DB_HANDLE,
                    BY VALUE INQ_READ_ONLY_FLAGS,
                    BY VALUE INQ_DEFAULT_VFS
                RETURNING DB_STATUS
            END-CALL.
            IF DB_STATUS NOT = ZERO
                MOVE "503" TO HTTP_STATUS
                STRING "inquiry-ind-number="   DELIMITED BY SIZE
                       INQ_IND_DISPLAY         DELIMITED BY SIZE
                       " inquiry-result=UNAVAILABLE"
                                               DELIMITED BY SIZE
                       " reason=database not reachable"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT status FROM ind_status"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            IF INQ_SQL_HAS_FAILED
                PERFORM FINISH-INQUIRY-STATEMENT
                PERFORM CLOSE-INQUIRY-DATABASE
                MOVE "500" TO HTTP_STATUS
                STRING "inquiry-ind-number="   DELIMITED BY SIZE
                       INQ_IND_DISPLAY         DELIMITED BY SIZE
                       " inquiry-result=ERROR"
                                               DELIMITED BY SIZE
                       " reason=database read failed"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF NOT INQ_ROW_WAS_FOUND
                PERFORM FINISH-INQUIRY-STATEMENT
                PERFORM CLOSE-INQUIRY-DATABASE
                MOVE "404" TO HTTP_STATUS
                STRING "inquiry-ind-number="   DELIMITED BY SIZE
                       INQ_IND_DISPLAY         DELIMITED BY SIZE
                       " inquiry-result=NOT-FOUND"
                                               DELIMITED BY SIZE
                       " reason=unassigned number"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE "200" TO HTTP_STATUS.
            MOVE ZERO TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING "inquiry-ind-number="       DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   " inquiry-result=FOUND"     DELIMITED BY SIZE
                   " lifecycle-status="        DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            PERFORM FINISH-INQUIRY-STATEMENT.
            PERFORM APPEND-INQUIRY-NAME-GROUP.
            PERFORM APPEND-INQUIRY-CURRENT-ROW.
            PERFORM APPEND-INQUIRY-LIMIT.
            PERFORM APPEND-INQUIRY-HISTORY.
            PERFORM APPEND-INQUIRY-PRIOR.
            PERFORM CLOSE-INQUIRY-DATABASE.
            IF INQ_SQL_HAS_FAILED
                MOVE "500" TO HTTP_STATUS
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " inquiry-error=database read failed"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.

        APPEND-INQUIRY-NAME-GROUP.
      *>     The ind_names business name and the ind_groups group.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT ind_name FROM ind_names"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            MOVE "(unnamed)" TO INQ_COLUMN_TEXT.
            IF INQ_ROW_WAS_FOUND
                MOVE ZERO TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
            END-IF.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   " name="                    DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            PERFORM FINISH-INQUIRY-STATEMENT.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT group_name FROM ind_groups"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            MOVE "(none assigned)" TO INQ_COLUMN_TEXT.
            IF INQ_ROW_WAS_FOUND
                MOVE ZERO TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
            END-IF.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   " group="                   DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            PERFORM FINISH-INQUIRY-STATEMENT.

        APPEND-INQUIRY-CURRENT-ROW.
      *>     The current foo row and its load timestamp, or the plain
      *>     fact that the indicator has no row.
            MOVE "N" TO INQ_CURRENT_FOUND.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT ind_value, load_timestamp FROM foo"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            IF INQ_ROW_WAS_FOUND
                MOVE "Y" TO INQ_CURRENT_FOUND
                MOVE ZERO TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                MOVE NUMVAL(INQ_COLUMN_TEXT) TO INQ_CURRENT_VALUE
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " current-value="       DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                MOVE 1 TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " loaded-at="           DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            ELSE
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " current-value=(no foo row on file)"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.
            PERFORM FINISH-INQUIRY-STATEMENT.

        APPEND-INQUIRY-LIMIT.
      *>     The ind_limits range and severity FOOLIMIT sweeps
      *>     against, if a limit exists for the indicator.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT min_value, max_value, severity"
                                               DELIMITED BY SIZE
                   " FROM ind_limits WHERE ind_number = "
                                               DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            IF INQ_ROW_WAS_FOUND
                MOVE ZERO TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " limit-min="           DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                MOVE 1 TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " limit-max="           DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                MOVE 2 TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " limit-severity="      DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            ELSE
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " limit=(no limit on file)"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.
            PERFORM FINISH-INQUIRY-STATEMENT.

        APPEND-INQUIRY-HISTORY.
      *>     The last few foo_history changes, newest first, with the
      *>     program that made each one - FOOPROF's recent story; the
      *>     full history is still a FOOHINQ run away.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT old_value, new_value, change_action,"
                                               DELIMITED BY SIZE
                   " program_id, change_timestamp FROM foo_history"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   " ORDER BY hist_id DESC LIMIT 5;"
                                               DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            MOVE ZERO TO INQ_HISTORY_COUNT.
            MOVE "N" TO INQ_END_OF_ROWS.
            IF NOT INQ_ROW_WAS_FOUND
                MOVE "Y" TO INQ_END_OF_ROWS
            END-IF.
            PERFORM UNTIL INQ_NO_MORE_ROWS
                ADD 1 TO INQ_HISTORY_COUNT
                PERFORM APPEND-INQUIRY-CHANGE
                CALL "sqlite3_step" USING BY REFERENCE INQ_STMT
                    RETURNING DB_STATUS
                END-CALL
                IF DB_STATUS NOT = 100
                    MOVE "Y" TO INQ_END_OF_ROWS
                    IF DB_STATUS NOT = 101
                        MOVE "Y" TO INQ_SQL_FAILED
                    END-IF
                END-IF
            END-PERFORM.
            IF INQ_HISTORY_COUNT = ZERO
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " | changes=(no history on file)"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.
            PERFORM FINISH-INQUIRY-STATEMENT.

        APPEND-INQUIRY-CHANGE.
      *>     One recent change: old, new, action, program, timestamp.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   " | change old="            DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            MOVE ZERO TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
                   " new="                     DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            MOVE 1 TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
                   " action="                  DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            MOVE 2 TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
                   " program="                 DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            MOVE 3 TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
                   " at="                      DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.
            MOVE 4 TO INQ_COLUMN.
            PERFORM GET-INQUIRY-COLUMN.
            STRING TRIM(OUTPUT_TEXT)           DELIMITED BY SIZE
                   TRIM(INQ_COLUMN_TEXT)       DELIMITED BY SIZE
              INTO OUTPUT_TEXT
            END-STRING.

        APPEND-INQUIRY-PRIOR.
      *>     The movement against the foo_prior snapshot FOODELTA
      *>     keeps - what the indicator did since the last delta run.
            MOVE SPACES TO INQ_SQL.
            STRING "SELECT ind_value FROM foo_prior"
                                               DELIMITED BY SIZE
                   " WHERE ind_number = "      DELIMITED BY SIZE
                   INQ_IND_DISPLAY             DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
              INTO INQ_SQL
            END-STRING.
            PERFORM FETCH-INQUIRY-ROW.
            IF INQ_ROW_WAS_FOUND
                MOVE ZERO TO INQ_COLUMN
                PERFORM GET-INQUIRY-COLUMN
                MOVE NUMVAL(INQ_COLUMN_TEXT) TO INQ_PRIOR_VALUE
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " | prior-snapshot-value="
                                               DELIMITED BY SIZE
                       TRIM(INQ_COLUMN_TEXT)   DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
                IF INQ_CURRENT_ROW_FOUND
                    COMPUTE INQ_MOVEMENT
                        = INQ_CURRENT_VALUE - INQ_PRIOR_VALUE
                    END-COMPUTE
                    MOVE INQ_MOVEMENT TO INQ_MOVEMENT_DISPLAY
                    STRING TRIM(OUTPUT_TEXT)   DELIMITED BY SIZE
                           " movement-since-snapshot="
                                               DELIMITED BY SIZE
                           TRIM(INQ_MOVEMENT_DISPLAY)
                                               DELIMITED BY SIZE
                      INTO OUTPUT_TEXT
                    END-STRING
                ELSE
                    STRING TRIM(OUTPUT_TEXT)   DELIMITED BY SIZE
                           " movement-since-snapshot=ROW DELETED"
                                               DELIMITED BY SIZE
                      INTO OUTPUT_TEXT
                    END-STRING
                END-IF
            ELSE
                STRING TRIM(OUTPUT_TEXT)       DELIMITED BY SIZE
                       " | prior-snapshot-value=(no snapshot row)"
                                               DELIMITED BY SIZE
                  INTO OUTPUT_TEXT
                END-STRING
            END-IF.
            PERFORM FINISH-INQUIRY-STATEMENT.

        FETCH-INQUIRY-ROW.
      *>     Compiles INQ_SQL and steps it once, leaving the row (if
      *>     any) current for GET-INQUIRY-COLUMN.  A prepare or step
      *>     failure raises INQ_SQL_FAILED.  The caller finalizes.
            MOVE "N" TO INQ_ROW_FOUND.
            SET INQ_STMT TO NULL.
            MOVE LENGTH(TRIM(INQ_SQL)) TO INQ_SQL_BYTES.
            ADD 1 TO INQ_SQL_BYTES.
            MOVE ZERO TO INQ_TAIL.
            CALL "sqlite3_prepare_v2" USING BY REFERENCE DB_HANDLE,
                    CONCATENATE(TRIM(INQ_SQL), X"00"),
                    INQ_SQL_BYTES,
                    BY REFERENCE INQ_STMT,
                    INQ_TAIL
                RETURNING DB_STATUS
            END-CALL.
            IF DB_STATUS NOT = ZERO
                MOVE "Y" TO INQ_SQL_FAILED
                EXIT PARAGRAPH
            END-IF.
            CALL "sqlite3_step" USING BY REFERENCE INQ_STMT
                RETURNING DB_STATUS
            END-CALL.
            EVALUATE DB_STATUS
                WHEN 100
                    MOVE "Y" TO INQ_ROW_FOUND
                WHEN 101
                    CONTINUE
                WHEN OTHER
                    MOVE "Y" TO INQ_SQL_FAILED
            END-EVALUATE.

        GET-INQUIRY-COLUMN.
      *>     Column INQ_COLUMN of the current row as text - SQLite
      *>     renders numbers as text itself.  NULL reads "(none)".
            MOVE "(none)" TO INQ_COLUMN_TEXT.
            CALL "sqlite3_column_text" USING BY REFERENCE INQ_STMT,
                    INQ_COLUMN
                RETURNING INQ_COLUMN_PTR
            END-CALL.
            CALL "sqlite3_column_bytes" USING BY REFERENCE INQ_STMT,
                    INQ_COLUMN
                RETURNING INQ_COLUMN_BYTES
            END-CALL.
            IF INQ_COLUMN_PTR NOT = NULL AND INQ_COLUMN_BYTES > ZERO
                IF INQ_COLUMN_BYTES > 64
                    MOVE 64 TO INQ_COLUMN_BYTES
                END-IF
                SET ADDRESS OF INQ_COLUMN_AREA TO INQ_COLUMN_PTR
                MOVE SPACES TO INQ_COLUMN_TEXT
                MOVE INQ_COLUMN_AREA(1:INQ_COLUMN_BYTES)
                    TO INQ_COLUMN_TEXT
            END-IF.

        FINISH-INQUIRY-STATEMENT.
            IF INQ_STMT NOT = NULL
                CALL "sqlite3_finalize" USING BY REFERENCE INQ_STMT
                    RETURNING DB_STATUS
                END-CALL
                SET INQ_STMT TO NULL
            END-IF.

        CLOSE-INQUIRY-DATABASE.
            CALL "sqlite3_close" USING BY REFERENCE DB_HANDLE
                RETURNING DB_STATUS
            END-CALL.

        WRITE-INQUIRY-LOG.
      *>     One INQLOG line per inquiry, answered or not: when
      *>     (timestamp|who|which ind-number as asked|HTTP status|
      *>     which portfolio as asked, blank for none).
            MOVE CURRENT-DATE TO INQ_LOG_TIMESTAMP.
            MOVE SPACES TO INQUIRY-LOG-RECORD.
            STRING INQ_LOG_TIMESTAMP           DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   TRIM(INQ_REQUESTER)         DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   TRIM(INQ_IND_TEXT)          DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   TRIM(HTTP_STATUS)           DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   TRIM(INQ_PORTFOLIO_TEXT)    DELIMITED BY SIZE
              INTO INQUIRY-LOG-RECORD
            END-STRING.
            OPEN EXTEND INQUIRY-LOG-FILE.
            IF NOT INQLOG_FILE_OK
                OPEN OUTPUT INQUIRY-LOG-FILE
            END-IF.
            WRITE INQUIRY-LOG-RECORD.
            CLOSE INQUIRY-LOG-FILE.
