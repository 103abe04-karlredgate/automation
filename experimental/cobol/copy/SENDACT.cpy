      *****************************************************************
      *    SENDACT.cpy
      *    One line of the SENDSTAT sender-activity log - what each
      *    step did with the work an upstream sending system gave it,
      *    pipe-delimited like BATCHSTAT.  The sending-system code
      *    travels on every card in CARDREC columns 10-17 (FOOINTK
      *    stamps it from the batch header); a keyed card carries
      *    none and is logged as KEYED.  FOOINTK writes BATCH and
      *    BATCHREJ, FOOEDIT writes REJECT, FOOSUSP writes RECYCLED
      *    and PURGED (with the days the card sat in suspense), and
      *    EXAMPLES writes LOADED with the count committed at each
      *    checkpoint.  FOOSCORE reads the log back for the monthly
      *    per-sender scorecard.
      *****************************************************************
       01  SENDER-ACTIVITY-LINE.
           02  SA-CYCLE-DATE           PIC X(8).
           02  FILLER                  PIC X VALUE '|'.
           02  SA-PROGRAM-ID           PIC X(8).
           02  FILLER                  PIC X VALUE '|'.
           02  SA-SENDING-SYSTEM       PIC X(8).
           02  FILLER                  PIC X VALUE '|'.
           02  SA-EVENT                PIC X(8).
               88  SA-BATCH-RECEIVED   VALUE 'BATCH'.
               88  SA-BATCH-REJECTED   VALUE 'BATCHREJ'.
               88  SA-CARD-REJECTED    VALUE 'REJECT'.
               88  SA-CARDS-LOADED     VALUE 'LOADED'.
               88  SA-CARD-RECYCLED    VALUE 'RECYCLED'.
               88  SA-CARD-PURGED      VALUE 'PURGED'.
           02  FILLER                  PIC X VALUE '|'.
           02  SA-EVENT-COUNT          PIC 9(7).
           02  FILLER                  PIC X VALUE '|'.
           02  SA-DAYS-IN-SUSPENSE     PIC 9(5).
           02  FILLER                  PIC X VALUE '|'.
           02  SA-REASON               PIC X(44).
