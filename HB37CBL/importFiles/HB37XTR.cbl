            SELECT HB37XCK ASSIGN TO HB37XCK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XCK-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37XTR - NIGHTLY SINGLE-PASS HB37LOG EXTRACT
      * HB37LOG EXACTLY ONCE, AND WRITES EACH CONSUMER'S SLICE:
      *
      *   HB37DAYS  EVERY RECORD TIMESTAMPED WITH THE RUN DATE
      *             (SUMMARY AND DETAIL ALIKE) - HB37RPT'S INPUT,
      *             HB37SCR'S FOR THE 'D'/'C' COMPONENT
      *             SCORECARD, AND HB37XPC'S FOR THE CROSS-PORT
      *             OUTAGE CORRELATION.
      *   HB37LCEL  ONE LATENCY CELL RECORD PER EXECUTED SUMMARY
      *             CHECK OF THE RUN DATE - HB37LAT'S INPUT. CHECKS
      *             THAT NEVER RAN ('PI'/'UO'/'DU'/'VH') ARE FILTERED
           05 CKP-TYPE                   PIC X(1).
           05 CKP-TRCDNAME               PIC X(8).
           05 CKP-COUNT                  PIC 9(9).
           05 CKP-STREAK-TS              PIC X(14).
           05 CKP-STREAK-SEQ             PIC 9(9).

        FD  HB37DAYS.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==DAY-RECORD==
                                ==PFX-RESOURCE==  BY ==MTD-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==MTD-SEQ-NUM==.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS                 PIC X(2).
        01 WS-CKP-STATUS                 PIC X(2).
           05 FILLER                     PIC X(5)     VALUE ' MTD='.
           05 SM-MTD                     PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                 PIC X(2).
        01 WS-CTL-START-STAMP            PIC X(21).
        01 WS-CTL-END-STAMP              PIC X(21).

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
            PERFORM 1000-LOAD-CHECKPOINT-POS
            PERFORM 1500-OPEN-SLICE-FILES
            PERFORM 2000-EXTRACT-SLICES
            PERFORM 9000-CLOSE-AND-SUMMARIZE
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
                    'STATUS ' WS-XCK-STATUS ', MONTH-TO-DATE CUT '
                    'WILL REPEAT NEXT RUN' UPON CONSOLE
            END-IF.

      *****************************************************************
      * ONE RUN-CONTROL RECORD PER EXECUTION FOR THE HB37BAL
      * BALANCING STEP: WHEN THIS STEP RAN, HOW IT ENDED, AND THE
      * RECORD COUNTS HB37BAL BALANCES AGAINST THE NEIGHBOURING
      * STEPS. A DATASET THAT WILL NOT OPEN COSTS THE RECORD, NEVER
      * THE RUN - HB37BAL THEN REPORTS THIS STEP MISSING.
      *****************************************************************
        9700-WRITE-RUN-CONTROL.
            OPEN EXTEND HB37CTL
            IF WS-CTL-STATUS = '00'
                MOVE SPACES TO HB37CTL-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-CTL-END-STAMP
                MOVE 'HB37XTR' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37LOG' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-RECS-READ TO CTL-FILE-COUNT (1)
                MOVE 'HB37DAYS' TO CTL-FILE-DD (2)
                SET CTL-FILE-WRITTEN (2) TO TRUE
                MOVE WS-DAYS-COUNT TO CTL-FILE-COUNT (2)
                MOVE 'HB37LCEL' TO CTL-FILE-DD (3)
                SET CTL-FILE-WRITTEN (3) TO TRUE
                MOVE WS-LCEL-COUNT TO CTL-FILE-COUNT (3)
                MOVE 'HB37NEWR' TO CTL-FILE-DD (4)
                SET CTL-FILE-WRITTEN (4) TO TRUE
                MOVE WS-NEWR-COUNT TO CTL-FILE-COUNT (4)
                MOVE 'HB37MTD' TO CTL-FILE-DD (5)
                SET CTL-FILE-WRITTEN (5) TO TRUE
                MOVE WS-MTD-COUNT TO CTL-FILE-COUNT (5)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37XTR WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
