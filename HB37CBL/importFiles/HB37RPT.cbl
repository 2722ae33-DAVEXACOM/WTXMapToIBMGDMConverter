            SELECT HB37RPT ASSIGN TO HB37RPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37RPT - DAILY VRU HEALTH CHECK SUMMARY REPORT
      * RUN-DATE FILTER AS THE SORT'S INPUT PROCEDURE, SO A STALE
      * SLICE LEFT OVER FROM A FAILED RERUN TOTALS AS ZERO INSTEAD OF
      * REPORTING YESTERDAY AS TODAY.
      *
      * HB37VDR VERIFICATION TRAFFIC (TRMLIDNT = THE HB37TST RESERVED
      * ID) IS DROPPED BY THE SAME FILTER - DELIBERATE FAILURE CASES
      * ARE NOT PRODUCTION HEALTH.
      *
        FILE SECTION.
        FD  HB37DAYS.
        FD  HB37RPT.
        01 RPT-LINE                     PIC X(80).

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        COPY HB37TST.

        01 WS-DAYS-STATUS               PIC X(2).
        01 WS-RPT-STATUS                PIC X(2).
        01 WS-EOF-SW                    PIC X(1)     VALUE 'N'.
              'OF WHICH MAINT WINDOW (MW)....'.
           05 MT-COUNT                  PIC ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).
        01 WS-DAYS-READ                 PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN OUTPUT HB37RPT
            MOVE WS-HEADING-1 TO RPT-LINE
                INPUT PROCEDURE 2000-FILTER-TODAYS-RECORDS
                OUTPUT PROCEDURE 3000-PRODUCE-REPORT
            CLOSE HB37RPT
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
                    AT END SET WS-DAYS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-DAYS-EOF
                    ADD 1 TO WS-DAYS-READ
      *            DB/CORE DETAIL RECORDS ('D'/'C') WOULD COUNT ONE
      *            CHECK SEVERAL TIMES OVER - SUMMARY RECORDS ONLY,
      *            AND NONE OF THE VERIFICATION DRIVER'S TEST CALLS.
                    IF DAY-TIMESTAMP (1:8) = WS-RUN-DATE
                       AND NOT DAY-DB-DETAIL
                       AND NOT DAY-CORE-DETAIL
                       AND DAY-TRMLIDNT NOT = HB37TST-TRMLIDNT
                        MOVE DAY-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                    END-IF
            MOVE WS-MAINT-COUNT TO MT-COUNT
            MOVE WS-MAINTTOT-LINE TO RPT-LINE
            WRITE RPT-LINE.

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
                MOVE 'HB37RPT' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37DAYS' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-DAYS-READ TO CTL-FILE-COUNT (1)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37RPT WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
