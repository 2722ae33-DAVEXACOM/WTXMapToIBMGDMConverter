            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37SIL - SILENT-PORT DETECTION
        FD  HB37EXC.
        COPY HB37EXCR.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-CFG-STATUS                 PIC X(2).
        01 WS-PORT-STATUS                PIC X(2).
        01 WS-CLEAN-LINE                PIC X(42)    VALUE
           'ALL ACTIVE PORTS REPORTING WITHIN CADENCE'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                 PIC X(2).
        01 WS-CTL-START-STAMP            PIC X(21).
        01 WS-CTL-END-STAMP              PIC X(21).
        01 WS-PORT-READ                  PIC 9(9)     VALUE 0.
        01 WS-STA-READ                   PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
            MOVE WS-NOW-STAMP (1:14) TO WS-NOW-TS
            MOVE WS-NOW-TS TO WS-TS-WORK
            IF WS-WATCH-COUNT = 0
                DISPLAY 'HB37SIL - NO ACTIVE PORTS TO WATCH'
                    UPON CONSOLE
                PERFORM 9700-WRITE-RUN-CONTROL
                GOBACK
            END-IF
            PERFORM 2000-SCAN-SNAPSHOT
            PERFORM 3000-LOAD-CAL-WINDOWS
            PERFORM 4000-REPORT-SILENT-PORTS
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
                    AT END SET WS-PORT-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-PORT-EOF
                    ADD 1 TO WS-PORT-READ
                    IF PT-PORT-ACTIVE
                        PERFORM 1100-WATCH-PORT
                    END-IF
                    AT END SET WS-STA-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-STA-EOF
                    ADD 1 TO WS-STA-READ
                    PERFORM 2100-NOTE-PORT-SEEN
                    READ HB37STA NEXT RECORD
                        AT END SET WS-STA-EOF TO TRUE
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2)).

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
                MOVE 'HB37SIL' TO CTL-PROGRAM
                MOVE WS-CTL-START-STAMP (1:8) TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37PORT' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-PORT-READ TO CTL-FILE-COUNT (1)
                MOVE 'HB37STA' TO CTL-FILE-DD (2)
                SET CTL-FILE-READ (2) TO TRUE
                MOVE WS-STA-READ TO CTL-FILE-COUNT (2)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37SIL WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
