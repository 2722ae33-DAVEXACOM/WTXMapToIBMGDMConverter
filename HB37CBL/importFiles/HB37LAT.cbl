            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37LAT - NIGHTLY PER-PORT LATENCY BASELINE AND DRIFT REPORT
        FD  HB37EXC.
        COPY HB37EXCR.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-LCEL-STATUS               PIC X(2).
        01 WS-BASE-STATUS               PIC X(2).
           05 FILLER                    PIC X(24)    VALUE
              ' P95 FROM FIRST 20000'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).
        01 WS-LCEL-READ                 PIC 9(9)     VALUE 0.
        01 WS-BASE-WRITTEN              PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            SORT SORTWK
                ON ASCENDING KEY SW-TRCDNAME SW-PORTIDNF SW-HOUR
            IF WS-MERGE-OK
                PERFORM 5000-REWRITE-BASELINE
            END-IF
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
                    AT END SET WS-LCEL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LCEL-EOF
                    ADD 1 TO WS-LCEL-READ
                    IF LCEL-DATE = WS-RUN-DATE
                        MOVE LCEL-TRCDNAME TO SW-TRCDNAME
                        MOVE LCEL-PORTIDNF TO SW-PORTIDNF
                        IF WS-BASE-STATUS NOT = '00'
                            SET WS-REWRITE-FAILED TO TRUE
                        ELSE
                            ADD 1 TO WS-BASE-WRITTEN
                            READ HB37BASW
                                AT END SET WS-BASW-EOF TO TRUE
                            END-READ
                        'INTACT IN HB37BASW' UPON CONSOLE
                END-IF
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
                MOVE 'HB37LAT' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37LCEL' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-LCEL-READ TO CTL-FILE-COUNT (1)
                MOVE 'HB37BASE' TO CTL-FILE-DD (2)
                SET CTL-FILE-WRITTEN (2) TO TRUE
                MOVE WS-BASE-WRITTEN TO CTL-FILE-COUNT (2)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37LAT WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
