        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37BAL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37BAL-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
            SELECT HB37BAL ASSIGN TO HB37BAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BAL-STATUS.
            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
        DATA DIVISION.
      *
      * HB37BAL - NIGHTLY STREAM CONTROL-TOTAL BALANCING
      * THE NIGHTLY STREAM IS A CHAIN - HB37XTR, THEN HB37MON/HB37RPT/
      * HB37LAT/HB37SCR/HB37XPC/HB37EVR, THEN HB37ARC, HB37VFY/
      * HB37STU, HB37SIL AND HB37SYN, THEN THE HB37DIG DIGEST - AND
      * NOTHING USED TO PROVE THAT EACH STEP CONSUMED WHAT THE STEP
      * BEFORE IT PRODUCED, OR EVEN RAN. A MISSED STEP SURFACED DAYS
      * LATER AS A STRANGE NUMBER. EVERY STEP NOW APPENDS A
      * RUN-CONTROL RECORD TO HB37CTL (SEE THE HB37CTLR COPYBOOK
      * NOTES), AND THIS STEP, RUN AFTER HB37SYN AND AHEAD OF HB37DIG,
      * BALANCES THE RUN DATE'S RECORDS:
      *
      *   - EVERY STEP PRESENT EXACTLY ONCE. A MISSING STEP OR ONE
      *     THAT RAN MORE THAN ONCE IS OUT OF BALANCE. HB37DIG RUNS
      *     AFTER THIS STEP, SO IT IS ONLY CHECKED WHEN IT IS ALREADY
      *     THERE (A RERUN OF THIS STEP).
      *   - EVERY STEP IN ORDER: A STEP MUST NOT START BEFORE EVERY
      *     STEP OF THE STAGE IN FRONT OF IT HAS ENDED.
      *   - EVERY STEP ENDED WITH A COMPLETION CODE OF 4 OR LESS.
      *   - THE HB37XTR SLICE COUNTS (HB37DAYS, HB37LCEL, HB37NEWR)
      *     EQUAL THE READ COUNTS OF THE STEPS THAT CONSUME THEM.
      *     HB37MTD IS CARRIED ON THE REPORT BUT HAS NO NIGHTLY
      *     READER - HB37AVL READS THE WHOLE MONTH AT MONTH END.
      *   - HB37ARC READ AT LEAST THE HB37LOG RECORDS HB37XTR READ
      *     (ONLINE TRAFFIC MAY APPEND BETWEEN THE TWO, NEVER REMOVE),
      *     AND EVERY LOG AND OVERFLOW RECORD IT READ WAS EITHER
      *     ARCHIVED OR WRITTEN BACK: READ = ARCHIVED + KEPT.
      *   - HB37VFY READ AT LEAST THE HB37LOG AND HB37OVF RECORDS
      *     HB37ARC WROTE BACK.
      *
      * A MULTIPLE RUN IS BALANCED OFF ITS LATEST RECORD. EACH ITEM
      * OUT OF BALANCE GOES TO HB37EXC AT SEVERITY 2 AND THE STEP
      * ENDS WITH RETURN-CODE 8, SO THE SCHEDULER HOLDS HB37DIG
      * UNTIL SOMEONE HAS LOOKED. AN HB37CTL THAT WILL NOT OPEN
      * MAKES EVERY STEP MISSING, WHICH IS THE RIGHT ANSWER.
      *
      * PARM CARD (SYSIN): COLS 1-8 = RUN DATE YYYYMMDD, TO REBALANCE
      * AN EARLIER NIGHT. NO CARD OR A BAD CARD BALANCES TODAY.
      *
        FILE SECTION.
        FD  HB37BAL-IN.
        01 PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(8).
           05 FILLER                     PIC X(72).

        FD  HB37CTL.
        COPY HB37CTLR.

        FD  HB37BAL.
        01 BAL-LINE                     PIC X(132).

        FD  HB37EXC.
        COPY HB37EXCR.

        WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS                PIC X(2).
        01 WS-CTL-STATUS                 PIC X(2).
        01 WS-BAL-STATUS                 PIC X(2).

        01 WS-CTL-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-CTL-EOF                              VALUE 'Y'.
        01 WS-CTL-AVAIL-SW               PIC X(1)     VALUE 'N'.
           88 WS-CTL-AVAILABLE                        VALUE 'Y'.

        01 WS-RUN-DATE                   PIC X(8).
        01 WS-CTL-READ                   PIC 9(9)     VALUE 0.
        01 WS-CTL-MATCHED                PIC 9(9)     VALUE 0.
        01 WS-OUT-COUNT                  PIC 9(5)     VALUE 0.

      *****************************************************************
      * THE STREAM: PROGRAM, STAGE AND WHETHER IT MUST BE PRESENT BY
      * THE TIME THIS STEP RUNS. A STEP MUST NOT START BEFORE EVERY
      * PRESENT STEP OF THE STAGE BELOW IT HAS ENDED.
      *****************************************************************
        01 WS-STREAM-VALUES.
           05 FILLER                     PIC X(10)    VALUE
              'HB37XTR 1Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37MON 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37RPT 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37LAT 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37SCR 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37XPC 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37EVR 2Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37ARC 3Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37VFY 4Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37STU 4Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37SIL 5Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37SYN 6Y'.
           05 FILLER                     PIC X(10)    VALUE
              'HB37DIG 7N'.
        01 WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
           05 WS-STR-ENTRY OCCURS 13 TIMES.
              10 WS-STR-PROGRAM          PIC X(8).
              10 WS-STR-STAGE            PIC 9(1).
              10 WS-STR-REQUIRED-SW      PIC X(1).
                 88 WS-STR-REQUIRED                   VALUE 'Y'.
        01 WS-STEP-TOTAL                 PIC 9(2)     VALUE 13.
        01 WS-XTR-STEP                   PIC 9(2)     VALUE 1.
        01 WS-ARC-STEP                   PIC 9(2)     VALUE 8.
        01 WS-VFY-STEP                   PIC 9(2)     VALUE 9.

      *****************************************************************
      * WHAT EACH STEP'S LATEST RUN-CONTROL RECORD FOR THE RUN DATE
      * SAID, PARALLEL TO THE STREAM TABLE ABOVE.
      *****************************************************************
        01 WS-STEP-TABLE.
           05 WS-STP-ENTRY OCCURS 13 TIMES.
              10 WS-STP-RUNS             PIC 9(3)     VALUE 0.
              10 WS-STP-START-TS         PIC X(14)    VALUE SPACES.
              10 WS-STP-END-TS           PIC X(14)    VALUE SPACES.
              10 WS-STP-COMP-CODE        PIC 9(4)     VALUE 0.
              10 WS-STP-STATE            PIC X(30)    VALUE SPACES.
              10 WS-STP-FILE OCCURS 8 TIMES.
                 15 WS-STP-FILE-DD       PIC X(8)     VALUE SPACES.
                 15 WS-STP-FILE-IO       PIC X(1)     VALUE SPACES.
                 15 WS-STP-FILE-COUNT    PIC 9(9)     VALUE 0.

        01 WS-STEP-NO                    PIC 9(2)     VALUE 0.
        01 WS-PRIOR-NO                   PIC 9(2)     VALUE 0.
        01 WS-FILE-NO                    PIC 9(2)     VALUE 0.
        01 WS-STEP-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-STEP-FOUND                           VALUE 'Y'.

      *****************************************************************
      * COUNT LOOKUP: WS-FIND-STEP/DD/IO IN, WS-FIND-COUNT OUT.
      *****************************************************************
        01 WS-FIND-STEP                  PIC 9(2)     VALUE 0.
        01 WS-FIND-DD                    PIC X(8).
        01 WS-FIND-IO                    PIC X(1).
        01 WS-FIND-COUNT                 PIC 9(9)     VALUE 0.
        01 WS-FIND-NO                    PIC 9(2)     VALUE 0.
        01 WS-FIND-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-FIND-FOUND                           VALUE 'Y'.

      *****************************************************************
      * ONE BALANCE TEST: LEFT MUST EQUAL RIGHT ('E') OR BE AT LEAST
      * RIGHT ('G').
      *****************************************************************
        01 WS-BAL-LEFT                   PIC 9(9)     VALUE 0.
        01 WS-BAL-RIGHT                  PIC 9(9)     VALUE 0.
        01 WS-BAL-RULE                   PIC X(1).
           88 WS-BAL-EQUAL                            VALUE 'E'.
           88 WS-BAL-AT-LEAST                         VALUE 'G'.
        01 WS-BAL-OK-SW                  PIC X(1)     VALUE 'N'.
           88 WS-BAL-OK                               VALUE 'Y'.
        01 WS-XTR-LOG-READ               PIC 9(9)     VALUE 0.
        01 WS-ARC-IN                     PIC 9(9)     VALUE 0.
        01 WS-ARC-OUT                    PIC 9(9)     VALUE 0.
        01 WS-ARC-LOG-KEPT               PIC 9(9)     VALUE 0.
        01 WS-ARC-OVF-KEPT               PIC 9(9)     VALUE 0.
        01 WS-READER-COUNT               PIC 9(2)     VALUE 0.

      *****************************************************************
      * EXCEPTION-WRITE STATE FOR THE DIGEST. A DATASET THAT WILL NOT
      * OPEN COSTS THE DIGEST LINES, NEVER THE REPORT - WARNS ONCE.
      *****************************************************************
        01 WS-EXC-STATUS                 PIC X(2).
        01 WS-EXC-WARNED-SW              PIC X(1)     VALUE 'N'.
           88 WS-EXC-WARNED                           VALUE 'Y'.
        01 WS-EXC-STAMP                  PIC X(21).
        01 WS-EXC-TEXT                   PIC X(40).
        01 WS-EXC-STEP-TEXT.
           05 ES-PROGRAM                 PIC X(8).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 ES-PROBLEM                 PIC X(31).
        01 WS-EXC-ORDER-TEXT.
           05 EO-PROGRAM                 PIC X(8).
           05 FILLER                     PIC X(16)    VALUE
              ' STARTED BEFORE '.
           05 EO-PRIOR                   PIC X(8).
           05 FILLER                     PIC X(6)     VALUE ' ENDED'.
           05 FILLER                     PIC X(2)     VALUE SPACES.
        01 WS-EXC-BAL-TEXT.
           05 EB-DD                      PIC X(8).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 EB-LEFT                    PIC 9(9).
           05 FILLER                     PIC X(4)     VALUE ' VS '.
           05 EB-RIGHT                   PIC 9(9).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 EB-WHO                     PIC X(8).
        01 WS-RUNS-TEXT.
           05 FILLER                     PIC X(4)     VALUE 'RAN '.
           05 RX-RUNS                    PIC ZZ9.
           05 FILLER                     PIC X(6)     VALUE ' TIMES'.
        01 WS-RC-TEXT.
           05 FILLER                     PIC X(14)    VALUE
              'ENDED WITH RC '.
           05 RC-CODE                    PIC ZZZ9.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-START-STAMP            PIC X(21).
        01 WS-CTL-END-STAMP              PIC X(21).

        01 WS-HEADING-1.
           05 FILLER                    PIC X(45)    VALUE
              'HB37BAL - NIGHTLY STREAM CONTROL BALANCING'.
           05 FILLER                    PIC X(9)     VALUE
              'RUN DATE '.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(9)     VALUE 'STEP'.
           05 FILLER                    PIC X(6)     VALUE 'RUNS'.
           05 FILLER                    PIC X(15)    VALUE 'START'.
           05 FILLER                    PIC X(15)    VALUE 'END'.
           05 FILLER                    PIC X(5)     VALUE '  RC'.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 FILLER                    PIC X(30)    VALUE 'STATE'.

        01 WS-STEP-LINE.
           05 SL-PROGRAM                PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 SL-RUNS                   PIC ZZ9.
           05 FILLER                    PIC X(3)     VALUE SPACES.
           05 SL-START                  PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 SL-END                    PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 SL-COMP-CODE              PIC ZZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 SL-STATE                  PIC X(30).

        01 WS-HEADING-3.
           05 FILLER                    PIC X(9)     VALUE 'DATASET'.
           05 FILLER                    PIC X(28)    VALUE
              'COUNTED BY'.
           05 FILLER                    PIC X(28)    VALUE
              'AGAINST'.
           05 FILLER                    PIC X(5)     VALUE 'RULE'.
           05 FILLER                    PIC X(14)    VALUE 'RESULT'.

        01 WS-BALANCE-LINE.
           05 BL-DD                     PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 BL-LEFT-WHO               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 BL-LEFT-WHAT              PIC X(6).
           05 BL-LEFT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 BL-RIGHT-WHO              PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 BL-RIGHT-WHAT             PIC X(6).
           05 BL-RIGHT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 BL-RULE                   PIC X(2).
           05 FILLER                    PIC X(3)     VALUE SPACES.
           05 BL-RESULT                 PIC X(14).

        01 WS-NOREADER-LINE.
           05 NL-DD                     PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 FILLER                    PIC X(14)    VALUE
              'HB37XTR WROTE '.
           05 NL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(27)    VALUE
              '  - NO READER IN THE STREAM'.

        01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(15)    VALUE
              'CONTROL RECS='.
           05 TR-MATCHED                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(17)    VALUE
              ' OUT OF BALANCE='.
           05 TR-OUT                    PIC ZZ,ZZ9.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-CLEAN-LINE                PIC X(56)    VALUE
           'STREAM IN BALANCE - EVERY STEP RAN ONCE, IN ORDER'.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            PERFORM 1000-GET-PARMS
            PERFORM 2000-LOAD-CONTROL-RECORDS
            OPEN OUTPUT HB37BAL
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO BAL-LINE
            WRITE BAL-LINE
            PERFORM 3000-CHECK-STEPS
            PERFORM 4000-CHECK-BALANCES
            MOVE WS-BLANK-LINE TO BAL-LINE
            WRITE BAL-LINE
            IF WS-OUT-COUNT = 0
                MOVE WS-CLEAN-LINE TO BAL-LINE
                WRITE BAL-LINE
            END-IF
            MOVE WS-CTL-MATCHED TO TR-MATCHED
            MOVE WS-OUT-COUNT TO TR-OUT
            MOVE WS-TRAILER-LINE TO BAL-LINE
            WRITE BAL-LINE
            CLOSE HB37BAL
            IF WS-OUT-COUNT > 0
                DISPLAY 'HB37BAL - ' WS-OUT-COUNT ' ITEMS OUT OF '
                    'BALANCE FOR ' WS-RUN-DATE ' - SEE HB37BAL'
                    UPON CONSOLE
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

        1000-GET-PARMS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT HB37BAL-IN
            IF WS-PARM-STATUS = '00'
                READ HB37BAL-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PARM-RUN-DATE IS NUMERIC
                            MOVE PARM-RUN-DATE TO WS-RUN-DATE
                        ELSE
                            DISPLAY 'HB37BAL WARNING - BAD RUN DATE '
                                'PARM ' PARM-RUN-DATE ', BALANCING '
                                WS-RUN-DATE UPON CONSOLE
                        END-IF
                END-READ
                CLOSE HB37BAL-IN
            END-IF.

      *****************************************************************
      * KEEP THE LATEST RECORD OF EACH STREAM STEP FOR THE RUN DATE
      * AND COUNT HOW MANY IT HAS. RECORDS OF OTHER DATES AND OTHER
      * PROGRAMS (THIS ONE INCLUDED) PASS BY.
      *****************************************************************
        2000-LOAD-CONTROL-RECORDS.
            OPEN INPUT HB37CTL
            IF WS-CTL-STATUS NOT = '00'
                DISPLAY 'HB37BAL - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', EVERY STEP WILL SHOW MISSING'
                    UPON CONSOLE
            ELSE
                SET WS-CTL-AVAILABLE TO TRUE
                READ HB37CTL
                    AT END SET WS-CTL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-CTL-EOF
                    ADD 1 TO WS-CTL-READ
                    IF CTL-RUN-DATE = WS-RUN-DATE
                        PERFORM 2100-NOTE-CONTROL-RECORD
                    END-IF
                    READ HB37CTL
                        AT END SET WS-CTL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37CTL
            END-IF.

        2100-NOTE-CONTROL-RECORD.
            MOVE 'N' TO WS-STEP-FOUND-SW
            PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > WS-STEP-TOTAL
                       OR WS-STEP-FOUND
                IF WS-STR-PROGRAM (WS-STEP-NO) = CTL-PROGRAM
                    SET WS-STEP-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-STEP-FOUND
                SUBTRACT 1 FROM WS-STEP-NO
                ADD 1 TO WS-CTL-MATCHED
                ADD 1 TO WS-STP-RUNS (WS-STEP-NO)
                IF WS-STP-RUNS (WS-STEP-NO) = 1
                   OR CTL-START-TS > WS-STP-START-TS (WS-STEP-NO)
                    PERFORM 2200-KEEP-CONTROL-RECORD
                END-IF
            END-IF.

        2200-KEEP-CONTROL-RECORD.
            MOVE CTL-START-TS TO WS-STP-START-TS (WS-STEP-NO)
            MOVE CTL-END-TS TO WS-STP-END-TS (WS-STEP-NO)
            IF CTL-COMP-CODE IS NUMERIC
                MOVE CTL-COMP-CODE TO WS-STP-COMP-CODE (WS-STEP-NO)
            ELSE
                MOVE 9999 TO WS-STP-COMP-CODE (WS-STEP-NO)
            END-IF
            PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                    UNTIL WS-FILE-NO > 8
                MOVE CTL-FILE-DD (WS-FILE-NO)
                    TO WS-STP-FILE-DD (WS-STEP-NO, WS-FILE-NO)
                MOVE CTL-FILE-IO (WS-FILE-NO)
                    TO WS-STP-FILE-IO (WS-STEP-NO, WS-FILE-NO)
                IF CTL-FILE-COUNT (WS-FILE-NO) IS NUMERIC
                    MOVE CTL-FILE-COUNT (WS-FILE-NO)
                        TO WS-STP-FILE-COUNT (WS-STEP-NO, WS-FILE-NO)
                ELSE
                    MOVE 0
                        TO WS-STP-FILE-COUNT (WS-STEP-NO, WS-FILE-NO)
                END-IF
            END-PERFORM.

      *****************************************************************
      * PRESENCE, MULTIPLE RUNS, COMPLETION CODE AND ORDER PER STEP,
      * THEN ONE LINE PER STEP WITH ITS STATE.
      *****************************************************************
        3000-CHECK-STEPS.
            PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > WS-STEP-TOTAL
                PERFORM 3100-CHECK-ONE-STEP
            END-PERFORM
            PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > WS-STEP-TOTAL
                IF WS-STP-RUNS (WS-STEP-NO) > 0
                    PERFORM 3200-CHECK-ORDER
                END-IF
            END-PERFORM
            MOVE WS-BLANK-LINE TO BAL-LINE
            WRITE BAL-LINE
            MOVE WS-HEADING-2 TO BAL-LINE
            WRITE BAL-LINE
            PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > WS-STEP-TOTAL
                PERFORM 3500-PRINT-STEP
            END-PERFORM.

        3100-CHECK-ONE-STEP.
            MOVE WS-STR-PROGRAM (WS-STEP-NO) TO ES-PROGRAM
            EVALUATE TRUE
                WHEN WS-STP-RUNS (WS-STEP-NO) = 0
                    IF WS-STR-REQUIRED (WS-STEP-NO)
                        MOVE 'MISSING' TO WS-STP-STATE (WS-STEP-NO)
                        MOVE 'MISSING FROM THE STREAM' TO ES-PROBLEM
                        PERFORM 3900-FLAG-STEP
                    ELSE
                        MOVE 'NOT YET RUN'
                            TO WS-STP-STATE (WS-STEP-NO)
                    END-IF
                WHEN WS-STP-RUNS (WS-STEP-NO) > 1
                    MOVE WS-STP-RUNS (WS-STEP-NO) TO RX-RUNS
                    MOVE WS-RUNS-TEXT TO WS-STP-STATE (WS-STEP-NO)
                    MOVE WS-RUNS-TEXT TO ES-PROBLEM
                    PERFORM 3900-FLAG-STEP
                WHEN OTHER
                    MOVE 'OK' TO WS-STP-STATE (WS-STEP-NO)
            END-EVALUATE
            IF WS-STP-RUNS (WS-STEP-NO) > 0
               AND WS-STP-COMP-CODE (WS-STEP-NO) > 4
                MOVE WS-STP-COMP-CODE (WS-STEP-NO) TO RC-CODE
                MOVE WS-RC-TEXT TO WS-STP-STATE (WS-STEP-NO)
                MOVE WS-RC-TEXT TO ES-PROBLEM
                PERFORM 3900-FLAG-STEP
            END-IF.

      *****************************************************************
      * THIS STEP AGAINST EVERY PRESENT STEP OF THE STAGE BELOW IT.
      *****************************************************************
        3200-CHECK-ORDER.
            PERFORM VARYING WS-PRIOR-NO FROM 1 BY 1
                    UNTIL WS-PRIOR-NO > WS-STEP-TOTAL
                IF WS-STR-STAGE (WS-PRIOR-NO) + 1
                        = WS-STR-STAGE (WS-STEP-NO)
                   AND WS-STP-RUNS (WS-PRIOR-NO) > 0
                   AND WS-STP-START-TS (WS-STEP-NO)
                        < WS-STP-END-TS (WS-PRIOR-NO)
                    MOVE WS-STR-PROGRAM (WS-STEP-NO) TO EO-PROGRAM
                    MOVE WS-STR-PROGRAM (WS-PRIOR-NO) TO EO-PRIOR
                    MOVE 'OUT OF ORDER'
                        TO WS-STP-STATE (WS-STEP-NO)
                    MOVE WS-EXC-ORDER-TEXT TO WS-EXC-TEXT
                    PERFORM 9800-WRITE-EXCEPTION
                    ADD 1 TO WS-OUT-COUNT
                END-IF
            END-PERFORM.

        3500-PRINT-STEP.
            MOVE WS-STR-PROGRAM (WS-STEP-NO) TO SL-PROGRAM
            MOVE WS-STP-RUNS (WS-STEP-NO) TO SL-RUNS
            MOVE WS-STP-START-TS (WS-STEP-NO) TO SL-START
            MOVE WS-STP-END-TS (WS-STEP-NO) TO SL-END
            MOVE WS-STP-COMP-CODE (WS-STEP-NO) TO SL-COMP-CODE
            MOVE WS-STP-STATE (WS-STEP-NO) TO SL-STATE
            MOVE WS-STEP-LINE TO BAL-LINE
            WRITE BAL-LINE.

        3900-FLAG-STEP.
            MOVE WS-EXC-STEP-TEXT TO WS-EXC-TEXT
            PERFORM 9800-WRITE-EXCEPTION
            ADD 1 TO WS-OUT-COUNT.

      *****************************************************************
      * RECORD-COUNT BALANCING. A STEP THAT IS MISSING HAS ALREADY
      * BEEN FLAGGED, SO ITS BALANCES ARE SKIPPED RATHER THAN
      * REPORTED AGAIN AS A STRING OF ZEROES.
      *****************************************************************
        4000-CHECK-BALANCES.
            MOVE WS-BLANK-LINE TO BAL-LINE
            WRITE BAL-LINE
            MOVE WS-HEADING-3 TO BAL-LINE
            WRITE BAL-LINE
            IF WS-STP-RUNS (WS-XTR-STEP) > 0
                PERFORM 4100-CHECK-SLICE
                    VARYING WS-FILE-NO FROM 1 BY 1
                    UNTIL WS-FILE-NO > 8
            END-IF
            IF WS-STP-RUNS (WS-ARC-STEP) > 0
                PERFORM 4200-CHECK-ARCHIVE
            END-IF
            IF WS-STP-RUNS (WS-VFY-STEP) > 0
               AND WS-STP-RUNS (WS-ARC-STEP) > 0
                PERFORM 4300-CHECK-VERIFY
            END-IF.

      *****************************************************************
      * EACH HB37XTR SLICE AGAINST EVERY PRESENT STEP THAT READ IT.
      *****************************************************************
        4100-CHECK-SLICE.
            IF WS-STP-FILE-IO (WS-XTR-STEP, WS-FILE-NO) = 'W'
                MOVE 0 TO WS-READER-COUNT
                MOVE WS-STP-FILE-DD (WS-XTR-STEP, WS-FILE-NO)
                    TO WS-FIND-DD
                MOVE 'R' TO WS-FIND-IO
                PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                        UNTIL WS-STEP-NO > WS-STEP-TOTAL
                    IF WS-STEP-NO NOT = WS-XTR-STEP
                       AND WS-STP-RUNS (WS-STEP-NO) > 0
                        MOVE WS-STEP-NO TO WS-FIND-STEP
                        PERFORM 8600-FIND-COUNT
                        IF WS-FIND-FOUND
                            ADD 1 TO WS-READER-COUNT
                            MOVE WS-FIND-DD TO BL-DD
                            MOVE 'HB37XTR' TO BL-LEFT-WHO
                            MOVE 'WROTE' TO BL-LEFT-WHAT
                            MOVE WS-STR-PROGRAM (WS-STEP-NO)
                                TO BL-RIGHT-WHO
                            MOVE 'READ' TO BL-RIGHT-WHAT
                            MOVE WS-STP-FILE-COUNT
                                    (WS-XTR-STEP, WS-FILE-NO)
                                TO WS-BAL-LEFT
                            MOVE WS-FIND-COUNT TO WS-BAL-RIGHT
                            SET WS-BAL-EQUAL TO TRUE
                            PERFORM 8700-TEST-BALANCE
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-READER-COUNT = 0
                    MOVE WS-FIND-DD TO NL-DD
                    MOVE WS-STP-FILE-COUNT (WS-XTR-STEP, WS-FILE-NO)
                        TO NL-COUNT
                    MOVE WS-NOREADER-LINE TO BAL-LINE
                    WRITE BAL-LINE
                END-IF
            END-IF.

      *****************************************************************
      * HB37ARC BEFORE THE PURGE AGAINST HB37XTR, THEN READ AGAINST
      * ARCHIVED PLUS WRITTEN BACK ACROSS THE LOG AND THE OVERFLOW.
      *****************************************************************
        4200-CHECK-ARCHIVE.
            MOVE WS-ARC-STEP TO WS-FIND-STEP
            MOVE 'HB37LOG' TO WS-FIND-DD
            MOVE 'R' TO WS-FIND-IO
            PERFORM 8600-FIND-COUNT
            MOVE WS-FIND-COUNT TO WS-ARC-IN
            IF WS-STP-RUNS (WS-XTR-STEP) > 0
                MOVE WS-ARC-IN TO WS-BAL-LEFT
                MOVE WS-XTR-STEP TO WS-FIND-STEP
                PERFORM 8600-FIND-COUNT
                MOVE WS-FIND-COUNT TO WS-BAL-RIGHT
                MOVE 'HB37LOG' TO BL-DD
                MOVE 'HB37ARC' TO BL-LEFT-WHO
                MOVE 'READ' TO BL-LEFT-WHAT
                MOVE 'HB37XTR' TO BL-RIGHT-WHO
                MOVE 'READ' TO BL-RIGHT-WHAT
                SET WS-BAL-AT-LEAST TO TRUE
                PERFORM 8700-TEST-BALANCE
            END-IF
            MOVE WS-ARC-STEP TO WS-FIND-STEP
            MOVE 'HB37OVF' TO WS-FIND-DD
            PERFORM 8600-FIND-COUNT
            ADD WS-FIND-COUNT TO WS-ARC-IN
            MOVE 'W' TO WS-FIND-IO
            PERFORM 8600-FIND-COUNT
            MOVE WS-FIND-COUNT TO WS-ARC-OVF-KEPT
            MOVE 'HB37LOG' TO WS-FIND-DD
            PERFORM 8600-FIND-COUNT
            MOVE WS-FIND-COUNT TO WS-ARC-LOG-KEPT
            MOVE 'HB37ARCH' TO WS-FIND-DD
            PERFORM 8600-FIND-COUNT
            COMPUTE WS-ARC-OUT =
                WS-FIND-COUNT + WS-ARC-LOG-KEPT + WS-ARC-OVF-KEPT
            MOVE WS-ARC-IN TO WS-BAL-LEFT
            MOVE WS-ARC-OUT TO WS-BAL-RIGHT
            MOVE 'LOG+OVF' TO BL-DD
            MOVE 'HB37ARC' TO BL-LEFT-WHO
            MOVE 'READ' TO BL-LEFT-WHAT
            MOVE 'HB37ARC' TO BL-RIGHT-WHO
            MOVE 'ARC+WR' TO BL-RIGHT-WHAT
            SET WS-BAL-EQUAL TO TRUE
            PERFORM 8700-TEST-BALANCE.

        4300-CHECK-VERIFY.
            MOVE WS-VFY-STEP TO WS-FIND-STEP
            MOVE 'HB37LOG' TO WS-FIND-DD
            MOVE 'R' TO WS-FIND-IO
            PERFORM 8600-FIND-COUNT
            MOVE WS-FIND-COUNT TO WS-BAL-LEFT
            MOVE WS-ARC-LOG-KEPT TO WS-BAL-RIGHT
            MOVE 'HB37LOG' TO BL-DD
            MOVE 'HB37VFY' TO BL-LEFT-WHO
            MOVE 'READ' TO BL-LEFT-WHAT
            MOVE 'HB37ARC' TO BL-RIGHT-WHO
            MOVE 'WROTE' TO BL-RIGHT-WHAT
            SET WS-BAL-AT-LEAST TO TRUE
            PERFORM 8700-TEST-BALANCE
            MOVE 'HB37OVF' TO WS-FIND-DD
            PERFORM 8600-FIND-COUNT
            MOVE WS-FIND-COUNT TO WS-BAL-LEFT
            MOVE WS-ARC-OVF-KEPT TO WS-BAL-RIGHT
            MOVE 'HB37OVF' TO BL-DD
            PERFORM 8700-TEST-BALANCE.

        8600-FIND-COUNT.
            MOVE 0 TO WS-FIND-COUNT
            MOVE 'N' TO WS-FIND-FOUND-SW
            PERFORM VARYING WS-FIND-NO FROM 1 BY 1
                    UNTIL WS-FIND-NO > 8 OR WS-FIND-FOUND
                IF WS-STP-FILE-DD (WS-FIND-STEP, WS-FIND-NO)
                        = WS-FIND-DD
                   AND WS-STP-FILE-IO (WS-FIND-STEP, WS-FIND-NO)
                        = WS-FIND-IO
                    SET WS-FIND-FOUND TO TRUE
                    MOVE WS-STP-FILE-COUNT (WS-FIND-STEP, WS-FIND-NO)
                        TO WS-FIND-COUNT
                END-IF
            END-PERFORM.

      *****************************************************************
      * PRINT ONE BALANCE LINE; AN ITEM OUT OF BALANCE ALSO GOES TO
      * THE DIGEST. THE CALLER HAS FILLED IN THE LINE'S NAMES.
      *****************************************************************
        8700-TEST-BALANCE.
            MOVE 'N' TO WS-BAL-OK-SW
            IF WS-BAL-EQUAL
                MOVE '=' TO BL-RULE
                IF WS-BAL-LEFT = WS-BAL-RIGHT
                    SET WS-BAL-OK TO TRUE
                END-IF
            ELSE
                MOVE '>=' TO BL-RULE
                IF WS-BAL-LEFT NOT < WS-BAL-RIGHT
                    SET WS-BAL-OK TO TRUE
                END-IF
            END-IF
            MOVE WS-BAL-LEFT TO BL-LEFT
            MOVE WS-BAL-RIGHT TO BL-RIGHT
            IF WS-BAL-OK
                MOVE 'OK' TO BL-RESULT
            ELSE
                MOVE 'OUT OF BALANCE' TO BL-RESULT
                MOVE BL-DD TO EB-DD
                MOVE WS-BAL-LEFT TO EB-LEFT
                MOVE WS-BAL-RIGHT TO EB-RIGHT
                MOVE BL-LEFT-WHO TO EB-WHO
                MOVE WS-EXC-BAL-TEXT TO WS-EXC-TEXT
                PERFORM 9800-WRITE-EXCEPTION
                ADD 1 TO WS-OUT-COUNT
            END-IF
            MOVE WS-BALANCE-LINE TO BAL-LINE
            WRITE BAL-LINE.

      *****************************************************************
      * THIS STEP'S OWN RUN-CONTROL RECORD, SO A RERUN OF THE
      * BALANCING ITSELF IS ON THE RECORD TOO.
      *****************************************************************
        9700-WRITE-RUN-CONTROL.
            OPEN EXTEND HB37CTL
            IF WS-CTL-STATUS = '00'
                MOVE SPACES TO HB37CTL-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-CTL-END-STAMP
                MOVE 'HB37BAL' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37CTL' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-CTL-READ TO CTL-FILE-COUNT (1)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37BAL WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.

      *****************************************************************
      * PUT EACH ITEM OUT OF BALANCE ON THE MORNING DIGEST: SEVERITY
      * 2 - NOTHING IS LOST YET, BUT A NUMBER IN TONIGHT'S REPORTS IS
      * WRONG UNTIL SOMEONE FINDS OUT WHY.
      *****************************************************************
        9800-WRITE-EXCEPTION.
            OPEN EXTEND HB37EXC
            IF WS-EXC-STATUS = '00'
                MOVE SPACES TO HB37EXC-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-EXC-STAMP
                MOVE WS-EXC-STAMP (1:14) TO EXC-TIMESTAMP
                MOVE 2 TO EXC-SEVERITY
                MOVE 'HB37BAL' TO EXC-SOURCE
                MOVE WS-EXC-TEXT TO EXC-TEXT
                WRITE HB37EXC-RECORD
                CLOSE HB37EXC
            ELSE
                IF NOT WS-EXC-WARNED
                    SET WS-EXC-WARNED TO TRUE
                    DISPLAY 'HB37BAL WARNING - HB37EXC UNAVAILABLE, '
                        'STATUS ' WS-EXC-STATUS ', ITEMS NOT ON '
                        'DIGEST' UPON CONSOLE
                END-IF
            END-IF.
