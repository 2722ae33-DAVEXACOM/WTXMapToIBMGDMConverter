        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37SCR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37DAYS ASSIGN TO HB37DAYS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAYS-STATUS.
            SELECT SORTWK ASSIGN TO SORTWK1.
            SELECT HB37SCH ASSIGN TO HB37SCH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
            SELECT HB37SCHW ASSIGN TO HB37SCHW
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCHW-STATUS.
            SELECT HB37SCR ASSIGN TO HB37SCR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCR-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37SCR - NIGHTLY DB RESOURCE / CORE PROBE RELIABILITY
      * SCORECARD
      * SINCE HB37 STARTED WRITING ONE 'D' DETAIL RECORD PER HB37DBT
      * RESOURCE AND ONE 'C' DETAIL RECORD PER HB37COR PROBE BEHIND
      * EVERY OPTION-B/C SUMMARY, THE HISTORY HAS SAID EXACTLY WHICH
      * COMPONENT FAILED - BUT NOTHING ADDED IT UP, SO "WHICH
      * DATABASE IS THE FLAKY ONE" WAS STILL ANSWERED FROM MEMORY.
      * THIS JOB TAKES TODAY'S HB37DAYS SLICE (CUT BY THE HB37XTR
      * EXTRACT STEP EARLIER IN THE STREAM, SUMMARY AND DETAIL
      * RECORDS ALIKE) AND, PER DBT-RESOURCE AND PER COR-PROBE,
      * REPORTS:
      *
      *   PROBES, FAILURES AND FAILURE RATE
      *   AVERAGE, MAXIMUM AND 95TH-PERCENTILE ELAPSED MS
      *   THE WORST HOUR OF THE DAY (MOST FAILED PROBES)
      *   SOLE CAUSE - THE NUMBER OF FAILED OPTION-B/C SUMMARY
      *     CHECKS FOR WHICH THIS COMPONENT WAS THE ONLY FAILING
      *     COMPONENT, I.E. THE CHECKS IT BROUGHT DOWN ON ITS OWN
      *   THE SAME FIGURES ROLLED UP OVER THE LAST 7 AND 30 DAYS
      *
      * AS A RANKED LIST, WORST FIRST. THE RANKING KEY IS THE 7-DAY
      * FAILURE RATE (TIES BROKEN BY 7-DAY FAILURE COUNT) - ONE BAD
      * NIGHT SHOULD NOT OUTRANK A COMPONENT THAT HAS BEEN FLAKY ALL
      * WEEK, AND A 30-DAY KEY WOULD BE TOO SLOW TO SHOW A NEW ONE.
      *
      * THE SOLE-CAUSE ATTRIBUTION NEEDS EACH SUMMARY TOGETHER WITH
      * ITS OWN DETAIL RECORDS, SO THE SLICE IS SORTED ONCE BY CHECK
      * (TIMESTAMP, TRCDNAME, PORTIDNF, SEQUENCE - HB37 WRITES THE
      * DETAILS AHEAD OF THE SUMMARY UNDER ONE TIMESTAMP WITH
      * CONTIGUOUS SEQUENCE NUMBERS), AND A SECOND TIME BY COMPONENT
      * AND ELAPSED TIME SO THE 95TH PERCENTILE IS A POSITIONAL PICK,
      * THE SAME TECHNIQUE HB37LAT USES FOR ITS LATENCY CELLS.
      *
      * ROLLING FIGURES COME FROM THE HB37SCH HISTORY FILE, ONE
      * RECORD PER COMPONENT PER RUN DATE CARRYING THAT DAY'S
      * TOTALS. EACH RUN DROPS ANY RECORDS OLDER THAN 30 DAYS AND ANY
      * ALREADY CARRYING TODAY'S DATE (SO A RERUN REPLACES, NEVER
      * DOUBLES, TODAY), APPENDS TODAY'S, AND REWRITES THE FILE
      * THROUGH THE HB37SCHW WORK FILE - THE SAME SPLIT-THEN-REWRITE
      * DISCIPLINE HB37LAT APPLIES TO HB37BASE. THE ROLLING 95TH
      * PERCENTILE IS NOT CARRIED: A PERCENTILE OF DAILY PERCENTILES
      * IS NOT A PERCENTILE, AND THE DAILY FIGURE IS ON THE LINE
      * ABOVE.
      *
      * AN HB37DAYS THAT WILL NOT OPEN PRINTS THE SCORECARD FROM THE
      * HISTORY ALONE AND LEAVES HB37SCH UNTOUCHED - A MISSING SLICE
      * MUST NOT BE RECORDED AS A DAY OF ZERO PROBES.
      *
        FILE SECTION.
        FD  HB37DAYS.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==DAY-RECORD==
                                ==PFX-TIMESTAMP== BY ==DAY-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==DAY-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==DAY-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==DAY-PORTIDNF==
                                ==PFX-STUS==      BY ==DAY-STUS==
                                ==PFX-CORE-STUS== BY ==DAY-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==DAY-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==DAY-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==DAY-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==DAY-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==DAY-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==DAY-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==DAY-SEQ-NUM==.

      *****************************************************************
      * ONE SORT FILE SERVES BOTH PASSES - THE CHECK-ORDER PASS AND
      * THE COMPONENT/ELAPSED-ORDER PASS ONLY DIFFER IN THEIR KEYS.
      *****************************************************************
        SD  SORTWK.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==SW-RECORD==
                                ==PFX-TIMESTAMP== BY ==SW-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==SW-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==SW-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==SW-PORTIDNF==
                                ==PFX-STUS==      BY ==SW-STUS==
                                ==PFX-CORE-STUS== BY ==SW-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==SW-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==SW-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==SW-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==SW-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==SW-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==SW-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==SW-SEQ-NUM==.

      *****************************************************************
      * ROLLING HISTORY, ONE RECORD PER COMPONENT PER RUN DATE. TYPE
      * IS THE HB37LOG REC-TYPE THE FIGURES CAME FROM: 'D' FOR AN
      * HB37DBT RESOURCE, 'C' FOR AN HB37COR PROBE.
      *****************************************************************
        FD  HB37SCH.
        01 SCH-RECORD.
           05 SCH-DATE                   PIC X(8).
           05 SCH-KEY.
              10 SCH-TYPE                PIC X(1).
              10 SCH-RESOURCE            PIC X(8).
           05 SCH-PROBES                 PIC 9(9).
           05 SCH-FAILS                  PIC 9(9).
           05 SCH-SUM-MS                 PIC 9(13).
           05 SCH-MAX-MS                 PIC 9(7).
           05 SCH-SOLE                   PIC 9(7).

        FD  HB37SCHW.
        01 SCHW-RECORD.
           05 SCHW-DATE                  PIC X(8).
           05 SCHW-KEY.
              10 SCHW-TYPE               PIC X(1).
              10 SCHW-RESOURCE           PIC X(8).
           05 SCHW-PROBES                PIC 9(9).
           05 SCHW-FAILS                 PIC 9(9).
           05 SCHW-SUM-MS                PIC 9(13).
           05 SCHW-MAX-MS                PIC 9(7).
           05 SCHW-SOLE                  PIC 9(7).

        FD  HB37SCR.
        01 SCR-LINE                     PIC X(132).

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-DAYS-STATUS               PIC X(2).
        01 WS-SCH-STATUS                PIC X(2).
        01 WS-SCHW-STATUS               PIC X(2).
        01 WS-SCR-STATUS                PIC X(2).

        01 WS-DAYS-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-DAYS-EOF                            VALUE 'Y'.
        01 WS-SORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SORT-EOF                            VALUE 'Y'.
        01 WS-SCH-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-SCH-EOF                             VALUE 'Y'.
        01 WS-SCHW-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SCHW-EOF                            VALUE 'Y'.

      *****************************************************************
      * SET WHEN HB37DAYS OPENED ON THE FIRST PASS. WITHOUT IT THERE
      * ARE NO TRUSTWORTHY FIGURES FOR TODAY AND THE HISTORY IS LEFT
      * EXACTLY AS IT WAS.
      *****************************************************************
        01 WS-DAYS-READ-SW              PIC X(1)     VALUE 'N'.
           88 WS-DAYS-READ                           VALUE 'Y'.

      *****************************************************************
      * HISTORY REWRITE SWITCHES - SAME DISCIPLINE AS HB37LAT'S
      * BASELINE MERGE: THE LIVE FILE IS ONLY TRUNCATED ONCE THE
      * WORK FILE HAS DEMONSTRABLY RECEIVED EVERY RECORD.
      *****************************************************************
        01 WS-MERGE-OK-SW               PIC X(1)     VALUE 'N'.
           88 WS-MERGE-OK                            VALUE 'Y'.
        01 WS-MERGE-FAILED-SW           PIC X(1)     VALUE 'N'.
           88 WS-MERGE-FAILED                        VALUE 'Y'.
        01 WS-MERGE-FAIL-STATUS         PIC X(2)     VALUE SPACES.
        01 WS-SCH-OPENED-SW             PIC X(1)     VALUE 'N'.
           88 WS-SCH-OPENED-OK                       VALUE 'Y'.
        01 WS-REWRITE-FAILED-SW         PIC X(1)     VALUE 'N'.
           88 WS-REWRITE-FAILED                      VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).
        01 WS-DATE-INT                  PIC 9(8)     VALUE 0.
        01 WS-DATE-9                    PIC 9(8)     VALUE 0.
        01 WS-CUTOFF-7                  PIC X(8).
        01 WS-CUTOFF-30                 PIC X(8).

      *****************************************************************
      * COMPONENT TABLE. 100 ENTRIES COVERS A FULL HB37DBT AND A FULL
      * HB37COR (50 EACH, THE HB37TBM TABLE LIMITS). TODAY'S FIGURES,
      * THE 24 HOURLY FAILURE TALLIES BEHIND THE WORST HOUR, AND THE
      * 7- AND 30-DAY ROLLUPS ALL LIVE ON THE ONE ENTRY.
      *****************************************************************
        01 WS-CMP-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CMP-IDX.
              10 WS-CMP-KEY.
                 15 WS-CMP-TYPE         PIC X(1)     VALUE SPACES.
                 15 WS-CMP-RESOURCE     PIC X(8)     VALUE SPACES.
              10 WS-CMP-PROBES          PIC 9(9)     VALUE 0.
              10 WS-CMP-FAILS           PIC 9(9)     VALUE 0.
              10 WS-CMP-SUM-MS          PIC 9(13)    VALUE 0.
              10 WS-CMP-MAX-MS          PIC 9(7)     VALUE 0.
              10 WS-CMP-P95-MS          PIC 9(7)     VALUE 0.
              10 WS-CMP-SOLE            PIC 9(7)     VALUE 0.
              10 WS-CMP-HOUR-FAILS      PIC 9(7)     VALUE 0
                                        OCCURS 24 TIMES.
              10 WS-CMP-R7-PROBES       PIC 9(9)     VALUE 0.
              10 WS-CMP-R7-FAILS        PIC 9(9)     VALUE 0.
              10 WS-CMP-R7-SUM-MS       PIC 9(15)    VALUE 0.
              10 WS-CMP-R7-MAX-MS       PIC 9(7)     VALUE 0.
              10 WS-CMP-R7-SOLE         PIC 9(9)     VALUE 0.
              10 WS-CMP-R7-RATE         PIC 9(3)V99  VALUE 0.
              10 WS-CMP-R30-PROBES      PIC 9(9)     VALUE 0.
              10 WS-CMP-R30-FAILS       PIC 9(9)     VALUE 0.
              10 WS-CMP-R30-SUM-MS      PIC 9(15)    VALUE 0.
              10 WS-CMP-R30-MAX-MS      PIC 9(7)     VALUE 0.
              10 WS-CMP-R30-SOLE        PIC 9(9)     VALUE 0.
              10 WS-CMP-RANKED-SW       PIC X(1)     VALUE 'N'.
                 88 WS-CMP-RANKED                    VALUE 'Y'.
        01 WS-CMP-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-CMP-FOUND                           VALUE 'Y'.
           88 WS-CMP-NOT-FOUND                       VALUE 'N'.
        01 WS-CMP-FULL-WARNED-SW        PIC X(1)     VALUE 'N'.
           88 WS-CMP-FULL-WARNED                     VALUE 'Y'.
        01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-TYPE            PIC X(1).
           05 WS-LOOKUP-RESOURCE        PIC X(8).

      *****************************************************************
      * CHECK IN FLIGHT ON THE ATTRIBUTION PASS. THE DETAILS OF ONE
      * CHECK COME OFF THE SORT AHEAD OF ITS SUMMARY; THE FAILING
      * ONES ARE COUNTED AND THE LAST ONE REMEMBERED, SO WHEN THE
      * SUMMARY ARRIVES FAILING WITH EXACTLY ONE FAILED COMPONENT
      * BEHIND IT, THAT COMPONENT IS THE SOLE CAUSE.
      *****************************************************************
        01 WS-CHK-KEY.
           05 WS-CHK-TIMESTAMP          PIC X(21)    VALUE SPACES.
           05 WS-CHK-TRCDNAME           PIC X(8)     VALUE SPACES.
           05 WS-CHK-PORTIDNF           PIC 9(5)     VALUE 0.
        01 WS-CHK-DETAILS               PIC 9(3)     VALUE 0.
        01 WS-CHK-FAILED                PIC 9(3)     VALUE 0.
        01 WS-CHK-FAIL-KEY.
           05 WS-CHK-FAIL-TYPE          PIC X(1).
           05 WS-CHK-FAIL-RESOURCE      PIC X(8).
        01 WS-BC-FAILED-CHECKS          PIC 9(9)     VALUE 0.
        01 WS-SOLE-ATTRIBUTED           PIC 9(9)     VALUE 0.

      *****************************************************************
      * COMPONENT IN FLIGHT ON THE ELAPSED-ORDER PASS. AS IN HB37LAT,
      * THE VALUE TABLE HOLDS THE SORTED ELAPSED TIMES SO THE 95TH
      * PERCENTILE IS THE VALUE AT CEILING(N * 95 / 100); PAST 20000
      * SAMPLES THE COMPONENT KEEPS COUNTING BUT STOPS STORING AND
      * THE CONSOLE SAYS SO.
      *****************************************************************
        01 WS-CELL-KEY.
           05 WS-CELL-TYPE              PIC X(1).
           05 WS-CELL-RESOURCE          PIC X(8).
        01 WS-CELL-ACTIVE-SW            PIC X(1)     VALUE 'N'.
           88 WS-CELL-ACTIVE                         VALUE 'Y'.
        01 WS-CELL-STORED               PIC 9(5)     VALUE 0.
        01 WS-CELL-P95-POS              PIC 9(9)     VALUE 0.
        01 WS-CELL-OVERFLOW-SW          PIC X(1)     VALUE 'N'.
           88 WS-CELL-OVERFLOW                       VALUE 'Y'.
        01 WS-CELL-VALUES.
           05 WS-CELL-VALUE             OCCURS 20000 TIMES
                                        PIC 9(7) COMP.
        01 WS-HOUR-9                    PIC 9(2)     VALUE 0.
        01 WS-HOUR-SUB                  PIC 9(2)     VALUE 0.

      *****************************************************************
      * ROLLING-WINDOW FOLD WORK AREA - ONE DAY'S FIGURES FOR ONE
      * COMPONENT, FROM EITHER A HISTORY RECORD OR TODAY'S TABLE.
      *****************************************************************
        01 WS-FOLD-DATE                 PIC X(8).
        01 WS-FOLD-PROBES               PIC 9(9)     VALUE 0.
        01 WS-FOLD-FAILS                PIC 9(9)     VALUE 0.
        01 WS-FOLD-SUM-MS               PIC 9(13)    VALUE 0.
        01 WS-FOLD-MAX-MS               PIC 9(7)     VALUE 0.
        01 WS-FOLD-SOLE                 PIC 9(7)     VALUE 0.
        01 WS-HIST-KEPT                 PIC 9(7)     VALUE 0.
        01 WS-HIST-DROPPED              PIC 9(7)     VALUE 0.

      *****************************************************************
      * RANKING AND PRINT WORK AREA.
      *****************************************************************
        01 WS-RANK                      PIC 9(3)     VALUE 0.
        01 WS-BEST-IDX                  PIC 9(3)     VALUE 0.
        01 WS-BEST-RATE                 PIC 9(3)V99  VALUE 0.
        01 WS-BEST-FAILS                PIC 9(9)     VALUE 0.
        01 WS-SCAN-SUB                  PIC 9(3)     VALUE 0.
        01 WS-RATE                      PIC 9(3)V99  VALUE 0.
        01 WS-AVG-MS                    PIC 9(7)     VALUE 0.
        01 WS-WORST-HOUR                PIC 9(2)     VALUE 0.
        01 WS-WORST-FAILS               PIC 9(7)     VALUE 0.

        01 WS-HEADING-1.
           05 FILLER                    PIC X(54)    VALUE
              'HB37SCR - DB RESOURCE/CORE PROBE RELIABILITY SCORECARD'.
           05 FILLER                    PIC X(6)     VALUE ' DATE '.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(4)     VALUE 'RNK'.
           05 FILLER                    PIC X(5)     VALUE 'TYPE'.
           05 FILLER                    PIC X(9)     VALUE 'RESOURCE'.
           05 FILLER                    PIC X(6)     VALUE 'WINDOW'.
           05 FILLER                    PIC X(8)     VALUE ' PROBES'.
           05 FILLER                    PIC X(8)     VALUE '  FAILS'.
           05 FILLER                    PIC X(8)     VALUE ' RATE%'.
           05 FILLER                    PIC X(9)     VALUE '     AVG'.
           05 FILLER                    PIC X(9)     VALUE '     MAX'.
           05 FILLER                    PIC X(10)    VALUE '     P95'.
           05 FILLER                    PIC X(4)     VALUE 'HR'.
           05 FILLER                    PIC X(6)     VALUE '  SOLE'.

        01 WS-DETAIL-LINE.
           05 DL-RANK                   PIC ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TYPE                   PIC X(4).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-RESOURCE               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 FILLER                    PIC X(6)     VALUE 'TODAY'.
           05 DL-PROBES                 PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-FAILS                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-RATE                   PIC ZZ9.99.
           05 FILLER                    PIC X(2)     VALUE '% '.
           05 DL-AVG                    PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-MAX                    PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-P95                    PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-WORST-HR               PIC X(2).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-SOLE                   PIC ZZ,ZZ9.

        01 WS-ROLL-LINE.
           05 FILLER                    PIC X(18)    VALUE SPACES.
           05 RL-WINDOW                 PIC X(6).
           05 RL-PROBES                 PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 RL-FAILS                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 RL-RATE                   PIC ZZ9.99.
           05 FILLER                    PIC X(2)     VALUE '% '.
           05 RL-AVG                    PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 RL-MAX                    PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(15)    VALUE SPACES.
           05 RL-SOLE                   PIC ZZ,ZZ9.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-NO-DATA-LINE              PIC X(40)    VALUE
           'NO DB RESOURCE OR CORE PROBE ACTIVITY'.

        01 WS-NO-SLICE-LINE             PIC X(56)    VALUE
           'HB37DAYS UNAVAILABLE - ROLLING FIGURES ONLY, NO TODAY'.

        01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(21)    VALUE
              'COMPONENTS RANKED....'.
           05 TL-COMPONENTS             PIC ZZ9.
           05 FILLER                    PIC X(24)    VALUE
              '  FAILED B/C CHECKS....'.
           05 TL-BC-FAILED              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(24)    VALUE
              '  SOLE-CAUSE ATTRIBUTED.'.
           05 TL-SOLE                   PIC ZZZ,ZZ9.

        01 WS-OVERFLOW-MSG.
           05 FILLER                    PIC X(38)    VALUE
              'HB37SCR WARNING - COMPONENT OVERFLOW, '.
           05 OM-TYPE                   PIC X(1).
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 OM-RESOURCE               PIC X(8).
           05 FILLER                    PIC X(24)    VALUE
              ' P95 FROM FIRST 20000'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700). HB37DAYS IS READ
      * TWICE; ONLY THE FIRST PASS IS COUNTED, SO THE FIGURE BALANCES
      * AGAINST WHAT HB37XTR WROTE.
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).
        01 WS-DAYS-IN                   PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            PERFORM 1000-INITIALIZE
            SORT SORTWK
                ON ASCENDING KEY SW-TIMESTAMP SW-TRCDNAME SW-PORTIDNF
                                 SW-SEQ-NUM
                INPUT PROCEDURE 2000-RELEASE-TODAYS-RECORDS
                OUTPUT PROCEDURE 3000-ATTRIBUTE-FAILURES
            IF WS-DAYS-READ
                MOVE 'N' TO WS-DAYS-EOF-SW
                MOVE 'N' TO WS-SORT-EOF-SW
                SORT SORTWK
                    ON ASCENDING KEY SW-REC-TYPE SW-RESOURCE
                                     SW-ELAPSD-MS
                    INPUT PROCEDURE 4000-RELEASE-DETAIL-RECORDS
                    OUTPUT PROCEDURE 5000-BUILD-COMPONENT-STATS
            END-IF
            PERFORM 6000-MERGE-HISTORY
            IF WS-MERGE-OK
                PERFORM 7000-REWRITE-HISTORY
            END-IF
            PERFORM 8000-PRINT-SCORECARD
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
      * ROLLING WINDOWS INCLUDE TODAY: THE 7-DAY WINDOW STARTS SIX
      * DAYS BEFORE THE RUN DATE, THE 30-DAY WINDOW TWENTY-NINE.
      *****************************************************************
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
                    - 6
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-DATE-9 TO WS-CUTOFF-7
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
                    - 29
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-DATE-9 TO WS-CUTOFF-30.

      *****************************************************************
      * FIRST PASS FEED: EVERY SUMMARY AND DETAIL RECORD OF THE RUN
      * DATE. THE RUN-DATE TEST STAYS HERE, AS IN HB37RPT AND
      * HB37LAT, SO A STALE SLICE LEFT BY A FAILED EXTRACT CANNOT BE
      * SCORED AS TODAY.
      *****************************************************************
        2000-RELEASE-TODAYS-RECORDS.
            OPEN INPUT HB37DAYS
            IF WS-DAYS-STATUS NOT = '00'
                DISPLAY 'HB37SCR - HB37DAYS UNAVAILABLE, STATUS '
                    WS-DAYS-STATUS ', HISTORY LEFT UNTOUCHED'
                    UPON CONSOLE
            ELSE
                SET WS-DAYS-READ TO TRUE
                READ HB37DAYS
                    AT END SET WS-DAYS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-DAYS-EOF
                    ADD 1 TO WS-DAYS-IN
                    IF DAY-TIMESTAMP (1:8) = WS-RUN-DATE
                       AND (DAY-REC-TYPE = SPACE
                            OR DAY-DB-DETAIL
                            OR DAY-CORE-DETAIL)
                        MOVE DAY-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                    END-IF
                    READ HB37DAYS
                        AT END SET WS-DAYS-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37DAYS
            END-IF.

        3000-ATTRIBUTE-FAILURES.
            RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE END-RETURN
            PERFORM UNTIL WS-SORT-EOF
                PERFORM 3100-ATTRIBUTE-SORTED-REC
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
            END-PERFORM.

      *****************************************************************
      * A SUMMARY WITH NO DETAIL RECORDS AHEAD OF IT WAS NOT AN
      * OPTION-B/C CHECK (OR PROBED NOTHING) AND IS NOT COUNTED. 'MW'
      * IS PLANNED WORK, NOT A FAILURE, HERE AS EVERYWHERE ELSE.
      *****************************************************************
        3100-ATTRIBUTE-SORTED-REC.
            IF SW-TIMESTAMP NOT = WS-CHK-TIMESTAMP
               OR SW-TRCDNAME NOT = WS-CHK-TRCDNAME
               OR SW-PORTIDNF NOT = WS-CHK-PORTIDNF
                MOVE SW-TIMESTAMP TO WS-CHK-TIMESTAMP
                MOVE SW-TRCDNAME TO WS-CHK-TRCDNAME
                MOVE SW-PORTIDNF TO WS-CHK-PORTIDNF
                MOVE 0 TO WS-CHK-DETAILS
                MOVE 0 TO WS-CHK-FAILED
                MOVE SPACES TO WS-CHK-FAIL-KEY
            END-IF
            EVALUATE TRUE
                WHEN SW-DB-DETAIL OR SW-CORE-DETAIL
                    ADD 1 TO WS-CHK-DETAILS
                    IF SW-STUS NOT = '00'
                        ADD 1 TO WS-CHK-FAILED
                        MOVE SW-REC-TYPE TO WS-CHK-FAIL-TYPE
                        MOVE SW-RESOURCE TO WS-CHK-FAIL-RESOURCE
                    END-IF
                WHEN OTHER
                    IF WS-CHK-DETAILS > 0
                       AND SW-STUS NOT = '00'
                       AND SW-STUS NOT = 'MW'
                        ADD 1 TO WS-BC-FAILED-CHECKS
                        IF WS-CHK-FAILED = 1
                            MOVE WS-CHK-FAIL-KEY TO WS-LOOKUP-KEY
                            PERFORM 8800-FIND-OR-ADD-COMPONENT
                            IF WS-CMP-FOUND
                                ADD 1 TO WS-CMP-SOLE (WS-CMP-IDX)
                                ADD 1 TO WS-SOLE-ATTRIBUTED
                            END-IF
                        END-IF
                    END-IF
                    MOVE 0 TO WS-CHK-DETAILS
                    MOVE 0 TO WS-CHK-FAILED
            END-EVALUATE.

      *****************************************************************
      * SECOND PASS FEED: DETAIL RECORDS ONLY, SAME RUN-DATE TEST.
      *****************************************************************
        4000-RELEASE-DETAIL-RECORDS.
            OPEN INPUT HB37DAYS
            IF WS-DAYS-STATUS = '00'
                READ HB37DAYS
                    AT END SET WS-DAYS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-DAYS-EOF
                    IF DAY-TIMESTAMP (1:8) = WS-RUN-DATE
                       AND (DAY-DB-DETAIL OR DAY-CORE-DETAIL)
                        MOVE DAY-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                    END-IF
                    READ HB37DAYS
                        AT END SET WS-DAYS-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37DAYS
            END-IF.

        5000-BUILD-COMPONENT-STATS.
            RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE END-RETURN
            PERFORM UNTIL WS-SORT-EOF
                PERFORM 5100-ACCUMULATE-SORTED-REC
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
            END-PERFORM
            IF WS-CELL-ACTIVE
                PERFORM 5500-COMPLETE-COMPONENT
            END-IF.

      *****************************************************************
      * RECORDS ARRIVE IN ASCENDING ELAPSED ORDER WITHIN EACH
      * COMPONENT, SO THE MAXIMUM IS SIMPLY THE LAST ONE SEEN. A
      * COMPONENT THAT WILL NOT FIT IN THE TABLE IS SKIPPED (THE
      * TABLE-FULL WARNING HAS ALREADY GONE TO THE CONSOLE).
      *****************************************************************
        5100-ACCUMULATE-SORTED-REC.
            IF WS-CELL-ACTIVE
               AND (SW-REC-TYPE NOT = WS-CELL-TYPE
                    OR SW-RESOURCE NOT = WS-CELL-RESOURCE)
                PERFORM 5500-COMPLETE-COMPONENT
            END-IF
            IF NOT WS-CELL-ACTIVE
                SET WS-CELL-ACTIVE TO TRUE
                MOVE SW-REC-TYPE TO WS-CELL-TYPE
                MOVE SW-RESOURCE TO WS-CELL-RESOURCE
                MOVE 0 TO WS-CELL-STORED
                MOVE 'N' TO WS-CELL-OVERFLOW-SW
                MOVE WS-CELL-KEY TO WS-LOOKUP-KEY
                PERFORM 8800-FIND-OR-ADD-COMPONENT
            END-IF
            IF WS-CMP-FOUND
                ADD 1 TO WS-CMP-PROBES (WS-CMP-IDX)
                ADD SW-ELAPSD-MS TO WS-CMP-SUM-MS (WS-CMP-IDX)
                MOVE SW-ELAPSD-MS TO WS-CMP-MAX-MS (WS-CMP-IDX)
                IF SW-STUS NOT = '00'
                    ADD 1 TO WS-CMP-FAILS (WS-CMP-IDX)
                    IF SW-TIMESTAMP (9:2) IS NUMERIC
                        MOVE SW-TIMESTAMP (9:2) TO WS-HOUR-9
                        IF WS-HOUR-9 < 24
                            COMPUTE WS-HOUR-SUB = WS-HOUR-9 + 1
                            ADD 1 TO WS-CMP-HOUR-FAILS
                                (WS-CMP-IDX, WS-HOUR-SUB)
                        END-IF
                    END-IF
                END-IF
                IF WS-CELL-STORED < 20000
                    ADD 1 TO WS-CELL-STORED
                    MOVE SW-ELAPSD-MS TO WS-CELL-VALUE (WS-CELL-STORED)
                ELSE
                    SET WS-CELL-OVERFLOW TO TRUE
                END-IF
            END-IF.

        5500-COMPLETE-COMPONENT.
            IF WS-CMP-FOUND AND WS-CELL-STORED > 0
                COMPUTE WS-CELL-P95-POS =
                    (WS-CMP-PROBES (WS-CMP-IDX) * 95 + 99) / 100
                IF WS-CELL-P95-POS > WS-CELL-STORED
                    MOVE WS-CELL-STORED TO WS-CELL-P95-POS
                END-IF
                IF WS-CELL-P95-POS < 1
                    MOVE 1 TO WS-CELL-P95-POS
                END-IF
                MOVE WS-CELL-VALUE (WS-CELL-P95-POS)
                    TO WS-CMP-P95-MS (WS-CMP-IDX)
                IF WS-CELL-OVERFLOW
                    MOVE WS-CELL-TYPE TO OM-TYPE
                    MOVE WS-CELL-RESOURCE TO OM-RESOURCE
                    DISPLAY WS-OVERFLOW-MSG UPON CONSOLE
                END-IF
            END-IF
            MOVE 'N' TO WS-CELL-ACTIVE-SW.

      *****************************************************************
      * FOLD THE HISTORY INTO THE ROLLING WINDOWS AND, WHEN TODAY'S
      * SLICE WAS READ, CARRY THE IN-WINDOW RECORDS PLUS TODAY'S
      * FIGURES INTO THE HB37SCHW WORK FILE. RECORDS OLDER THAN THE
      * 30-DAY WINDOW DROP OFF HERE; RECORDS ALREADY DATED TODAY ARE
      * A PREVIOUS RUN'S AND ARE REPLACED BY THIS ONE'S - UNLESS THE
      * SLICE COULD NOT BE READ, IN WHICH CASE THEY ARE THE ONLY
      * FIGURES FOR TODAY THERE ARE AND ARE FOLDED IN AS THEY STAND.
      *****************************************************************
        6000-MERGE-HISTORY.
            OPEN INPUT HB37SCH
            IF WS-SCH-STATUS = '00'
                SET WS-SCH-OPENED-OK TO TRUE
                READ HB37SCH
                    AT END SET WS-SCH-EOF TO TRUE
                END-READ
            ELSE
                SET WS-SCH-EOF TO TRUE
            END-IF
            IF WS-DAYS-READ
                OPEN OUTPUT HB37SCHW
                IF WS-SCHW-STATUS NOT = '00'
                    SET WS-MERGE-FAILED TO TRUE
                    MOVE WS-SCHW-STATUS TO WS-MERGE-FAIL-STATUS
                END-IF
            END-IF
            PERFORM UNTIL WS-SCH-EOF
                PERFORM 6100-PROCESS-HISTORY-RECORD
                READ HB37SCH
                    AT END SET WS-SCH-EOF TO TRUE
                END-READ
            END-PERFORM
            IF WS-SCH-OPENED-OK
                CLOSE HB37SCH
            END-IF
            IF WS-DAYS-READ
                PERFORM 6300-ADD-TODAYS-FIGURES
                    VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CMP-COUNT
                CLOSE HB37SCHW
                IF WS-MERGE-FAILED
                    DISPLAY 'HB37SCR - WORK FILE OPEN/WRITE FAILED, '
                        'STATUS ' WS-MERGE-FAIL-STATUS ', HISTORY '
                        'LEFT UNTOUCHED' UPON CONSOLE
                ELSE
                    SET WS-MERGE-OK TO TRUE
                END-IF
            END-IF.

        6100-PROCESS-HISTORY-RECORD.
            IF SCH-DATE < WS-CUTOFF-30
               OR (SCH-DATE = WS-RUN-DATE AND WS-DAYS-READ)
                ADD 1 TO WS-HIST-DROPPED
            ELSE
                MOVE SCH-KEY TO WS-LOOKUP-KEY
                PERFORM 8800-FIND-OR-ADD-COMPONENT
                IF WS-CMP-FOUND
                    MOVE SCH-DATE TO WS-FOLD-DATE
                    MOVE SCH-PROBES TO WS-FOLD-PROBES
                    MOVE SCH-FAILS TO WS-FOLD-FAILS
                    MOVE SCH-SUM-MS TO WS-FOLD-SUM-MS
                    MOVE SCH-MAX-MS TO WS-FOLD-MAX-MS
                    MOVE SCH-SOLE TO WS-FOLD-SOLE
                    PERFORM 6200-FOLD-ROLLING
                END-IF
                IF WS-DAYS-READ
                    MOVE SCH-RECORD TO SCHW-RECORD
                    PERFORM 6600-WRITE-SCHW-RECORD
                    ADD 1 TO WS-HIST-KEPT
                END-IF
            END-IF.

        6200-FOLD-ROLLING.
            ADD WS-FOLD-PROBES TO WS-CMP-R30-PROBES (WS-CMP-IDX)
            ADD WS-FOLD-FAILS TO WS-CMP-R30-FAILS (WS-CMP-IDX)
            ADD WS-FOLD-SUM-MS TO WS-CMP-R30-SUM-MS (WS-CMP-IDX)
            ADD WS-FOLD-SOLE TO WS-CMP-R30-SOLE (WS-CMP-IDX)
            IF WS-FOLD-MAX-MS > WS-CMP-R30-MAX-MS (WS-CMP-IDX)
                MOVE WS-FOLD-MAX-MS TO WS-CMP-R30-MAX-MS (WS-CMP-IDX)
            END-IF
            IF WS-FOLD-DATE NOT < WS-CUTOFF-7
                ADD WS-FOLD-PROBES TO WS-CMP-R7-PROBES (WS-CMP-IDX)
                ADD WS-FOLD-FAILS TO WS-CMP-R7-FAILS (WS-CMP-IDX)
                ADD WS-FOLD-SUM-MS TO WS-CMP-R7-SUM-MS (WS-CMP-IDX)
                ADD WS-FOLD-SOLE TO WS-CMP-R7-SOLE (WS-CMP-IDX)
                IF WS-FOLD-MAX-MS > WS-CMP-R7-MAX-MS (WS-CMP-IDX)
                    MOVE WS-FOLD-MAX-MS
                        TO WS-CMP-R7-MAX-MS (WS-CMP-IDX)
                END-IF
            END-IF.

      *****************************************************************
      * A COMPONENT WITH NO PROBES TODAY (KNOWN ONLY FROM HISTORY)
      * WRITES NO RECORD FOR TODAY - ITS WINDOWS SIMPLY AGE.
      *****************************************************************
        6300-ADD-TODAYS-FIGURES.
            IF WS-CMP-PROBES (WS-CMP-IDX) > 0
               OR WS-CMP-SOLE (WS-CMP-IDX) > 0
                MOVE WS-RUN-DATE TO WS-FOLD-DATE
                MOVE WS-CMP-PROBES (WS-CMP-IDX) TO WS-FOLD-PROBES
                MOVE WS-CMP-FAILS (WS-CMP-IDX) TO WS-FOLD-FAILS
                MOVE WS-CMP-SUM-MS (WS-CMP-IDX) TO WS-FOLD-SUM-MS
                MOVE WS-CMP-MAX-MS (WS-CMP-IDX) TO WS-FOLD-MAX-MS
                MOVE WS-CMP-SOLE (WS-CMP-IDX) TO WS-FOLD-SOLE
                PERFORM 6200-FOLD-ROLLING
                MOVE WS-RUN-DATE TO SCHW-DATE
                MOVE WS-CMP-KEY (WS-CMP-IDX) TO SCHW-KEY
                MOVE WS-FOLD-PROBES TO SCHW-PROBES
                MOVE WS-FOLD-FAILS TO SCHW-FAILS
                MOVE WS-FOLD-SUM-MS TO SCHW-SUM-MS
                MOVE WS-FOLD-MAX-MS TO SCHW-MAX-MS
                MOVE WS-FOLD-SOLE TO SCHW-SOLE
                PERFORM 6600-WRITE-SCHW-RECORD
            END-IF.

      *****************************************************************
      * EVERY WORK-FILE WRITE IS STATUS-CHECKED, AS IN HB37LAT'S
      * 4600: A BAD WRITE LATCHES WS-MERGE-FAILED AND THE LIVE
      * HISTORY SURVIVES UNTOUCHED.
      *****************************************************************
        6600-WRITE-SCHW-RECORD.
            IF NOT WS-MERGE-FAILED
                WRITE SCHW-RECORD
                IF WS-SCHW-STATUS NOT = '00'
                    SET WS-MERGE-FAILED TO TRUE
                    MOVE WS-SCHW-STATUS TO WS-MERGE-FAIL-STATUS
                END-IF
            END-IF.

      *****************************************************************
      * COPY THE WORK FILE BACK OVER THE LIVE HISTORY - REOPENED AND
      * VERIFIED FOR INPUT BEFORE THE LIVE FILE IS OPENED FOR OUTPUT,
      * EXACTLY AS HB37LAT'S 5000 DOES FOR HB37BASE.
      *****************************************************************
        7000-REWRITE-HISTORY.
            OPEN INPUT HB37SCHW
            IF WS-SCHW-STATUS NOT = '00'
                DISPLAY 'HB37SCR - WORK FILE UNAVAILABLE FOR '
                    'REWRITE, STATUS ' WS-SCHW-STATUS ', HISTORY '
                    'LEFT UNTOUCHED' UPON CONSOLE
            ELSE
                OPEN OUTPUT HB37SCH
                IF WS-SCH-STATUS = '00'
                    READ HB37SCHW
                        AT END SET WS-SCHW-EOF TO TRUE
                    END-READ
                    PERFORM UNTIL WS-SCHW-EOF
                              OR WS-REWRITE-FAILED
                        MOVE SCHW-RECORD TO SCH-RECORD
                        WRITE SCH-RECORD
                        IF WS-SCH-STATUS NOT = '00'
                            SET WS-REWRITE-FAILED TO TRUE
                        ELSE
                            READ HB37SCHW
                                AT END SET WS-SCHW-EOF TO TRUE
                            END-READ
                        END-IF
                    END-PERFORM
                    CLOSE HB37SCH
                ELSE
                    SET WS-REWRITE-FAILED TO TRUE
                END-IF
                CLOSE HB37SCHW
                IF WS-REWRITE-FAILED
                    DISPLAY 'HB37SCR - REWRITE OF HB37SCH FAILED, '
                        'HISTORY IS PARTIAL - FULL MERGED COPY IS '
                        'INTACT IN HB37SCHW' UPON CONSOLE
                END-IF
            END-IF.

      *****************************************************************
      * RANKED LIST, WORST FIRST: EACH PASS PICKS THE UNRANKED
      * COMPONENT WITH THE HIGHEST 7-DAY FAILURE RATE (MOST 7-DAY
      * FAILURES ON A TIE). THE TABLE IS AT MOST 100 ENTRIES, SO THE
      * SIMPLE SELECTION IS CHEAPER THAN ANOTHER SORT.
      *****************************************************************
        8000-PRINT-SCORECARD.
            OPEN OUTPUT HB37SCR
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO SCR-LINE
            WRITE SCR-LINE
            IF NOT WS-DAYS-READ
                MOVE WS-NO-SLICE-LINE TO SCR-LINE
                WRITE SCR-LINE
            END-IF
            MOVE WS-BLANK-LINE TO SCR-LINE
            WRITE SCR-LINE
            MOVE WS-HEADING-2 TO SCR-LINE
            WRITE SCR-LINE
            IF WS-CMP-COUNT = 0
                MOVE WS-NO-DATA-LINE TO SCR-LINE
                WRITE SCR-LINE
            END-IF
            PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CMP-COUNT
                IF WS-CMP-R7-PROBES (WS-CMP-IDX) = 0
                    MOVE 0 TO WS-CMP-R7-RATE (WS-CMP-IDX)
                ELSE
                    COMPUTE WS-CMP-R7-RATE (WS-CMP-IDX) ROUNDED =
                        WS-CMP-R7-FAILS (WS-CMP-IDX) * 100
                            / WS-CMP-R7-PROBES (WS-CMP-IDX)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-RANK FROM 1 BY 1
                    UNTIL WS-RANK > WS-CMP-COUNT
                PERFORM 8100-PICK-NEXT-WORST
                SET WS-CMP-IDX TO WS-BEST-IDX
                SET WS-CMP-RANKED (WS-CMP-IDX) TO TRUE
                PERFORM 8200-PRINT-COMPONENT
            END-PERFORM
            MOVE WS-BLANK-LINE TO SCR-LINE
            WRITE SCR-LINE
            MOVE WS-CMP-COUNT TO TL-COMPONENTS
            MOVE WS-BC-FAILED-CHECKS TO TL-BC-FAILED
            MOVE WS-SOLE-ATTRIBUTED TO TL-SOLE
            MOVE WS-TRAILER-LINE TO SCR-LINE
            WRITE SCR-LINE
            CLOSE HB37SCR.

        8100-PICK-NEXT-WORST.
            MOVE 0 TO WS-BEST-IDX
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-CMP-COUNT
                IF NOT WS-CMP-RANKED (WS-SCAN-SUB)
                    IF WS-BEST-IDX = 0
                       OR WS-CMP-R7-RATE (WS-SCAN-SUB) > WS-BEST-RATE
                       OR (WS-CMP-R7-RATE (WS-SCAN-SUB) = WS-BEST-RATE
                           AND WS-CMP-R7-FAILS (WS-SCAN-SUB)
                               > WS-BEST-FAILS)
                        MOVE WS-SCAN-SUB TO WS-BEST-IDX
                        MOVE WS-CMP-R7-RATE (WS-SCAN-SUB)
                            TO WS-BEST-RATE
                        MOVE WS-CMP-R7-FAILS (WS-SCAN-SUB)
                            TO WS-BEST-FAILS
                    END-IF
                END-IF
            END-PERFORM.

        8200-PRINT-COMPONENT.
            MOVE WS-RANK TO DL-RANK
            IF WS-CMP-TYPE (WS-CMP-IDX) = 'D'
                MOVE 'DB' TO DL-TYPE
            ELSE
                MOVE 'CORE' TO DL-TYPE
            END-IF
            MOVE WS-CMP-RESOURCE (WS-CMP-IDX) TO DL-RESOURCE
            MOVE WS-CMP-PROBES (WS-CMP-IDX) TO DL-PROBES
            MOVE WS-CMP-FAILS (WS-CMP-IDX) TO DL-FAILS
            IF WS-CMP-PROBES (WS-CMP-IDX) = 0
                MOVE 0 TO WS-RATE
                MOVE 0 TO WS-AVG-MS
            ELSE
                COMPUTE WS-RATE ROUNDED =
                    WS-CMP-FAILS (WS-CMP-IDX) * 100
                        / WS-CMP-PROBES (WS-CMP-IDX)
                COMPUTE WS-AVG-MS =
                    WS-CMP-SUM-MS (WS-CMP-IDX)
                        / WS-CMP-PROBES (WS-CMP-IDX)
            END-IF
            MOVE WS-RATE TO DL-RATE
            MOVE WS-AVG-MS TO DL-AVG
            MOVE WS-CMP-MAX-MS (WS-CMP-IDX) TO DL-MAX
            MOVE WS-CMP-P95-MS (WS-CMP-IDX) TO DL-P95
            PERFORM 8300-FIND-WORST-HOUR
            MOVE WS-CMP-SOLE (WS-CMP-IDX) TO DL-SOLE
            MOVE WS-DETAIL-LINE TO SCR-LINE
            WRITE SCR-LINE
            MOVE '7-DAY' TO RL-WINDOW
            MOVE WS-CMP-R7-PROBES (WS-CMP-IDX) TO RL-PROBES
            MOVE WS-CMP-R7-FAILS (WS-CMP-IDX) TO RL-FAILS
            MOVE WS-CMP-R7-RATE (WS-CMP-IDX) TO RL-RATE
            IF WS-CMP-R7-PROBES (WS-CMP-IDX) = 0
                MOVE 0 TO WS-AVG-MS
            ELSE
                COMPUTE WS-AVG-MS =
                    WS-CMP-R7-SUM-MS (WS-CMP-IDX)
                        / WS-CMP-R7-PROBES (WS-CMP-IDX)
            END-IF
            MOVE WS-AVG-MS TO RL-AVG
            MOVE WS-CMP-R7-MAX-MS (WS-CMP-IDX) TO RL-MAX
            MOVE WS-CMP-R7-SOLE (WS-CMP-IDX) TO RL-SOLE
            MOVE WS-ROLL-LINE TO SCR-LINE
            WRITE SCR-LINE
            MOVE '30-DAY' TO RL-WINDOW
            MOVE WS-CMP-R30-PROBES (WS-CMP-IDX) TO RL-PROBES
            MOVE WS-CMP-R30-FAILS (WS-CMP-IDX) TO RL-FAILS
            IF WS-CMP-R30-PROBES (WS-CMP-IDX) = 0
                MOVE 0 TO WS-RATE
                MOVE 0 TO WS-AVG-MS
            ELSE
                COMPUTE WS-RATE ROUNDED =
                    WS-CMP-R30-FAILS (WS-CMP-IDX) * 100
                        / WS-CMP-R30-PROBES (WS-CMP-IDX)
                COMPUTE WS-AVG-MS =
                    WS-CMP-R30-SUM-MS (WS-CMP-IDX)
                        / WS-CMP-R30-PROBES (WS-CMP-IDX)
            END-IF
            MOVE WS-RATE TO RL-RATE
            MOVE WS-AVG-MS TO RL-AVG
            MOVE WS-CMP-R30-MAX-MS (WS-CMP-IDX) TO RL-MAX
            MOVE WS-CMP-R30-SOLE (WS-CMP-IDX) TO RL-SOLE
            MOVE WS-ROLL-LINE TO SCR-LINE
            WRITE SCR-LINE.

      *****************************************************************
      * WORST HOUR IS THE HOUR OF THE DAY WITH THE MOST FAILED
      * PROBES (THE EARLIEST ON A TIE); A COMPONENT THAT NEVER FAILED
      * TODAY HAS NONE AND SHOWS '--'.
      *****************************************************************
        8300-FIND-WORST-HOUR.
            MOVE 0 TO WS-WORST-FAILS
            MOVE 0 TO WS-WORST-HOUR
            PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                    UNTIL WS-HOUR-SUB > 24
                IF WS-CMP-HOUR-FAILS (WS-CMP-IDX, WS-HOUR-SUB)
                        > WS-WORST-FAILS
                    MOVE WS-CMP-HOUR-FAILS (WS-CMP-IDX, WS-HOUR-SUB)
                        TO WS-WORST-FAILS
                    COMPUTE WS-WORST-HOUR = WS-HOUR-SUB - 1
                END-IF
            END-PERFORM
            IF WS-WORST-FAILS = 0
                MOVE '--' TO DL-WORST-HR
            ELSE
                MOVE WS-WORST-HOUR TO DL-WORST-HR
            END-IF.

        8800-FIND-OR-ADD-COMPONENT.
            SET WS-CMP-FOUND TO TRUE
            SET WS-CMP-IDX TO 1
            SEARCH WS-CMP-ENTRY
                AT END
                    IF WS-CMP-COUNT < 100
                        ADD 1 TO WS-CMP-COUNT
                        SET WS-CMP-IDX TO WS-CMP-COUNT
                        MOVE WS-LOOKUP-KEY TO WS-CMP-KEY (WS-CMP-IDX)
                    ELSE
                        SET WS-CMP-NOT-FOUND TO TRUE
                        IF NOT WS-CMP-FULL-WARNED
                            SET WS-CMP-FULL-WARNED TO TRUE
                            DISPLAY 'HB37SCR WARNING - COMPONENT TABLE '
                                'FULL, IGNORING ' WS-LOOKUP-KEY
                                ' AND ANY FURTHER NEW COMPONENTS'
                                UPON CONSOLE
                        END-IF
                    END-IF
                WHEN WS-CMP-KEY (WS-CMP-IDX) = WS-LOOKUP-KEY
                    CONTINUE
            END-SEARCH.

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
                MOVE 'HB37SCR' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37DAYS' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-DAYS-IN TO CTL-FILE-COUNT (1)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37SCR WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
