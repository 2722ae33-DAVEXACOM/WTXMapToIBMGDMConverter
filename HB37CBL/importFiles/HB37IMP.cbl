        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37IMP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37IMP-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT HB37AVLX ASSIGN TO HB37AVLX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AVLX-STATUS.
            SELECT HB37INC ASSIGN TO HB37INC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INC-NUMBER
                FILE STATUS IS WS-INC-STATUS.
            SELECT HB37ACD ASSIGN TO HB37ACD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACD-STATUS.
            SELECT SORTWK ASSIGN TO SORTWK1.
            SELECT HB37IMP ASSIGN TO HB37IMP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IMP-STATUS.
            SELECT HB37IMPX ASSIGN TO HB37IMPX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IMPX-STATUS.
        DATA DIVISION.
      *
      * HB37IMP - CUSTOMER-IMPACT ESTIMATE PER OUTAGE EPISODE
      * THE HB37AVL STATEMENT AND THE HB37CRM CREDIT MEMO SAY HOW
      * LONG A PORT OR OPTION WAS DOWN; THIS MONTH-END JOB SAYS HOW
      * MANY CUSTOMERS THAT WAS, FROM THE CONTACT CENTRE'S ACD
      * INTERVAL FEED (HB37ACD - CALLS OFFERED, ABANDONED AND
      * TRANSFERRED PER PORT PER 15 MINUTES, SEE HB37ACDR).
      *
      * THE EPISODES ARE THE MONTH'S HB37AVLX INCIDENT EPISODES AND
      * THE HB37INC REGISTER INCIDENTS WHOSE FIRST FAILING CHECK FELL
      * IN THE MONTH (FIRST FAILING CHECK TO RECOVERY; AN INCIDENT
      * STILL OPEN RUNS TO NOW). THE TWO ARE DIFFERENT VIEWS OF THE
      * SAME OUTAGES - PER PORT AND PER ALERTED OPTION - SO BOTH ARE
      * LISTED BUT THEIR TOTALS ARE NEVER ADDED TOGETHER.
      *
      * EACH EPISODE IS JOINED BY PORT TO EVERY ACD INTERVAL IT
      * OVERLAPS, EACH INTERVAL WEIGHTED BY THE PART OF ITS 15
      * MINUTES THE EPISODE COVERED, AND TO THE SAME WEEKDAY AND
      * INTERVAL IN EACH OF THE FOUR PRIOR WEEKS. THE PRIOR WEEKS'
      * AVERAGE IS THE NORMAL TRAFFIC FOR THE WINDOW - SO A 3AM
      * OUTAGE DOES NOT LOOK LIKE A NOON ONE - AND IS THE ESTIMATE
      * OF CUSTOMERS AFFECTED; WITH NO PRIOR WEEKS ON THE FEED THE
      * ACTUAL CALLS OFFERED, SCALED TO THE WHOLE WINDOW, STAND IN
      * (FLAGGED NO BASELINE). THE ACTUAL CALLS OFFERED, ABANDONED
      * AND TRANSFERRED DURING THE WINDOW ARE SHOWN ALONGSIDE.
      *
      * AN EPISODE NONE OF WHOSE INTERVALS ARE ON THE FEED IS
      * FLAGGED NO INTERVAL DATA AND LISTED AFTER THE RANKING WITH NO
      * FIGURES - NEVER COUNTED AS ZERO CUSTOMERS. ONE WITH ONLY SOME
      * OF ITS INTERVALS ON THE FEED IS FLAGGED PARTIAL DATA.
      *
      * THE JCL POINTS HB37ACD AT THE FEED FOR THE MONTH AND THE FOUR
      * WEEKS BEFORE IT (CONCATENATED AS NEEDED); RECORDS OUTSIDE THE
      * EPISODES' WINDOWS ARE IGNORED. THE RANKED REPORT GOES TO
      * HB37IMP AND ITS MACHINE-READABLE TWIN TO HB37IMPX (SEE
      * HB37IMXR).
      *
      * PARM CARD (SYSIN): COLS 1-6 = MONTH YYYYMM. NO CARD OR A BAD
      * CARD FALLS BACK TO THE MONTH BEFORE THE RUN DATE, AS IN
      * HB37AVL.
      *
      * RETURN-CODE: 0 EVERY EPISODE WAS ESTIMATED, 4 SOME HAD NO
      * INTERVAL DATA, 8 THE ACD FEED OR BOTH EPISODE SOURCES COULD
      * NOT BE READ.
      *
        FILE SECTION.
        FD  HB37IMP-IN.
        01 PARM-RECORD.
           05 PARM-MONTH                PIC X(6).
           05 FILLER                    PIC X(74).

        FD  HB37AVLX.
        COPY HB37AVXR.

        FD  HB37INC.
        COPY HB37INCR.

        FD  HB37ACD.
        COPY HB37ACDR.

      *****************************************************************
      * ONE SORT BRINGS EACH ACD INTERVAL ('A') TOGETHER WITH EVERY
      * EPISODE SLOT THAT NEEDS IT - AS PART OF AN EPISODE'S WINDOW
      * ('W') OR AS ONE OF ITS PRIOR-WEEK BASELINES ('B').
      *****************************************************************
        SD  SORTWK.
        01 IW-RECORD.
           05 IW-PORTIDNF               PIC 9(5).
           05 IW-DATE                   PIC X(8).
           05 IW-INTERVAL               PIC X(4).
           05 IW-TYPE                   PIC X(1).
              88 IW-ACD-INTERVAL                     VALUE 'A'.
              88 IW-BASE-SLOT                        VALUE 'B'.
              88 IW-WINDOW-SLOT                      VALUE 'W'.
           05 IW-EPISODE                PIC 9(5).
           05 IW-OVERLAP-SECS           PIC 9(3).
           05 IW-OFFERED                PIC 9(7).
           05 IW-ABANDONED              PIC 9(7).
           05 IW-TRANSFERRED            PIC 9(7).

        FD  HB37IMP.
        01 IMP-LINE                     PIC X(132).

        FD  HB37IMPX.
        COPY HB37IMXR.

        WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS               PIC X(2).
        01 WS-AVLX-STATUS               PIC X(2).
        01 WS-INC-STATUS                PIC X(2).
        01 WS-ACD-STATUS                PIC X(2).
        01 WS-IMP-STATUS                PIC X(2).
        01 WS-IMPX-STATUS               PIC X(2).

        01 WS-AVLX-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-AVLX-EOF                            VALUE 'Y'.
        01 WS-INC-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-INC-EOF                             VALUE 'Y'.
        01 WS-ACD-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-ACD-EOF                             VALUE 'Y'.
        01 WS-SORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SORT-EOF                            VALUE 'Y'.
        01 WS-AVLX-READ-SW              PIC X(1)     VALUE 'N'.
           88 WS-AVLX-READ                           VALUE 'Y'.
        01 WS-INC-READ-SW               PIC X(1)     VALUE 'N'.
           88 WS-INC-READ                            VALUE 'Y'.
        01 WS-ACD-READ-SW               PIC X(1)     VALUE 'N'.
           88 WS-ACD-READ                            VALUE 'Y'.
        01 WS-EXTRACT-OK-SW             PIC X(1)     VALUE 'N'.
           88 WS-EXTRACT-OK                          VALUE 'Y'.
        01 WS-CUR-OK-SW                 PIC X(1)     VALUE 'N'.
           88 WS-CUR-OK                              VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).
        01 WS-RUN-STAMP                 PIC X(21).
        01 WS-NOW-TS                    PIC X(14).
        01 WS-RPT-MONTH                 PIC X(6).
        01 WS-FIRST-OF-MONTH            PIC X(8).
        01 WS-PREV-MONTH-DATE           PIC 9(8).
        01 WS-DATE-INT                  PIC 9(8).
        01 WS-DATE-9                    PIC 9(8).

        01 WS-AVLX-COUNT                PIC 9(7)     VALUE 0.
        01 WS-INC-COUNT                 PIC 9(7)     VALUE 0.
        01 WS-ACD-RECS-READ             PIC 9(9)     VALUE 0.
        01 WS-ACD-RECS-USED             PIC 9(9)     VALUE 0.
        01 WS-ACD-RECS-REJECTED         PIC 9(7)     VALUE 0.
        01 WS-ESTIMATED-COUNT           PIC 9(7)     VALUE 0.
        01 WS-NO-DATA-COUNT             PIC 9(7)     VALUE 0.
        01 WS-AVLX-AFFECTED             PIC 9(11)    VALUE 0.
        01 WS-INC-AFFECTED              PIC 9(11)    VALUE 0.

      *****************************************************************
      * THE MONTH'S EPISODES, FROM EITHER SOURCE, AND WHAT THE ACD
      * FEED SAYS ABOUT EACH. AN EPISODE THAT DOES NOT FIT IS LEFT
      * OFF THE REPORT WITH A CONSOLE WARNING.
      *****************************************************************
        01 WS-EP-COUNT                  PIC 9(5)     VALUE 0.
        01 WS-EP-FULL-SW                PIC X(1)     VALUE 'N'.
           88 WS-EP-FULL                             VALUE 'Y'.
        01 WS-EP-TABLE.
           05 WS-EP-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-EP-IDX.
              10 WS-EP-SOURCE           PIC X(3).
              10 WS-EP-INC-NUMBER       PIC 9(9).
              10 WS-EP-TRCDNAME         PIC X(8).
              10 WS-EP-PORTIDNF         PIC 9(5).
              10 WS-EP-START-TS         PIC X(14).
              10 WS-EP-END-TS           PIC X(14).
              10 WS-EP-OPEN-SW          PIC X(1).
              10 WS-EP-DUR-SECS         PIC 9(9).
              10 WS-EP-MSGENUMB         PIC X(5).
              10 WS-EP-SLOTS            PIC 9(5).
              10 WS-EP-SLOTS-DATA       PIC 9(5).
              10 WS-EP-BASE-FOUND       PIC 9(5).
              10 WS-EP-ACT-OFFERED      PIC 9(9)V99.
              10 WS-EP-ACT-ABANDONED    PIC 9(9)V99.
              10 WS-EP-ACT-TRANSFERRED  PIC 9(9)V99.
              10 WS-EP-BASE-OFFERED     PIC 9(9)V99.
              10 WS-EP-NORMAL-OFFERED   PIC 9(9)V99.
              10 WS-EP-EST-AFFECTED     PIC 9(9)V99.
              10 WS-EP-RANKED-SW        PIC X(1).
                 88 WS-EP-RANKED                     VALUE 'Y'.

        01 WS-NEW-SOURCE                PIC X(3).
        01 WS-NEW-INC-NUMBER            PIC 9(9).
        01 WS-NEW-TRCDNAME              PIC X(8).
        01 WS-NEW-PORTIDNF              PIC 9(5).
        01 WS-NEW-START-TS              PIC X(14).
        01 WS-NEW-END-TS                PIC X(14).
        01 WS-NEW-OPEN-SW               PIC X(1).
        01 WS-NEW-DUR-SECS              PIC 9(9).
        01 WS-NEW-MSGENUMB              PIC X(5).

      *****************************************************************
      * TIMES AS DAY NUMBER PLUS SECONDS-WITHIN-DAY (8100), AND AS
      * ABSOLUTE SECONDS FOR WALKING AN EPISODE QUARTER-HOUR BY
      * QUARTER-HOUR. THE ACD FEED IS ONLY READ BETWEEN THE FIRST
      * BASELINE DATE AND THE LAST WINDOW DATE.
      *****************************************************************
        01 WS-TS-WORK                   PIC X(14).
        01 WS-TS-DATE-9                 PIC 9(8).
        01 WS-TS-DAYNUM                 PIC 9(8).
        01 WS-TS-SECS                   PIC 9(7).
        01 WS-TS-ABS                    PIC 9(11).
        01 WS-START-ABS                 PIC 9(11).
        01 WS-END-ABS                   PIC 9(11).
        01 WS-SLOT-ABS                  PIC 9(11).
        01 WS-SLOT-END-ABS              PIC 9(11).
        01 WS-OVL-FROM                  PIC 9(11).
        01 WS-OVL-TO                    PIC 9(11).
        01 WS-SLOT-QUOT                 PIC 9(9).
        01 WS-SLOT-DAYNUM               PIC 9(8).
        01 WS-SLOT-SECS                 PIC 9(5).
        01 WS-SLOT-HH                   PIC 9(2).
        01 WS-SLOT-MM                   PIC 9(2).
        01 WS-SLOT-REM                  PIC 9(5).
        01 WS-SLOT-HHMM                 PIC 9(4).
        01 WS-SLOT-OVERLAP              PIC 9(3).
        01 WS-WEEK                      PIC 9(1).
        01 WS-LOW-DAYNUM                PIC 9(8)     VALUE 99999999.
        01 WS-HIGH-DAYNUM               PIC 9(8)     VALUE 0.
        01 WS-LOW-DATE                  PIC X(8).
        01 WS-HIGH-DATE                 PIC X(8).

      *****************************************************************
      * THE ACD INTERVAL THE MERGE IS POSITIONED ON.
      *****************************************************************
        01 WS-CUR-PORTIDNF              PIC 9(5).
        01 WS-CUR-DATE                  PIC X(8).
        01 WS-CUR-INTERVAL              PIC X(4).
        01 WS-CUR-OFFERED               PIC 9(7).
        01 WS-CUR-ABANDONED             PIC 9(7).
        01 WS-CUR-TRANSFERRED           PIC 9(7).

      *****************************************************************
      * RANKING AND PRINT WORK AREA.
      *****************************************************************
        01 WS-RANK                      PIC 9(5)     VALUE 0.
        01 WS-BEST-IDX                  PIC 9(5)     VALUE 0.
        01 WS-BEST-EST                  PIC 9(9)V99  VALUE 0.
        01 WS-BEST-DUR                  PIC 9(9)     VALUE 0.
        01 WS-SCAN-SUB                  PIC 9(5)     VALUE 0.
        01 WS-WHOLE                     PIC 9(9)     VALUE 0.

        01 WS-HEADING-1.
           05 FILLER                    PIC X(54)    VALUE
              'HB37IMP - CUSTOMER IMPACT ESTIMATE PER OUTAGE EPISODE'.
           05 FILLER                    PIC X(6)     VALUE 'MONTH '.
           05 HD-MONTH                  PIC X(6).
           05 FILLER                    PIC X(11)    VALUE
              '  RUN DATE '.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(76)    VALUE SPACES.
           05 FILLER                    PIC X(38)    VALUE
              '------- CALLS IN WINDOW --------  EST'.

        01 WS-HEADING-3.
           05 FILLER                    PIC X(5)     VALUE 'RANK'.
           05 FILLER                    PIC X(4)     VALUE 'SRC'.
           05 FILLER                    PIC X(10)    VALUE 'INCIDENT'.
           05 FILLER                    PIC X(9)     VALUE 'TRCDNAME'.
           05 FILLER                    PIC X(6)     VALUE 'PORT'.
           05 FILLER                    PIC X(13)    VALUE 'START'.
           05 FILLER                    PIC X(13)    VALUE 'END'.
           05 FILLER                    PIC X(2)     VALUE 'O'.
           05 FILLER                    PIC X(8)     VALUE ' DUR MIN'.
           05 FILLER                    PIC X(6)     VALUE ' MSGE'.
           05 FILLER                    PIC X(8)     VALUE ' OFFERED'.
           05 FILLER                    PIC X(8)     VALUE '  ABAND'.
           05 FILLER                    PIC X(8)     VALUE '  XFERD'.
           05 FILLER                    PIC X(8)     VALUE ' NORMAL'.
           05 FILLER                    PIC X(9)     VALUE 'AFFECTED'.
           05 FILLER                    PIC X(16)    VALUE 'FLAG'.

        01 WS-DETAIL-LINE.
           05 DL-RANK                   PIC ZZZZ.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-SOURCE                 PIC X(3).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-INCIDENT               PIC X(9).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TRCDNAME               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-PORTIDNF               PIC 9(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-START                  PIC X(12).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-END                    PIC X(12).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-OPEN                   PIC X(1).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-DUR-MIN                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-MSGENUMB               PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-FIGURES.
              10 DL-OFFERED             PIC ZZZZZZ9.
              10 FILLER                 PIC X(1)     VALUE SPACES.
              10 DL-ABANDONED           PIC ZZZZZZ9.
              10 FILLER                 PIC X(1)     VALUE SPACES.
              10 DL-TRANSFERRED         PIC ZZZZZZ9.
              10 FILLER                 PIC X(1)     VALUE SPACES.
              10 DL-NORMAL-GRP.
                 15 DL-NORMAL           PIC ZZZZZZ9.
              10 FILLER                 PIC X(1)     VALUE SPACES.
              10 DL-AFFECTED            PIC ZZZZZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-FLAG                   PIC X(16).

        01 WS-NO-DATA-HEADING           PIC X(56)    VALUE
           'EPISODES WITH NO INTERVAL DATA - NOT ESTIMATED, NOT ZERO'.

        01 WS-TRAILER-1.
           05 FILLER                    PIC X(22)    VALUE
              'EPISODES FROM HB37AVLX'.
           05 FILLER                    PIC X(1)     VALUE '='.
           05 TR-AVLX                   PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)    VALUE
              ' FROM HB37INC='.
           05 TR-INC                    PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(12)    VALUE
              ' ESTIMATED='.
           05 TR-ESTIMATED              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(19)    VALUE
              ' NO INTERVAL DATA='.
           05 TR-NO-DATA                PIC Z,ZZZ,ZZ9.

        01 WS-TRAILER-2.
           05 FILLER                    PIC X(22)    VALUE
              'EST CUSTOMERS AFFECTED'.
           05 FILLER                    PIC X(16)    VALUE
              ' - AVLX EPISODES'.
           05 FILLER                    PIC X(1)     VALUE '='.
           05 TR-AVLX-AFFECTED          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(24)    VALUE
              ' - REGISTER INCIDENTS='.
           05 TR-INC-AFFECTED           PIC ZZ,ZZZ,ZZZ,ZZ9.

        01 WS-TRAILER-3.
           05 FILLER                    PIC X(18)    VALUE
              'ACD RECORDS READ='.
           05 TR-ACD-READ               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(7)     VALUE ' USED='.
           05 TR-ACD-USED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)    VALUE
              ' REJECTED='.
           05 TR-ACD-REJECTED           PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(10)    VALUE
              '  HB37ACD '.
           05 TR-ACD-STATE              PIC X(11).

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-NO-EPISODES-LINE          PIC X(40)    VALUE
           'NO OUTAGE EPISODES FOR THE MONTH'.

        PROCEDURE DIVISION.
        0000-MAIN.
            PERFORM 1000-GET-PARMS
            PERFORM 2000-LOAD-EPISODES
            IF WS-EP-COUNT > 0
                SORT SORTWK
                    ON ASCENDING KEY IW-PORTIDNF IW-DATE IW-INTERVAL
                                     IW-TYPE
                    INPUT PROCEDURE 2500-RELEASE-INTERVALS
                    OUTPUT PROCEDURE 3000-MATCH-INTERVALS
            END-IF
            PERFORM 4000-ESTIMATE-EPISODES
                VARYING WS-EP-IDX FROM 1 BY 1
                UNTIL WS-EP-IDX > WS-EP-COUNT
            PERFORM 5000-PRINT-REPORT
            EVALUATE TRUE
                WHEN NOT WS-AVLX-READ AND NOT WS-INC-READ
                    MOVE 8 TO RETURN-CODE
                WHEN WS-EP-COUNT > 0 AND NOT WS-ACD-READ
                    MOVE 8 TO RETURN-CODE
                WHEN WS-NO-DATA-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            DISPLAY 'HB37IMP - ' WS-RPT-MONTH ', ' WS-EP-COUNT
                ' EPISODES, ' WS-ESTIMATED-COUNT ' ESTIMATED, '
                WS-NO-DATA-COUNT ' WITH NO INTERVAL DATA' UPON CONSOLE
            GOBACK.

      *****************************************************************
      * REPORT MONTH FROM THE PARM CARD; NO CARD OR A BAD ONE MEANS
      * THE MONTH BEFORE THE RUN DATE, AS FOR HB37AVL.
      *****************************************************************
        1000-GET-PARMS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
            MOVE WS-RUN-STAMP (1:14) TO WS-NOW-TS
            MOVE WS-RUN-DATE TO WS-FIRST-OF-MONTH
            MOVE '01' TO WS-FIRST-OF-MONTH (7:2)
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL (WS-FIRST-OF-MONTH)) - 1
            COMPUTE WS-PREV-MONTH-DATE =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-PREV-MONTH-DATE (1:6) TO WS-RPT-MONTH
            OPEN INPUT HB37IMP-IN
            IF WS-PARM-STATUS = '00'
                READ HB37IMP-IN
                    AT END
                        DISPLAY 'HB37IMP - NO MONTH PARM, REPORTING '
                            WS-RPT-MONTH UPON CONSOLE
                    NOT AT END
                        IF PARM-MONTH IS NUMERIC
                            MOVE PARM-MONTH TO WS-RPT-MONTH
                        ELSE
                            DISPLAY 'HB37IMP - BAD MONTH PARM '
                                PARM-MONTH ', REPORTING '
                                WS-RPT-MONTH UPON CONSOLE
                        END-IF
                END-READ
                CLOSE HB37IMP-IN
            ELSE
                DISPLAY 'HB37IMP - NO MONTH PARM, REPORTING '
                    WS-RPT-MONTH UPON CONSOLE
            END-IF.

      *****************************************************************
      * THE MONTH'S HB37AVLX EPISODES, THEN THE REGISTER INCIDENTS
      * THAT BEGAN IN IT. EITHER SOURCE MAY BE ABSENT (NO REGISTER
      * YET, OR HB37AVL NOT RUN) - ONLY BOTH ABSENT FAILS THE JOB.
      *****************************************************************
        2000-LOAD-EPISODES.
            OPEN INPUT HB37AVLX
            IF WS-AVLX-STATUS NOT = '00'
                DISPLAY 'HB37IMP WARNING - HB37AVLX UNAVAILABLE, '
                    'STATUS ' WS-AVLX-STATUS ', NO HB37AVL EPISODES'
                    UPON CONSOLE
            ELSE
                SET WS-AVLX-READ TO TRUE
                READ HB37AVLX
                    AT END SET WS-AVLX-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-AVLX-EOF
                    IF AVX-START-TS (1:6) = WS-RPT-MONTH
                        PERFORM 2100-TAKE-AVLX-EPISODE
                    END-IF
                    READ HB37AVLX
                        AT END SET WS-AVLX-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37AVLX
            END-IF
            OPEN INPUT HB37INC
            IF WS-INC-STATUS NOT = '00'
                DISPLAY 'HB37IMP WARNING - HB37INC UNAVAILABLE, '
                    'STATUS ' WS-INC-STATUS ', NO REGISTER INCIDENTS'
                    UPON CONSOLE
            ELSE
                SET WS-INC-READ TO TRUE
                READ HB37INC NEXT RECORD
                    AT END SET WS-INC-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-INC-EOF
                    IF NOT INC-CONTROL-RECORD
                        IF INC-FIRST-FAIL-TS (1:6) = WS-RPT-MONTH
                           AND INC-FIRST-FAIL-TS IS NUMERIC
                            PERFORM 2200-TAKE-INCIDENT
                        END-IF
                    END-IF
                    READ HB37INC NEXT RECORD
                        AT END SET WS-INC-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37INC
            END-IF
            IF WS-EP-FULL
                DISPLAY 'HB37IMP WARNING - EPISODE TABLE FULL AT '
                    WS-EP-COUNT ' EPISODES, THE REST ARE NOT '
                    'ESTIMATED' UPON CONSOLE
            END-IF
            IF WS-EP-COUNT > 0
                COMPUTE WS-DATE-9 =
                    FUNCTION DATE-OF-INTEGER (WS-LOW-DAYNUM)
                MOVE WS-DATE-9 TO WS-LOW-DATE
                COMPUTE WS-DATE-9 =
                    FUNCTION DATE-OF-INTEGER (WS-HIGH-DAYNUM)
                MOVE WS-DATE-9 TO WS-HIGH-DATE
            END-IF.

        2100-TAKE-AVLX-EPISODE.
            MOVE 'AVL' TO WS-NEW-SOURCE
            MOVE 0 TO WS-NEW-INC-NUMBER
            MOVE AVX-TRCDNAME TO WS-NEW-TRCDNAME
            MOVE AVX-PORTIDNF TO WS-NEW-PORTIDNF
            MOVE AVX-START-TS TO WS-NEW-START-TS
            MOVE AVX-END-TS TO WS-NEW-END-TS
            IF AVX-OPEN-EPISODE
                MOVE 'Y' TO WS-NEW-OPEN-SW
            ELSE
                MOVE 'N' TO WS-NEW-OPEN-SW
            END-IF
            MOVE AVX-DUR-SECS TO WS-NEW-DUR-SECS
            MOVE AVX-MSGENUMB TO WS-NEW-MSGENUMB
            PERFORM 2300-ADD-EPISODE
            ADD 1 TO WS-AVLX-COUNT.

      *****************************************************************
      * AN INCIDENT RUNS FROM THE STREAK'S FIRST FAILING CHECK TO ITS
      * RECOVERY CHECK - OR TO NOW WHILE IT IS STILL OPEN.
      *****************************************************************
        2200-TAKE-INCIDENT.
            MOVE 'INC' TO WS-NEW-SOURCE
            MOVE INC-NUMBER TO WS-NEW-INC-NUMBER
            MOVE INC-TRCDNAME TO WS-NEW-TRCDNAME
            MOVE INC-PORTIDNF TO WS-NEW-PORTIDNF
            MOVE INC-FIRST-FAIL-TS TO WS-NEW-START-TS
            IF INC-OPEN OR INC-RECOVERY-TS NOT NUMERIC
                MOVE WS-NOW-TS TO WS-NEW-END-TS
                MOVE 'Y' TO WS-NEW-OPEN-SW
            ELSE
                MOVE INC-RECOVERY-TS TO WS-NEW-END-TS
                MOVE 'N' TO WS-NEW-OPEN-SW
            END-IF
            MOVE WS-NEW-START-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            MOVE WS-TS-ABS TO WS-START-ABS
            MOVE WS-NEW-END-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            IF WS-TS-ABS > WS-START-ABS
                COMPUTE WS-NEW-DUR-SECS = WS-TS-ABS - WS-START-ABS
            ELSE
                MOVE 0 TO WS-NEW-DUR-SECS
            END-IF
            MOVE INC-MSGENUMB TO WS-NEW-MSGENUMB
            PERFORM 2300-ADD-EPISODE
            ADD 1 TO WS-INC-COUNT.

      *****************************************************************
      * EACH EPISODE WIDENS THE SPAN OF ACD DATES WORTH READING: FROM
      * FOUR WEEKS BEFORE ITS START TO ITS END.
      *****************************************************************
        2300-ADD-EPISODE.
            IF WS-EP-COUNT < 2000
                ADD 1 TO WS-EP-COUNT
                SET WS-EP-IDX TO WS-EP-COUNT
                MOVE WS-NEW-SOURCE TO WS-EP-SOURCE (WS-EP-IDX)
                MOVE WS-NEW-INC-NUMBER TO WS-EP-INC-NUMBER (WS-EP-IDX)
                MOVE WS-NEW-TRCDNAME TO WS-EP-TRCDNAME (WS-EP-IDX)
                MOVE WS-NEW-PORTIDNF TO WS-EP-PORTIDNF (WS-EP-IDX)
                MOVE WS-NEW-START-TS TO WS-EP-START-TS (WS-EP-IDX)
                MOVE WS-NEW-END-TS TO WS-EP-END-TS (WS-EP-IDX)
                MOVE WS-NEW-OPEN-SW TO WS-EP-OPEN-SW (WS-EP-IDX)
                MOVE WS-NEW-DUR-SECS TO WS-EP-DUR-SECS (WS-EP-IDX)
                MOVE WS-NEW-MSGENUMB TO WS-EP-MSGENUMB (WS-EP-IDX)
                MOVE 0 TO WS-EP-SLOTS (WS-EP-IDX)
                MOVE 0 TO WS-EP-SLOTS-DATA (WS-EP-IDX)
                MOVE 0 TO WS-EP-BASE-FOUND (WS-EP-IDX)
                MOVE 0 TO WS-EP-ACT-OFFERED (WS-EP-IDX)
                MOVE 0 TO WS-EP-ACT-ABANDONED (WS-EP-IDX)
                MOVE 0 TO WS-EP-ACT-TRANSFERRED (WS-EP-IDX)
                MOVE 0 TO WS-EP-BASE-OFFERED (WS-EP-IDX)
                MOVE 0 TO WS-EP-NORMAL-OFFERED (WS-EP-IDX)
                MOVE 0 TO WS-EP-EST-AFFECTED (WS-EP-IDX)
                MOVE 'N' TO WS-EP-RANKED-SW (WS-EP-IDX)
                MOVE WS-NEW-START-TS TO WS-TS-WORK
                PERFORM 8100-TS-TO-DAYNUM-SECS
                IF WS-TS-DAYNUM - 28 < WS-LOW-DAYNUM
                    COMPUTE WS-LOW-DAYNUM = WS-TS-DAYNUM - 28
                END-IF
                MOVE WS-NEW-END-TS TO WS-TS-WORK
                PERFORM 8100-TS-TO-DAYNUM-SECS
                IF WS-TS-DAYNUM > WS-HIGH-DAYNUM
                    MOVE WS-TS-DAYNUM TO WS-HIGH-DAYNUM
                END-IF
            ELSE
                SET WS-EP-FULL TO TRUE
            END-IF.

      *****************************************************************
      * THE ACD FEED FOR THE SPAN, THEN EVERY EPISODE'S WINDOW AND
      * BASELINE SLOTS. AN INTERVAL RECORD THAT IS NOT A REAL PORT,
      * DATE AND QUARTER-HOUR WITH NUMERIC COUNTS IS REJECTED.
      *****************************************************************
        2500-RELEASE-INTERVALS.
            OPEN INPUT HB37ACD
            IF WS-ACD-STATUS NOT = '00'
                DISPLAY 'HB37IMP - HB37ACD UNAVAILABLE, STATUS '
                    WS-ACD-STATUS ', NO EPISODE CAN BE ESTIMATED'
                    UPON CONSOLE
            ELSE
                SET WS-ACD-READ TO TRUE
                READ HB37ACD
                    AT END SET WS-ACD-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-ACD-EOF
                    ADD 1 TO WS-ACD-RECS-READ
                    PERFORM 2550-RELEASE-ACD-RECORD
                    READ HB37ACD
                        AT END SET WS-ACD-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37ACD
            END-IF
            PERFORM 2600-RELEASE-EPISODE-SLOTS
                VARYING WS-EP-IDX FROM 1 BY 1
                UNTIL WS-EP-IDX > WS-EP-COUNT.

        2550-RELEASE-ACD-RECORD.
            IF ACD-PORTIDNF IS NOT NUMERIC
               OR ACD-DATE IS NOT NUMERIC
               OR ACD-INTERVAL IS NOT NUMERIC
               OR ACD-OFFERED IS NOT NUMERIC
               OR ACD-ABANDONED IS NOT NUMERIC
               OR ACD-TRANSFERRED IS NOT NUMERIC
                ADD 1 TO WS-ACD-RECS-REJECTED
            ELSE
                IF ACD-INTERVAL-HH > 23
                   OR (ACD-INTERVAL-MM NOT = 0 AND NOT = 15
                       AND NOT = 30 AND NOT = 45)
                    ADD 1 TO WS-ACD-RECS-REJECTED
                ELSE
                    IF ACD-DATE NOT < WS-LOW-DATE
                       AND ACD-DATE NOT > WS-HIGH-DATE
                        ADD 1 TO WS-ACD-RECS-USED
                        MOVE SPACES TO IW-RECORD
                        MOVE ACD-PORTIDNF TO IW-PORTIDNF
                        MOVE ACD-DATE TO IW-DATE
                        MOVE ACD-INTERVAL TO IW-INTERVAL
                        SET IW-ACD-INTERVAL TO TRUE
                        MOVE 0 TO IW-EPISODE
                        MOVE 0 TO IW-OVERLAP-SECS
                        MOVE ACD-OFFERED TO IW-OFFERED
                        MOVE ACD-ABANDONED TO IW-ABANDONED
                        MOVE ACD-TRANSFERRED TO IW-TRANSFERRED
                        RELEASE IW-RECORD
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * WALK THE EPISODE A QUARTER-HOUR AT A TIME FROM THE INTERVAL
      * ITS START FALLS IN. AN EPISODE OF A SINGLE CHECK (NO LENGTH)
      * STILL OCCUPIES THAT ONE INTERVAL, WITH NO TIME IN IT.
      *****************************************************************
        2600-RELEASE-EPISODE-SLOTS.
            MOVE WS-EP-START-TS (WS-EP-IDX) TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            MOVE WS-TS-ABS TO WS-START-ABS
            MOVE WS-EP-END-TS (WS-EP-IDX) TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            MOVE WS-TS-ABS TO WS-END-ABS
            DIVIDE WS-START-ABS BY 900 GIVING WS-SLOT-QUOT
            COMPUTE WS-SLOT-ABS = WS-SLOT-QUOT * 900
            IF WS-END-ABS NOT > WS-START-ABS
                MOVE 0 TO WS-SLOT-OVERLAP
                PERFORM 2650-RELEASE-ONE-SLOT
            ELSE
                PERFORM UNTIL WS-SLOT-ABS NOT < WS-END-ABS
                    COMPUTE WS-SLOT-END-ABS = WS-SLOT-ABS + 900
                    IF WS-SLOT-ABS > WS-START-ABS
                        MOVE WS-SLOT-ABS TO WS-OVL-FROM
                    ELSE
                        MOVE WS-START-ABS TO WS-OVL-FROM
                    END-IF
                    IF WS-SLOT-END-ABS < WS-END-ABS
                        MOVE WS-SLOT-END-ABS TO WS-OVL-TO
                    ELSE
                        MOVE WS-END-ABS TO WS-OVL-TO
                    END-IF
                    COMPUTE WS-SLOT-OVERLAP = WS-OVL-TO - WS-OVL-FROM
                    PERFORM 2650-RELEASE-ONE-SLOT
                    MOVE WS-SLOT-END-ABS TO WS-SLOT-ABS
                END-PERFORM
            END-IF.

      *****************************************************************
      * ONE WINDOW SLOT AND ITS FOUR PRIOR-WEEK BASELINE SLOTS - THE
      * SAME WEEKDAY AND QUARTER-HOUR, 7, 14, 21 AND 28 DAYS EARLIER.
      *****************************************************************
        2650-RELEASE-ONE-SLOT.
            ADD 1 TO WS-EP-SLOTS (WS-EP-IDX)
            DIVIDE WS-SLOT-ABS BY 86400 GIVING WS-SLOT-DAYNUM
                REMAINDER WS-SLOT-SECS
            DIVIDE WS-SLOT-SECS BY 3600 GIVING WS-SLOT-HH
                REMAINDER WS-SLOT-REM
            DIVIDE WS-SLOT-REM BY 60 GIVING WS-SLOT-MM
            COMPUTE WS-SLOT-HHMM = WS-SLOT-HH * 100 + WS-SLOT-MM
            MOVE SPACES TO IW-RECORD
            MOVE WS-EP-PORTIDNF (WS-EP-IDX) TO IW-PORTIDNF
            MOVE WS-SLOT-HHMM TO IW-INTERVAL
            SET IW-EPISODE TO WS-EP-IDX
            MOVE WS-SLOT-OVERLAP TO IW-OVERLAP-SECS
            MOVE 0 TO IW-OFFERED
            MOVE 0 TO IW-ABANDONED
            MOVE 0 TO IW-TRANSFERRED
            COMPUTE WS-DATE-9 =
                FUNCTION DATE-OF-INTEGER (WS-SLOT-DAYNUM)
            MOVE WS-DATE-9 TO IW-DATE
            SET IW-WINDOW-SLOT TO TRUE
            RELEASE IW-RECORD
            SET IW-BASE-SLOT TO TRUE
            PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 4
                COMPUTE WS-DATE-INT = WS-SLOT-DAYNUM - WS-WEEK * 7
                COMPUTE WS-DATE-9 =
                    FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                MOVE WS-DATE-9 TO IW-DATE
                RELEASE IW-RECORD
            END-PERFORM.

      *****************************************************************
      * EACH ACD INTERVAL SORTS AHEAD OF THE SLOTS THAT WANT IT, SO A
      * SLOT EITHER MATCHES THE INTERVAL JUST SEEN OR HAS NO DATA.
      *****************************************************************
        3000-MATCH-INTERVALS.
            RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE END-RETURN
            PERFORM UNTIL WS-SORT-EOF
                PERFORM 3100-MATCH-SORTED-REC
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
            END-PERFORM.

        3100-MATCH-SORTED-REC.
            IF IW-ACD-INTERVAL
                SET WS-CUR-OK TO TRUE
                MOVE IW-PORTIDNF TO WS-CUR-PORTIDNF
                MOVE IW-DATE TO WS-CUR-DATE
                MOVE IW-INTERVAL TO WS-CUR-INTERVAL
                MOVE IW-OFFERED TO WS-CUR-OFFERED
                MOVE IW-ABANDONED TO WS-CUR-ABANDONED
                MOVE IW-TRANSFERRED TO WS-CUR-TRANSFERRED
            ELSE
                IF WS-CUR-OK
                   AND IW-PORTIDNF = WS-CUR-PORTIDNF
                   AND IW-DATE = WS-CUR-DATE
                   AND IW-INTERVAL = WS-CUR-INTERVAL
                    SET WS-EP-IDX TO IW-EPISODE
                    IF IW-WINDOW-SLOT
                        ADD 1 TO WS-EP-SLOTS-DATA (WS-EP-IDX)
                        COMPUTE WS-EP-ACT-OFFERED (WS-EP-IDX) =
                            WS-EP-ACT-OFFERED (WS-EP-IDX)
                                + WS-CUR-OFFERED * IW-OVERLAP-SECS / 900
                        COMPUTE WS-EP-ACT-ABANDONED (WS-EP-IDX) =
                            WS-EP-ACT-ABANDONED (WS-EP-IDX)
                              + WS-CUR-ABANDONED * IW-OVERLAP-SECS / 900
                        COMPUTE WS-EP-ACT-TRANSFERRED (WS-EP-IDX) =
                            WS-EP-ACT-TRANSFERRED (WS-EP-IDX)
                            + WS-CUR-TRANSFERRED * IW-OVERLAP-SECS / 900
                    ELSE
                        ADD 1 TO WS-EP-BASE-FOUND (WS-EP-IDX)
                        COMPUTE WS-EP-BASE-OFFERED (WS-EP-IDX) =
                            WS-EP-BASE-OFFERED (WS-EP-IDX)
                                + WS-CUR-OFFERED * IW-OVERLAP-SECS / 900
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * NORMAL TRAFFIC IS THE WEIGHTED BASELINE SUM OVER THE AVERAGE
      * NUMBER OF PRIOR WEEKS FOUND PER SLOT - THE SAME AS AVERAGING
      * EACH SLOT'S WEEKS WHEN THE FEED IS COMPLETE, AND STILL FAIR
      * WHEN A WEEK IS MISSING.
      *****************************************************************
        4000-ESTIMATE-EPISODES.
            IF WS-EP-SLOTS-DATA (WS-EP-IDX) = 0
                ADD 1 TO WS-NO-DATA-COUNT
            ELSE
                ADD 1 TO WS-ESTIMATED-COUNT
                IF WS-EP-BASE-FOUND (WS-EP-IDX) > 0
                    COMPUTE WS-EP-NORMAL-OFFERED (WS-EP-IDX) ROUNDED =
                        WS-EP-BASE-OFFERED (WS-EP-IDX)
                            * WS-EP-SLOTS (WS-EP-IDX)
                            / WS-EP-BASE-FOUND (WS-EP-IDX)
                    MOVE WS-EP-NORMAL-OFFERED (WS-EP-IDX)
                        TO WS-EP-EST-AFFECTED (WS-EP-IDX)
                ELSE
                    COMPUTE WS-EP-EST-AFFECTED (WS-EP-IDX) ROUNDED =
                        WS-EP-ACT-OFFERED (WS-EP-IDX)
                            * WS-EP-SLOTS (WS-EP-IDX)
                            / WS-EP-SLOTS-DATA (WS-EP-IDX)
                END-IF
                COMPUTE WS-WHOLE ROUNDED =
                    WS-EP-EST-AFFECTED (WS-EP-IDX)
                IF WS-EP-SOURCE (WS-EP-IDX) = 'AVL'
                    ADD WS-WHOLE TO WS-AVLX-AFFECTED
                ELSE
                    ADD WS-WHOLE TO WS-INC-AFFECTED
                END-IF
            END-IF.

      *****************************************************************
      * RANKED LIST, MOST CUSTOMERS AFFECTED FIRST (LONGEST ON A TIE):
      * EACH PASS PICKS THE UNRANKED ESTIMATED EPISODE WITH THE
      * HIGHEST ESTIMATE, AS HB37SCR RANKS ITS COMPONENTS. THE
      * EPISODES WITH NO INTERVAL DATA FOLLOW, UNRANKED.
      *****************************************************************
        5000-PRINT-REPORT.
            OPEN OUTPUT HB37IMP
            OPEN OUTPUT HB37IMPX
            IF WS-IMPX-STATUS = '00'
                SET WS-EXTRACT-OK TO TRUE
            ELSE
                DISPLAY 'HB37IMP WARNING - HB37IMPX UNAVAILABLE, '
                    'STATUS ' WS-IMPX-STATUS ', NO EXTRACT WRITTEN'
                    UPON CONSOLE
            END-IF
            MOVE WS-RPT-MONTH TO HD-MONTH
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-BLANK-LINE TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-HEADING-2 TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-HEADING-3 TO IMP-LINE
            WRITE IMP-LINE
            IF WS-EP-COUNT = 0
                MOVE WS-NO-EPISODES-LINE TO IMP-LINE
                WRITE IMP-LINE
            END-IF
            PERFORM VARYING WS-RANK FROM 1 BY 1
                    UNTIL WS-RANK > WS-ESTIMATED-COUNT
                PERFORM 5100-PICK-NEXT-LARGEST
                SET WS-EP-IDX TO WS-BEST-IDX
                SET WS-EP-RANKED (WS-EP-IDX) TO TRUE
                PERFORM 5200-PRINT-EPISODE
            END-PERFORM
            IF WS-NO-DATA-COUNT > 0
                MOVE WS-BLANK-LINE TO IMP-LINE
                WRITE IMP-LINE
                MOVE WS-NO-DATA-HEADING TO IMP-LINE
                WRITE IMP-LINE
                MOVE 0 TO WS-RANK
                PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                        UNTIL WS-EP-IDX > WS-EP-COUNT
                    IF WS-EP-SLOTS-DATA (WS-EP-IDX) = 0
                        PERFORM 5200-PRINT-EPISODE
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-BLANK-LINE TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-AVLX-COUNT TO TR-AVLX
            MOVE WS-INC-COUNT TO TR-INC
            MOVE WS-ESTIMATED-COUNT TO TR-ESTIMATED
            MOVE WS-NO-DATA-COUNT TO TR-NO-DATA
            MOVE WS-TRAILER-1 TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-AVLX-AFFECTED TO TR-AVLX-AFFECTED
            MOVE WS-INC-AFFECTED TO TR-INC-AFFECTED
            MOVE WS-TRAILER-2 TO IMP-LINE
            WRITE IMP-LINE
            MOVE WS-ACD-RECS-READ TO TR-ACD-READ
            MOVE WS-ACD-RECS-USED TO TR-ACD-USED
            MOVE WS-ACD-RECS-REJECTED TO TR-ACD-REJECTED
            IF WS-ACD-READ
                MOVE 'READ' TO TR-ACD-STATE
            ELSE
                MOVE 'NOT READ' TO TR-ACD-STATE
            END-IF
            MOVE WS-TRAILER-3 TO IMP-LINE
            WRITE IMP-LINE
            IF WS-EXTRACT-OK
                CLOSE HB37IMPX
            END-IF
            CLOSE HB37IMP.

        5100-PICK-NEXT-LARGEST.
            MOVE 0 TO WS-BEST-IDX
            PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-EP-COUNT
                IF NOT WS-EP-RANKED (WS-SCAN-SUB)
                   AND WS-EP-SLOTS-DATA (WS-SCAN-SUB) > 0
                    IF WS-BEST-IDX = 0
                       OR WS-EP-EST-AFFECTED (WS-SCAN-SUB)
                          > WS-BEST-EST
                       OR (WS-EP-EST-AFFECTED (WS-SCAN-SUB)
                           = WS-BEST-EST
                           AND WS-EP-DUR-SECS (WS-SCAN-SUB)
                               > WS-BEST-DUR)
                        MOVE WS-SCAN-SUB TO WS-BEST-IDX
                        MOVE WS-EP-EST-AFFECTED (WS-SCAN-SUB)
                            TO WS-BEST-EST
                        MOVE WS-EP-DUR-SECS (WS-SCAN-SUB)
                            TO WS-BEST-DUR
                    END-IF
                END-IF
            END-PERFORM.

      *****************************************************************
      * ONE REPORT LINE AND ONE EXTRACT RECORD. WS-RANK IS ZERO FOR AN
      * EPISODE WITH NO INTERVAL DATA, WHOSE FIGURES ARE LEFT BLANK.
      *****************************************************************
        5200-PRINT-EPISODE.
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE SPACES TO HB37IMPX-RECORD
            MOVE WS-RANK TO DL-RANK
            MOVE WS-RANK TO IMX-RANK
            MOVE WS-EP-SOURCE (WS-EP-IDX) TO DL-SOURCE
            MOVE WS-EP-SOURCE (WS-EP-IDX) TO IMX-SOURCE
            MOVE WS-EP-INC-NUMBER (WS-EP-IDX) TO IMX-INC-NUMBER
            IF WS-EP-SOURCE (WS-EP-IDX) = 'INC'
                MOVE WS-EP-INC-NUMBER (WS-EP-IDX) TO DL-INCIDENT
            END-IF
            MOVE WS-EP-TRCDNAME (WS-EP-IDX) TO DL-TRCDNAME
            MOVE WS-EP-TRCDNAME (WS-EP-IDX) TO IMX-TRCDNAME
            MOVE WS-EP-PORTIDNF (WS-EP-IDX) TO DL-PORTIDNF
            MOVE WS-EP-PORTIDNF (WS-EP-IDX) TO IMX-PORTIDNF
            MOVE WS-EP-START-TS (WS-EP-IDX) TO DL-START
            MOVE WS-EP-START-TS (WS-EP-IDX) TO IMX-START-TS
            MOVE WS-EP-END-TS (WS-EP-IDX) TO DL-END
            MOVE WS-EP-END-TS (WS-EP-IDX) TO IMX-END-TS
            MOVE WS-EP-OPEN-SW (WS-EP-IDX) TO IMX-OPEN-SW
            IF IMX-OPEN-EPISODE
                MOVE 'Y' TO DL-OPEN
            END-IF
            COMPUTE DL-DUR-MIN = WS-EP-DUR-SECS (WS-EP-IDX) / 60
            MOVE WS-EP-DUR-SECS (WS-EP-IDX) TO IMX-DUR-SECS
            MOVE WS-EP-MSGENUMB (WS-EP-IDX) TO DL-MSGENUMB
            MOVE WS-EP-MSGENUMB (WS-EP-IDX) TO IMX-MSGENUMB
            MOVE WS-EP-SLOTS (WS-EP-IDX) TO IMX-SLOTS
            MOVE WS-EP-SLOTS-DATA (WS-EP-IDX) TO IMX-SLOTS-DATA
            MOVE WS-EP-BASE-FOUND (WS-EP-IDX) TO IMX-BASE-FOUND
            EVALUATE TRUE
                WHEN WS-EP-SLOTS-DATA (WS-EP-IDX) = 0
                    SET IMX-NO-DATA TO TRUE
                    MOVE SPACES TO DL-FIGURES
                    MOVE SPACES TO IMX-ESTIMATE
                    MOVE 'NO INTERVAL DATA' TO DL-FLAG
                WHEN WS-EP-SLOTS-DATA (WS-EP-IDX)
                     < WS-EP-SLOTS (WS-EP-IDX)
                    SET IMX-PARTIAL-DATA TO TRUE
                    MOVE 'PARTIAL DATA' TO DL-FLAG
                WHEN OTHER
                    SET IMX-FULL-DATA TO TRUE
            END-EVALUATE
            IF NOT IMX-NO-DATA
                COMPUTE IMX-ACT-OFFERED ROUNDED =
                    WS-EP-ACT-OFFERED (WS-EP-IDX)
                MOVE IMX-ACT-OFFERED TO DL-OFFERED
                COMPUTE IMX-ACT-ABANDONED ROUNDED =
                    WS-EP-ACT-ABANDONED (WS-EP-IDX)
                MOVE IMX-ACT-ABANDONED TO DL-ABANDONED
                COMPUTE IMX-ACT-TRANSFERRED ROUNDED =
                    WS-EP-ACT-TRANSFERRED (WS-EP-IDX)
                MOVE IMX-ACT-TRANSFERRED TO DL-TRANSFERRED
                IF WS-EP-BASE-FOUND (WS-EP-IDX) > 0
                    COMPUTE IMX-NORMAL-OFFERED ROUNDED =
                        WS-EP-NORMAL-OFFERED (WS-EP-IDX)
                    MOVE IMX-NORMAL-OFFERED TO DL-NORMAL
                ELSE
                    MOVE SPACES TO IMX-NORMAL
                    MOVE SPACES TO DL-NORMAL-GRP
                    MOVE 'NO BASELINE' TO DL-FLAG
                END-IF
                COMPUTE IMX-EST-AFFECTED ROUNDED =
                    WS-EP-EST-AFFECTED (WS-EP-IDX)
                MOVE IMX-EST-AFFECTED TO DL-AFFECTED
            END-IF
            MOVE WS-DETAIL-LINE TO IMP-LINE
            WRITE IMP-LINE
            IF WS-EXTRACT-OK
                WRITE HB37IMPX-RECORD
            END-IF.

      *****************************************************************
      * TIMESTAMP TO DAY NUMBER, SECONDS-WITHIN-DAY AND ABSOLUTE
      * SECONDS.
      *****************************************************************
        8100-TS-TO-DAYNUM-SECS.
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-TS-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9)
            COMPUTE WS-TS-SECS =
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2))
            COMPUTE WS-TS-ABS = WS-TS-DAYNUM * 86400 + WS-TS-SECS.
