        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37DRP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37DRP-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT PRDPORT ASSIGN TO PRDPORT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-PORTIDNF OF PRDPORT
                FILE STATUS IS WS-PPRT-STATUS.
            SELECT DRPORT ASSIGN TO DRPORT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-PORTIDNF OF DRPORT
                FILE STATUS IS WS-DPRT-STATUS.
            SELECT PRDDBT ASSIGN TO PRDDBT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PDBT-STATUS.
            SELECT DRDBT ASSIGN TO DRDBT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DDBT-STATUS.
            SELECT PRDCOR ASSIGN TO PRDCOR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PCOR-STATUS.
            SELECT DRCOR ASSIGN TO DRCOR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCOR-STATUS.
            SELECT PRDCFG ASSIGN TO PRDCFG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PCFG-STATUS.
            SELECT DRCFG ASSIGN TO DRCFG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCFG-STATUS.
            SELECT PRDLOG ASSIGN TO PRDLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLOG-STATUS.
            SELECT DRLOG ASSIGN TO DRLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DLOG-STATUS.
            SELECT HB37DRP ASSIGN TO HB37DRP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DRP-STATUS.
            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
        DATA DIVISION.
      *
      * HB37DRP - PRODUCTION / DR PARITY REPORT
      * HB37 RUNS IN BOTH THE PRODUCTION AND THE DISASTER-RECOVERY
      * IMS, EACH SITE WITH ITS OWN HB37PORT, HB37DBT, HB37COR,
      * HB37CFG AND HB37LOG. NOTHING KEEPS THE TWO IN STEP, AND THE
      * ANNUAL DR TEST KEPT FINDING A STALE PORT TABLE, A MISSING DB
      * RESOURCE, A DIFFERENT DBTIMEOUTMS - OR A DR SITE THAT HAD
      * BEEN FAILING ITS OWN HB37SYN CHECKS FOR WEEKS. THIS JOB READS
      * BOTH SITES' COPIES (THE JCL POINTS THE PRDXXX DDS AT
      * PRODUCTION'S DATASETS AND THE DRXXX DDS AT DR'S) AND REPORTS
      * EVERY DIFFERENCE BY KEY:
      *
      *   HB37PORT  A PORT ON ONE SITE ONLY; A DIFFERENT STATUS,
      *             CADENCE (SPACES AND ZERO BOTH MEAN THE CADENCEMIN
      *             DEFAULT AND ARE TREATED ALIKE) OR DESCRIPTION
      *   HB37DBT   A RESOURCE ON ONE SITE ONLY, A DIFFERENT STATUS
      *   HB37COR   OR DESCRIPTION (PROBES LIKEWISE)
      *   HB37CFG   A KEY CARDED ON ONE SITE ONLY (THE OTHER RUNS ON
      *             THE COMPILED-IN DEFAULT) OR A DIFFERENT VALUE;
      *             COMMENT CARDS ARE IGNORED
      *
      * IT THEN READS BOTH SITES' HISTORY FOR A DATE RANGE AND
      * COMPARES, PER OPTION (SUMMARY RECORDS) AND PER DB RESOURCE
      * AND CORE PROBE ('D' AND 'C' DETAIL RECORDS), THE CHECK
      * VOLUME, SUCCESS RATE AND AVERAGE LATENCY. 'MW' CHECKS ARE
      * COUNTED BUT ARE NEITHER SUCCESS NOR FAILURE. A SIDE IS
      * HEALTHY WHEN ITS SUCCESS RATE REACHES THE THRESHOLD AND
      * FAILING BELOW IT; AN OPTION OR RESOURCE HEALTHY ON ONE SITE
      * AND FAILING ON THE OTHER, OR CHECKED ON ONE SITE AND NOT AT
      * ALL ON THE OTHER, IS FLAGGED. FAILING ON BOTH IS LISTED BUT
      * NOT FLAGGED - EACH SITE'S OWN HB37MON ALERTS ON THAT. EITHER
      * LOG DD MAY CONCATENATE HB37ARCH GENERATIONS WHEN THE RANGE
      * REACHES BACK PAST THE LIVE LOG.
      *
      * EVERY DIFFERENCE ALSO GOES TO THE HB37EXC DIGEST, SO DR DRIFT
      * IS ON THE MORNING SHEET LONG BEFORE THE DR TEST: SEVERITY 2
      * FOR AN UNREADABLE DATASET OR AN OPTION/RESOURCE HEALTHY ON
      * ONE SITE AND FAILING ON THE OTHER, 3 FOR A TABLE OR CONFIG
      * DIFFERENCE OR A ONE-SIDED CHECK VOLUME, 4 FOR A DESCRIPTION
      * DIFFERENCE. A DATASET THAT CANNOT BE READ ON EITHER SITE IS
      * REPORTED AS SUCH AND ITS COMPARISON SKIPPED, NOT TURNED INTO
      * A LIST OF EVERY KEY AS MISSING.
      *
      * SCHEDULED ONCE A DAY ON THE PRODUCTION SIDE, AT ANY TIME
      * AHEAD OF THE HB37DIG DIGEST; ITS DEFAULT RANGE ENDS THE DAY
      * BEFORE, SO IT WAITS ON NO STEP OF THE NIGHTLY STREAM. IT IS
      * ALSO RUN ON DEMAND WITH A PARM CARD AHEAD OF A DR TEST.
      * BECAUSE AN EXTRA RUN ON THE SAME DATE IS NORMAL, NOT A RERUN,
      * AND A DR DATASET IT CANNOT REACH (RETURN-CODE 8) MUST NOT HOLD
      * THE DIGEST, IT IS NOT A BALANCED STEP OF THE NIGHTLY STREAM
      * AND WRITES NO HB37CTL RUN-CONTROL RECORD.
      *
      * PARM CARD (SYSIN), ALL OPTIONAL:
      *   COLS  1-8   FROM-DATE  YYYYMMDD, DEFAULT 7 DAYS BEFORE THE
      *                          RUN DATE
      *   COLS  9-16  TO-DATE    YYYYMMDD, DEFAULT THE DAY BEFORE THE
      *                          RUN DATE
      *   COLS 17-19  HEALTHY    MINIMUM SUCCESS PERCENTAGE, DEFAULT
      *                          095
      * A BAD CARD IS WARNED ON THE CONSOLE AND THE DEFAULTS USED.
      *
      * RETURN-CODE: 0 THE SITES MATCH, 4 DIFFERENCES FOUND, 8 A
      * DATASET COULD NOT BE READ ON ONE SITE OR BOTH.
      *
        FILE SECTION.
        FD  HB37DRP-IN.
        01 PARM-RECORD.
           05 PARM-FROM-DATE            PIC X(8).
           05 PARM-TO-DATE              PIC X(8).
           05 PARM-HEALTHY-PCT          PIC X(3).
           05 FILLER                    PIC X(61).

      *****************************************************************
      * EACH SITE'S COPY OF A TABLE USES THE TABLE'S OWN COPYBOOK;
      * THE TWO ARE TOLD APART BY QUALIFYING WITH THE FILE NAME
      * (PT-PORTIDNF OF DRPORT).
      *****************************************************************
        FD  PRDPORT.
        COPY HB37PRTR.

        FD  DRPORT.
        COPY HB37PRTR.

        FD  PRDDBT.
        COPY HB37DBTR.

        FD  DRDBT.
        COPY HB37DBTR.

        FD  PRDCOR.
        COPY HB37CORR.

        FD  DRCOR.
        COPY HB37CORR.

        FD  PRDCFG.
        COPY HB37CFGR.

        FD  DRCFG.
        COPY HB37CFGR.

        FD  PRDLOG.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==PLG-RECORD==
                                ==PFX-TIMESTAMP== BY ==PLG-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==PLG-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==PLG-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==PLG-PORTIDNF==
                                ==PFX-STUS==      BY ==PLG-STUS==
                                ==PFX-CORE-STUS== BY ==PLG-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==PLG-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==PLG-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==PLG-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==PLG-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==PLG-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==PLG-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==PLG-SEQ-NUM==.

        FD  DRLOG.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==DLG-RECORD==
                                ==PFX-TIMESTAMP== BY ==DLG-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==DLG-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==DLG-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==DLG-PORTIDNF==
                                ==PFX-STUS==      BY ==DLG-STUS==
                                ==PFX-CORE-STUS== BY ==DLG-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==DLG-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==DLG-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==DLG-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==DLG-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==DLG-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==DLG-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==DLG-SEQ-NUM==.

        FD  HB37DRP.
        01 DRP-LINE                     PIC X(132).

      *****************************************************************
      * SHARED EXCEPTION FILE FOR THE HB37DIG MORNING DIGEST (SEE THE
      * HB37EXCR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37EXC.
        COPY HB37EXCR.

        WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS               PIC X(2).
        01 WS-PPRT-STATUS               PIC X(2).
        01 WS-DPRT-STATUS               PIC X(2).
        01 WS-PDBT-STATUS               PIC X(2).
        01 WS-DDBT-STATUS               PIC X(2).
        01 WS-PCOR-STATUS               PIC X(2).
        01 WS-DCOR-STATUS               PIC X(2).
        01 WS-PCFG-STATUS               PIC X(2).
        01 WS-DCFG-STATUS               PIC X(2).
        01 WS-PLOG-STATUS               PIC X(2).
        01 WS-DLOG-STATUS               PIC X(2).
        01 WS-DRP-STATUS                PIC X(2).
        01 WS-EXC-STATUS                PIC X(2).
        01 WS-OPEN-STATUS               PIC X(2).

        01 WS-PPRT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-PPRT-EOF                            VALUE 'Y'.
        01 WS-DPRT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-DPRT-EOF                            VALUE 'Y'.
        01 WS-TBL-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TBL-EOF                             VALUE 'Y'.
        01 WS-LOG-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-LOG-EOF                             VALUE 'Y'.
        01 WS-EXC-WARNED-SW             PIC X(1)     VALUE 'N'.
           88 WS-EXC-WARNED                          VALUE 'Y'.
        01 WS-PRD-AVAIL-SW              PIC X(1)     VALUE 'N'.
           88 WS-PRD-AVAILABLE                       VALUE 'Y'.
        01 WS-DR-AVAIL-SW               PIC X(1)     VALUE 'N'.
           88 WS-DR-AVAILABLE                        VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).
        01 WS-DATE-INT                  PIC 9(8).
        01 WS-DATE-9                    PIC 9(8).
        01 WS-FROM-DATE                 PIC X(8).
        01 WS-TO-DATE                   PIC X(8).
        01 WS-HEALTHY-PCT               PIC 9(3)     VALUE 95.

        01 WS-DIFF-COUNT                PIC 9(5)     VALUE 0.
        01 WS-HEALTH-COUNT              PIC 9(5)     VALUE 0.
        01 WS-UNAVAIL-COUNT             PIC 9(5)     VALUE 0.
        01 WS-PRD-LOG-READ              PIC 9(9)     VALUE 0.
        01 WS-DR-LOG-READ               PIC 9(9)     VALUE 0.

      *****************************************************************
      * PORT MATCH-MERGE: BOTH PORT TABLES ARE BROWSED IN KEY ORDER;
      * A SIDE AT END OF FILE HOLDS HIGH-VALUES SO THE OTHER SIDE'S
      * REMAINING PORTS COME OUT AS ONE-SIDED.
      *****************************************************************
        01 WS-PP-KEY                    PIC X(5).
        01 WS-DP-KEY                    PIC X(5).
        01 WS-PP-CADENCE                PIC X(4).
        01 WS-DP-CADENCE                PIC X(4).

      *****************************************************************
      * IN-STORAGE COPIES OF ONE TABLE FROM EACH SITE (HB37DBT,
      * HB37COR OR THE HB37CFG CARDS), COMPARED BY KEY. SAME 50-ROW
      * BOUND AS HB37TBM'S IN-STORAGE COPIES; A FULL TABLE IS
      * WARNED ONCE AND THE REST OF THE SITE'S ROWS GO UNCOMPARED.
      *****************************************************************
        01 WS-P-COUNT                   PIC 9(3)     VALUE 0.
        01 WS-P-TABLE.
           05 WS-P-ROW OCCURS 50 TIMES
                       INDEXED BY WS-P-IDX.
              10 WS-P-KEY               PIC X(12).
              10 WS-P-STUS              PIC X(1).
              10 WS-P-VALUE             PIC X(30).
        01 WS-D-COUNT                   PIC 9(3)     VALUE 0.
        01 WS-D-TABLE.
           05 WS-D-ROW OCCURS 50 TIMES
                       INDEXED BY WS-D-IDX.
              10 WS-D-KEY               PIC X(12).
              10 WS-D-STUS              PIC X(1).
              10 WS-D-VALUE             PIC X(30).
              10 WS-D-MATCHED-SW        PIC X(1).
                 88 WS-D-MATCHED                     VALUE 'Y'.
        01 WS-D-FOUND-SW                PIC X(1)     VALUE 'N'.
           88 WS-D-FOUND                             VALUE 'Y'.
        01 WS-ROW-KEY                   PIC X(12).
        01 WS-ROW-STUS                  PIC X(1).
        01 WS-ROW-VALUE                 PIC X(30).
        01 WS-ROW-FULL-WARNED-SW        PIC X(1)     VALUE 'N'.
           88 WS-ROW-FULL-WARNED                     VALUE 'Y'.

      *****************************************************************
      * WHAT THE TABLE BEING COMPARED CALLS ITS FIELDS: THE TABLE
      * NAME, WHETHER IT HAS A STATUS BYTE, AND THE FINDING AND
      * SEVERITY FOR A DIFFERENT VALUE (A CONFIG VALUE MATTERS, A
      * DESCRIPTION IS INFORMATIONAL).
      *****************************************************************
        01 WS-CMP-TABLE                 PIC X(8).
        01 WS-CMP-STUS-SW               PIC X(1)     VALUE 'N'.
           88 WS-CMP-HAS-STUS                        VALUE 'Y'.
        01 WS-CMP-VALUE-FINDING         PIC X(18).
        01 WS-CMP-VALUE-SEV             PIC 9(1).

      *****************************************************************
      * PER-OPTION AND PER-RESOURCE HISTORY TOTALS, ONE COLUMN PER
      * SITE (1 = PRODUCTION, 2 = DR). WS-HS-KIND IS SPACE FOR AN
      * OPTION'S SUMMARY RECORDS, 'D' OR 'C' FOR A DB RESOURCE OR
      * CORE PROBE.
      *****************************************************************
        01 WS-SIDE                      PIC 9(1).
        01 WS-HS-COUNT                  PIC 9(3)     VALUE 0.
        01 WS-HS-FULL-WARNED-SW         PIC X(1)     VALUE 'N'.
           88 WS-HS-FULL-WARNED                      VALUE 'Y'.
        01 WS-HS-FOUND-SW               PIC X(1)     VALUE 'N'.
           88 WS-HS-FOUND                            VALUE 'Y'.
        01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 300 TIMES
                          INDEXED BY WS-HS-IDX.
              10 WS-HS-KIND             PIC X(1).
              10 WS-HS-NAME             PIC X(8).
              10 WS-HS-SITE OCCURS 2 TIMES.
                 15 WS-HS-CHECKS        PIC 9(7).
                 15 WS-HS-GOOD          PIC 9(7).
                 15 WS-HS-FAIL          PIC 9(7).
                 15 WS-HS-MS-TOTAL      PIC 9(11).
        01 WS-HS-RATE-TABLE.
           05 WS-HS-RATE OCCURS 2 TIMES PIC 9(3)V9.
           05 WS-HS-STATE OCCURS 2 TIMES PIC X(1).
              88 WS-HS-HEALTHY                       VALUE 'H'.
              88 WS-HS-FAILING                       VALUE 'F'.
              88 WS-HS-NO-CHECKS                     VALUE 'N'.
        01 WS-HS-DECIDED                PIC 9(7).
        01 WS-HS-KEY-KIND               PIC X(1).
        01 WS-HS-KEY-NAME               PIC X(8).

      *****************************************************************
      * HISTORY RECORD IN FLIGHT, STAGED HERE FROM WHICHEVER SITE'S
      * LOG IT CAME FROM SO THE TOTALLING IS WRITTEN ONCE - THE SAME
      * TECHNIQUE HB37VRC USES FOR THE LIVE LOG AND THE ARCHIVE.
      *****************************************************************
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==WSR-RECORD==
                                ==PFX-TIMESTAMP== BY ==WSR-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==WSR-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==WSR-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==WSR-PORTIDNF==
                                ==PFX-STUS==      BY ==WSR-STUS==
                                ==PFX-CORE-STUS== BY ==WSR-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==WSR-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==WSR-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==WSR-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==WSR-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==WSR-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==WSR-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==WSR-SEQ-NUM==.

        01 WS-EXC-STAMP                 PIC X(21).
        01 WS-EXC-SEVERITY              PIC 9(1).
        01 WS-EXC-TRCDNAME              PIC X(8).
        01 WS-EXC-PORTIDNF              PIC X(5).
        01 WS-EXC-TEXT-AREA.
           05 ET-TABLE                  PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 ET-KEY                    PIC X(12).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 ET-FINDING                PIC X(18).

        01 WS-HEADING-1.
           05 FILLER                    PIC X(42)    VALUE
              'HB37DRP - PRODUCTION / DR PARITY REPORT'.
           05 FILLER                    PIC X(9)     VALUE
              'RUN DATE '.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(13)    VALUE
              'HISTORY FROM '.
           05 HD-FROM-DATE              PIC X(8).
           05 FILLER                    PIC X(4)     VALUE ' TO '.
           05 HD-TO-DATE                PIC X(8).
           05 FILLER                    PIC X(13)    VALUE
              ', HEALTHY AT '.
           05 HD-HEALTHY-PCT            PIC ZZ9.
           05 FILLER                    PIC X(17)    VALUE
              '% SUCCESS OR MORE'.

        01 WS-TABLE-TITLE               PIC X(35)    VALUE
           'TABLE AND CONFIGURATION DIFFERENCES'.

        01 WS-DIFF-HEADING.
           05 FILLER                    PIC X(9)     VALUE 'TABLE'.
           05 FILLER                    PIC X(13)    VALUE 'KEY'.
           05 FILLER                    PIC X(19)    VALUE 'FINDING'.
           05 FILLER                    PIC X(41)    VALUE
              'PRODUCTION'.
           05 FILLER                    PIC X(2)     VALUE 'DR'.

        01 WS-DIFF-LINE.
           05 DF-TABLE                  PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DF-KEY                    PIC X(12).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DF-FINDING                PIC X(18).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DF-PRD                    PIC X(40).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DF-DR                     PIC X(40).

        01 WS-SHOW-AREA.
           05 SH-STUS                   PIC X(1).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 SH-VALUE                  PIC X(38).

        01 WS-NO-TABLE-DIFF-LINE        PIC X(36)    VALUE
           'NO TABLE OR CONFIGURATION DIFFERENCE'.

        01 WS-HISTORY-TITLE             PIC X(38)    VALUE
           'HISTORY COMPARISON, OPTION / RESOURCE'.

        01 WS-HIST-HEADING-1.
           05 FILLER                    PIC X(16)    VALUE SPACES.
           05 FILLER                    PIC X(33)    VALUE
              '---------- PRODUCTION ----------'.
           05 FILLER                    PIC X(33)    VALUE
              '-------------- DR --------------'.

        01 WS-HIST-HEADING-2.
           05 FILLER                    PIC X(7)     VALUE 'KIND'.
           05 FILLER                    PIC X(9)     VALUE 'NAME'.
           05 FILLER                    PIC X(33)    VALUE
              ' CHECKS   FAILS SUCC%    AVG MS'.
           05 FILLER                    PIC X(33)    VALUE
              ' CHECKS   FAILS SUCC%    AVG MS'.
           05 FILLER                    PIC X(4)     VALUE 'FLAG'.

        01 WS-HIST-LINE.
           05 HL-KIND                   PIC X(6).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 HL-NAME                   PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 HL-SITE OCCURS 2 TIMES.
              10 HL-CHECKS              PIC ZZZ,ZZ9.
              10 FILLER                 PIC X(1).
              10 HL-FAILS               PIC ZZZ,ZZ9.
              10 FILLER                 PIC X(1).
              10 HL-RATE-GRP.
                 15 HL-RATE             PIC ZZ9.9.
              10 FILLER                 PIC X(1).
              10 HL-AVG-MS-GRP.
                 15 HL-AVG-MS           PIC Z,ZZZ,ZZ9.
              10 FILLER                 PIC X(2).
           05 HL-FLAG                   PIC X(18).

        01 WS-NO-HISTORY-LINE           PIC X(37)    VALUE
           'NO CHECKS IN THE RANGE ON EITHER SITE'.

        01 WS-TOTALS-LINE.
           05 FILLER                    PIC X(12)    VALUE
              'DIFFERENCES='.
           05 TO-DIFFS                  PIC ZZ,ZZ9.
           05 FILLER                    PIC X(19)    VALUE
              ' HEALTH MISMATCHES='.
           05 TO-HEALTH                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)    VALUE
              ' UNREADABLE='.
           05 TO-UNAVAIL                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)    VALUE
              ' LOG READ PRD='.
           05 TO-PRD-LOG                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(4)     VALUE ' DR='.
           05 TO-DR-LOG                 PIC ZZZ,ZZZ,ZZ9.

        01 WS-CLEAN-LINE                PIC X(46)    VALUE
           'PRODUCTION AND DR IN STEP - NO DIFFERENCES'.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN.
            PERFORM 1000-GET-PARMS
            OPEN OUTPUT HB37DRP
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-FROM-DATE TO HD-FROM-DATE
            MOVE WS-TO-DATE TO HD-TO-DATE
            MOVE WS-HEALTHY-PCT TO HD-HEALTHY-PCT
            MOVE WS-HEADING-2 TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-BLANK-LINE TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-TABLE-TITLE TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-DIFF-HEADING TO DRP-LINE
            WRITE DRP-LINE
            PERFORM 2000-COMPARE-PORTS
            PERFORM 3000-COMPARE-DBT
            PERFORM 3500-COMPARE-COR
            PERFORM 4000-COMPARE-CFG
            IF WS-DIFF-COUNT = 0 AND WS-UNAVAIL-COUNT = 0
                MOVE WS-NO-TABLE-DIFF-LINE TO DRP-LINE
                WRITE DRP-LINE
            END-IF
            PERFORM 5000-COMPARE-HISTORY
            PERFORM 6000-WRITE-TOTALS
            CLOSE HB37DRP
            EVALUATE TRUE
                WHEN WS-UNAVAIL-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-DIFF-COUNT > 0 OR WS-HEALTH-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            DISPLAY 'HB37DRP - ' WS-DIFF-COUNT ' DIFFERENCES, '
                WS-HEALTH-COUNT ' HEALTH MISMATCHES, '
                WS-UNAVAIL-COUNT ' UNREADABLE' UPON CONSOLE
            GOBACK.

      *****************************************************************
      * HISTORY RANGE DEFAULTS TO THE SEVEN DAYS ENDING YESTERDAY.
      *****************************************************************
        1000-GET-PARMS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
                    - 1
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-DATE-9 TO WS-TO-DATE
            SUBTRACT 6 FROM WS-DATE-INT
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-DATE-9 TO WS-FROM-DATE
            OPEN INPUT HB37DRP-IN
            IF WS-PARM-STATUS = '00'
                READ HB37DRP-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        PERFORM 1100-EDIT-PARM-CARD
                END-READ
                CLOSE HB37DRP-IN
            END-IF.

        1100-EDIT-PARM-CARD.
            IF PARM-FROM-DATE NOT = SPACES
               OR PARM-TO-DATE NOT = SPACES
                IF PARM-FROM-DATE IS NUMERIC
                   AND PARM-TO-DATE IS NUMERIC
                   AND PARM-FROM-DATE NOT > PARM-TO-DATE
                   AND PARM-TO-DATE NOT > WS-RUN-DATE
                    MOVE PARM-FROM-DATE TO WS-FROM-DATE
                    MOVE PARM-TO-DATE TO WS-TO-DATE
                ELSE
                    DISPLAY 'HB37DRP WARNING - BAD DATE RANGE PARM '
                        PARM-FROM-DATE '-' PARM-TO-DATE ', USING '
                        WS-FROM-DATE '-' WS-TO-DATE UPON CONSOLE
                END-IF
            END-IF
            IF PARM-HEALTHY-PCT NOT = SPACES
                IF PARM-HEALTHY-PCT IS NUMERIC
                   AND PARM-HEALTHY-PCT NOT > '100'
                   AND PARM-HEALTHY-PCT NOT = '000'
                    MOVE PARM-HEALTHY-PCT TO WS-HEALTHY-PCT
                ELSE
                    DISPLAY 'HB37DRP WARNING - BAD HEALTHY PARM '
                        PARM-HEALTHY-PCT ', USING ' WS-HEALTHY-PCT
                        UPON CONSOLE
                END-IF
            END-IF.

      *****************************************************************
      * HB37PORT: BOTH SITES BROWSED IN PORT ORDER AND MERGED.
      *****************************************************************
        2000-COMPARE-PORTS.
            MOVE 'HB37PORT' TO WS-CMP-TABLE
            MOVE 'N' TO WS-PRD-AVAIL-SW
            MOVE 'N' TO WS-DR-AVAIL-SW
            OPEN INPUT PRDPORT
            IF WS-PPRT-STATUS = '00'
                SET WS-PRD-AVAILABLE TO TRUE
            ELSE
                MOVE 1 TO WS-SIDE
                MOVE WS-PPRT-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            OPEN INPUT DRPORT
            IF WS-DPRT-STATUS = '00'
                SET WS-DR-AVAILABLE TO TRUE
            ELSE
                MOVE 2 TO WS-SIDE
                MOVE WS-DPRT-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            IF WS-PRD-AVAILABLE AND WS-DR-AVAILABLE
                PERFORM 2100-READ-PRD-PORT
                PERFORM 2200-READ-DR-PORT
                PERFORM UNTIL WS-PPRT-EOF AND WS-DPRT-EOF
                    EVALUATE TRUE
                        WHEN WS-PP-KEY < WS-DP-KEY
                            MOVE WS-PP-KEY TO WS-ROW-KEY
                            PERFORM 2310-SHOW-PRD-PORT
                            MOVE SPACES TO DF-DR
                            MOVE 'ONLY ON PRD' TO DF-FINDING
                            MOVE 3 TO WS-EXC-SEVERITY
                            PERFORM 2400-REPORT-PORT-DIFF
                            PERFORM 2100-READ-PRD-PORT
                        WHEN WS-PP-KEY > WS-DP-KEY
                            MOVE WS-DP-KEY TO WS-ROW-KEY
                            MOVE SPACES TO DF-PRD
                            PERFORM 2320-SHOW-DR-PORT
                            MOVE 'ONLY ON DR' TO DF-FINDING
                            MOVE 3 TO WS-EXC-SEVERITY
                            PERFORM 2400-REPORT-PORT-DIFF
                            PERFORM 2200-READ-DR-PORT
                        WHEN OTHER
                            PERFORM 2300-COMPARE-PORT-ROWS
                            PERFORM 2100-READ-PRD-PORT
                            PERFORM 2200-READ-DR-PORT
                    END-EVALUATE
                END-PERFORM
            END-IF
            IF WS-PRD-AVAILABLE
                CLOSE PRDPORT
            END-IF
            IF WS-DR-AVAILABLE
                CLOSE DRPORT
            END-IF.

        2100-READ-PRD-PORT.
            READ PRDPORT NEXT RECORD
                AT END
                    SET WS-PPRT-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-PP-KEY
                NOT AT END
                    MOVE PT-PORTIDNF OF PRDPORT TO WS-PP-KEY
            END-READ.

        2200-READ-DR-PORT.
            READ DRPORT NEXT RECORD
                AT END
                    SET WS-DPRT-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-DP-KEY
                NOT AT END
                    MOVE PT-PORTIDNF OF DRPORT TO WS-DP-KEY
            END-READ.

      *****************************************************************
      * A CADENCE OF SPACES OR ZERO BOTH MEAN "USE CADENCEMIN", SO
      * THEY ARE COMPARED AS THE SAME SETTING.
      *****************************************************************
        2300-COMPARE-PORT-ROWS.
            MOVE WS-PP-KEY TO WS-ROW-KEY
            PERFORM 2310-SHOW-PRD-PORT
            PERFORM 2320-SHOW-DR-PORT
            IF PT-PORTSTUS OF PRDPORT NOT = PT-PORTSTUS OF DRPORT
                MOVE 'STATUS DIFFERS' TO DF-FINDING
                MOVE 3 TO WS-EXC-SEVERITY
                PERFORM 2400-REPORT-PORT-DIFF
            END-IF
            IF WS-PP-CADENCE NOT = WS-DP-CADENCE
                MOVE 'CADENCE DIFFERS' TO DF-FINDING
                MOVE 3 TO WS-EXC-SEVERITY
                PERFORM 2400-REPORT-PORT-DIFF
            END-IF
            IF PT-PORTDESC OF PRDPORT NOT = PT-PORTDESC OF DRPORT
                MOVE 'DESC DIFFERS' TO DF-FINDING
                MOVE 4 TO WS-EXC-SEVERITY
                PERFORM 2400-REPORT-PORT-DIFF
            END-IF.

        2310-SHOW-PRD-PORT.
            MOVE PT-CADENCE-MINS OF PRDPORT TO WS-PP-CADENCE
            IF WS-PP-CADENCE = SPACES OR WS-PP-CADENCE = '0000'
                MOVE 'DFLT' TO WS-PP-CADENCE
            END-IF
            MOVE SPACES TO WS-SHOW-AREA
            MOVE PT-PORTSTUS OF PRDPORT TO SH-STUS
            MOVE WS-PP-CADENCE TO SH-VALUE (1:4)
            MOVE PT-PORTDESC OF PRDPORT TO SH-VALUE (6:30)
            MOVE WS-SHOW-AREA TO DF-PRD.

        2320-SHOW-DR-PORT.
            MOVE PT-CADENCE-MINS OF DRPORT TO WS-DP-CADENCE
            IF WS-DP-CADENCE = SPACES OR WS-DP-CADENCE = '0000'
                MOVE 'DFLT' TO WS-DP-CADENCE
            END-IF
            MOVE SPACES TO WS-SHOW-AREA
            MOVE PT-PORTSTUS OF DRPORT TO SH-STUS
            MOVE WS-DP-CADENCE TO SH-VALUE (1:4)
            MOVE PT-PORTDESC OF DRPORT TO SH-VALUE (6:30)
            MOVE WS-SHOW-AREA TO DF-DR.

        2400-REPORT-PORT-DIFF.
            MOVE WS-CMP-TABLE TO DF-TABLE
            MOVE WS-ROW-KEY TO DF-KEY
            MOVE WS-DIFF-LINE TO DRP-LINE
            WRITE DRP-LINE
            ADD 1 TO WS-DIFF-COUNT
            MOVE SPACES TO WS-EXC-TRCDNAME
            MOVE WS-ROW-KEY (1:5) TO WS-EXC-PORTIDNF
            MOVE WS-CMP-TABLE TO ET-TABLE
            MOVE WS-ROW-KEY TO ET-KEY
            MOVE DF-FINDING TO ET-FINDING
            PERFORM 9800-WRITE-EXCEPTION.

      *****************************************************************
      * HB37DBT: EACH SITE'S RESOURCES LOADED AND COMPARED BY NAME.
      *****************************************************************
        3000-COMPARE-DBT.
            MOVE 'HB37DBT' TO WS-CMP-TABLE
            SET WS-CMP-HAS-STUS TO TRUE
            MOVE 'DESC DIFFERS' TO WS-CMP-VALUE-FINDING
            MOVE 4 TO WS-CMP-VALUE-SEV
            PERFORM 7000-CLEAR-ROWS
            OPEN INPUT PRDDBT
            IF WS-PDBT-STATUS = '00'
                SET WS-PRD-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ PRDDBT
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    MOVE DBT-RESOURCE OF PRDDBT TO WS-ROW-KEY
                    MOVE DBT-RESSTUS OF PRDDBT TO WS-ROW-STUS
                    MOVE DBT-RESDESC OF PRDDBT TO WS-ROW-VALUE
                    PERFORM 7100-ADD-PRD-ROW
                    READ PRDDBT
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE PRDDBT
            ELSE
                MOVE 1 TO WS-SIDE
                MOVE WS-PDBT-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            OPEN INPUT DRDBT
            IF WS-DDBT-STATUS = '00'
                SET WS-DR-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ DRDBT
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    MOVE DBT-RESOURCE OF DRDBT TO WS-ROW-KEY
                    MOVE DBT-RESSTUS OF DRDBT TO WS-ROW-STUS
                    MOVE DBT-RESDESC OF DRDBT TO WS-ROW-VALUE
                    PERFORM 7200-ADD-DR-ROW
                    READ DRDBT
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE DRDBT
            ELSE
                MOVE 2 TO WS-SIDE
                MOVE WS-DDBT-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            IF WS-PRD-AVAILABLE AND WS-DR-AVAILABLE
                PERFORM 7500-COMPARE-ROWS
            END-IF.

      *****************************************************************
      * HB37COR: THE SAME FOR THE CORE PROBES.
      *****************************************************************
        3500-COMPARE-COR.
            MOVE 'HB37COR' TO WS-CMP-TABLE
            SET WS-CMP-HAS-STUS TO TRUE
            MOVE 'DESC DIFFERS' TO WS-CMP-VALUE-FINDING
            MOVE 4 TO WS-CMP-VALUE-SEV
            PERFORM 7000-CLEAR-ROWS
            OPEN INPUT PRDCOR
            IF WS-PCOR-STATUS = '00'
                SET WS-PRD-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ PRDCOR
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    MOVE COR-PROBE OF PRDCOR TO WS-ROW-KEY
                    MOVE COR-PRBSTUS OF PRDCOR TO WS-ROW-STUS
                    MOVE COR-PRBDESC OF PRDCOR TO WS-ROW-VALUE
                    PERFORM 7100-ADD-PRD-ROW
                    READ PRDCOR
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE PRDCOR
            ELSE
                MOVE 1 TO WS-SIDE
                MOVE WS-PCOR-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            OPEN INPUT DRCOR
            IF WS-DCOR-STATUS = '00'
                SET WS-DR-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ DRCOR
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    MOVE COR-PROBE OF DRCOR TO WS-ROW-KEY
                    MOVE COR-PRBSTUS OF DRCOR TO WS-ROW-STUS
                    MOVE COR-PRBDESC OF DRCOR TO WS-ROW-VALUE
                    PERFORM 7200-ADD-DR-ROW
                    READ DRCOR
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE DRCOR
            ELSE
                MOVE 2 TO WS-SIDE
                MOVE WS-DCOR-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            IF WS-PRD-AVAILABLE AND WS-DR-AVAILABLE
                PERFORM 7500-COMPARE-ROWS
            END-IF.

      *****************************************************************
      * HB37CFG: EVERY NON-COMMENT CARD BY KEY. A KEY ON ONE SITE
      * ONLY IS A DIFFERENCE EVEN WHEN ITS VALUE EQUALS THE OTHER
      * SITE'S COMPILED-IN DEFAULT - THE DEFAULT CAN CHANGE UNDER A
      * RECOMPILE, THE CARD CANNOT.
      *****************************************************************
        4000-COMPARE-CFG.
            MOVE 'HB37CFG' TO WS-CMP-TABLE
            MOVE 'N' TO WS-CMP-STUS-SW
            MOVE 'VALUE DIFFERS' TO WS-CMP-VALUE-FINDING
            MOVE 3 TO WS-CMP-VALUE-SEV
            PERFORM 7000-CLEAR-ROWS
            OPEN INPUT PRDCFG
            IF WS-PCFG-STATUS = '00'
                SET WS-PRD-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ PRDCFG
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    IF CFG-KEY OF PRDCFG (1:1) NOT = '*'
                        MOVE CFG-KEY OF PRDCFG TO WS-ROW-KEY
                        MOVE SPACES TO WS-ROW-STUS
                        MOVE CFG-VALUE OF PRDCFG TO WS-ROW-VALUE
                        PERFORM 7100-ADD-PRD-ROW
                    END-IF
                    READ PRDCFG
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE PRDCFG
            ELSE
                MOVE 1 TO WS-SIDE
                MOVE WS-PCFG-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            OPEN INPUT DRCFG
            IF WS-DCFG-STATUS = '00'
                SET WS-DR-AVAILABLE TO TRUE
                MOVE 'N' TO WS-TBL-EOF-SW
                READ DRCFG
                    AT END SET WS-TBL-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TBL-EOF
                    IF CFG-KEY OF DRCFG (1:1) NOT = '*'
                        MOVE CFG-KEY OF DRCFG TO WS-ROW-KEY
                        MOVE SPACES TO WS-ROW-STUS
                        MOVE CFG-VALUE OF DRCFG TO WS-ROW-VALUE
                        PERFORM 7200-ADD-DR-ROW
                    END-IF
                    READ DRCFG
                        AT END SET WS-TBL-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE DRCFG
            ELSE
                MOVE 2 TO WS-SIDE
                MOVE WS-DCFG-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            IF WS-PRD-AVAILABLE AND WS-DR-AVAILABLE
                PERFORM 7500-COMPARE-ROWS
            END-IF.

      *****************************************************************
      * BOTH SITES' HISTORY FOR THE RANGE, TOTALLED PER OPTION AND
      * PER RESOURCE, THEN COMPARED. WITHOUT BOTH LOGS THERE IS
      * NOTHING TO COMPARE - EVERY OPTION WOULD LOOK UNCHECKED ON THE
      * MISSING SIDE.
      *****************************************************************
        5000-COMPARE-HISTORY.
            MOVE 'HB37LOG' TO WS-CMP-TABLE
            MOVE 'N' TO WS-PRD-AVAIL-SW
            MOVE 'N' TO WS-DR-AVAIL-SW
            MOVE WS-BLANK-LINE TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-HISTORY-TITLE TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-HIST-HEADING-1 TO DRP-LINE
            WRITE DRP-LINE
            MOVE WS-HIST-HEADING-2 TO DRP-LINE
            WRITE DRP-LINE
            OPEN INPUT PRDLOG
            IF WS-PLOG-STATUS = '00'
                SET WS-PRD-AVAILABLE TO TRUE
                MOVE 1 TO WS-SIDE
                MOVE 'N' TO WS-LOG-EOF-SW
                READ PRDLOG
                    AT END SET WS-LOG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LOG-EOF
                    ADD 1 TO WS-PRD-LOG-READ
                    MOVE PLG-RECORD TO WSR-RECORD
                    PERFORM 5100-TOTAL-HISTORY-RECORD
                    READ PRDLOG
                        AT END SET WS-LOG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE PRDLOG
            ELSE
                MOVE 1 TO WS-SIDE
                MOVE WS-PLOG-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            OPEN INPUT DRLOG
            IF WS-DLOG-STATUS = '00'
                SET WS-DR-AVAILABLE TO TRUE
                MOVE 2 TO WS-SIDE
                MOVE 'N' TO WS-LOG-EOF-SW
                READ DRLOG
                    AT END SET WS-LOG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LOG-EOF
                    ADD 1 TO WS-DR-LOG-READ
                    MOVE DLG-RECORD TO WSR-RECORD
                    PERFORM 5100-TOTAL-HISTORY-RECORD
                    READ DRLOG
                        AT END SET WS-LOG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE DRLOG
            ELSE
                MOVE 2 TO WS-SIDE
                MOVE WS-DLOG-STATUS TO WS-OPEN-STATUS
                PERFORM 7900-REPORT-UNAVAILABLE
            END-IF
            IF WS-PRD-AVAILABLE AND WS-DR-AVAILABLE
                IF WS-HS-COUNT = 0
                    MOVE WS-NO-HISTORY-LINE TO DRP-LINE
                    WRITE DRP-LINE
                END-IF
                PERFORM 5500-COMPARE-HEALTH
                    VARYING WS-HS-IDX FROM 1 BY 1
                    UNTIL WS-HS-IDX > WS-HS-COUNT
            END-IF.

      *****************************************************************
      * ONE HISTORY RECORD INTO ITS OPTION'S OR RESOURCE'S TOTALS FOR
      * THE SITE BEING READ. '00' IS A SUCCESS, 'MW' NEITHER SUCCESS
      * NOR FAILURE, ANYTHING ELSE A FAILURE.
      *****************************************************************
        5100-TOTAL-HISTORY-RECORD.
            IF WSR-TIMESTAMP (1:8) NOT < WS-FROM-DATE
               AND WSR-TIMESTAMP (1:8) NOT > WS-TO-DATE
                IF WSR-DB-DETAIL OR WSR-CORE-DETAIL
                    MOVE WSR-REC-TYPE TO WS-HS-KEY-KIND
                    MOVE WSR-RESOURCE TO WS-HS-KEY-NAME
                ELSE
                    MOVE SPACES TO WS-HS-KEY-KIND
                    MOVE WSR-TRCDNAME TO WS-HS-KEY-NAME
                END-IF
                PERFORM 5200-FIND-OR-ADD-HS
                IF WS-HS-FOUND
                    ADD 1 TO WS-HS-CHECKS (WS-HS-IDX WS-SIDE)
                    EVALUATE WSR-STUS
                        WHEN '00'
                            ADD 1 TO WS-HS-GOOD (WS-HS-IDX WS-SIDE)
                        WHEN 'MW'
                            CONTINUE
                        WHEN OTHER
                            ADD 1 TO WS-HS-FAIL (WS-HS-IDX WS-SIDE)
                    END-EVALUATE
                    IF WSR-ELAPSD-MS IS NUMERIC
                        ADD WSR-ELAPSD-MS
                            TO WS-HS-MS-TOTAL (WS-HS-IDX WS-SIDE)
                    END-IF
                END-IF
            END-IF.

        5200-FIND-OR-ADD-HS.
            MOVE 'N' TO WS-HS-FOUND-SW
            SET WS-HS-IDX TO 1
            PERFORM UNTIL WS-HS-FOUND
                      OR WS-HS-IDX > WS-HS-COUNT
                IF WS-HS-KIND (WS-HS-IDX) = WS-HS-KEY-KIND
                   AND WS-HS-NAME (WS-HS-IDX) = WS-HS-KEY-NAME
                    SET WS-HS-FOUND TO TRUE
                ELSE
                    SET WS-HS-IDX UP BY 1
                END-IF
            END-PERFORM
            IF NOT WS-HS-FOUND
                IF WS-HS-COUNT < 300
                    ADD 1 TO WS-HS-COUNT
                    SET WS-HS-IDX TO WS-HS-COUNT
                    MOVE WS-HS-KEY-KIND TO WS-HS-KIND (WS-HS-IDX)
                    MOVE WS-HS-KEY-NAME TO WS-HS-NAME (WS-HS-IDX)
                    MOVE 0 TO WS-HS-CHECKS (WS-HS-IDX 1)
                    MOVE 0 TO WS-HS-GOOD (WS-HS-IDX 1)
                    MOVE 0 TO WS-HS-FAIL (WS-HS-IDX 1)
                    MOVE 0 TO WS-HS-MS-TOTAL (WS-HS-IDX 1)
                    MOVE 0 TO WS-HS-CHECKS (WS-HS-IDX 2)
                    MOVE 0 TO WS-HS-GOOD (WS-HS-IDX 2)
                    MOVE 0 TO WS-HS-FAIL (WS-HS-IDX 2)
                    MOVE 0 TO WS-HS-MS-TOTAL (WS-HS-IDX 2)
                    SET WS-HS-FOUND TO TRUE
                ELSE
                    IF NOT WS-HS-FULL-WARNED
                        SET WS-HS-FULL-WARNED TO TRUE
                        DISPLAY 'HB37DRP WARNING - HISTORY TABLE FULL, '
                            'LATER OPTIONS/RESOURCES NOT COMPARED'
                            UPON CONSOLE
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * PRINT ONE OPTION OR RESOURCE WITH BOTH SITES' FIGURES AND
      * FLAG A HEALTH SPLIT OR A ONE-SIDED CHECK VOLUME.
      *****************************************************************
        5500-COMPARE-HEALTH.
            MOVE SPACES TO WS-HIST-LINE
            EVALUATE WS-HS-KIND (WS-HS-IDX)
                WHEN 'D'
                    MOVE 'DB' TO HL-KIND
                WHEN 'C'
                    MOVE 'CORE' TO HL-KIND
                WHEN OTHER
                    MOVE 'OPTION' TO HL-KIND
            END-EVALUATE
            MOVE WS-HS-NAME (WS-HS-IDX) TO HL-NAME
            PERFORM 5600-SITE-FIGURES
                VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
            EVALUATE TRUE
                WHEN WS-HS-HEALTHY (1) AND WS-HS-FAILING (2)
                    MOVE 'FAILING ON DR' TO HL-FLAG
                    MOVE 2 TO WS-EXC-SEVERITY
                WHEN WS-HS-FAILING (1) AND WS-HS-HEALTHY (2)
                    MOVE 'FAILING ON PRD' TO HL-FLAG
                    MOVE 2 TO WS-EXC-SEVERITY
                WHEN WS-HS-NO-CHECKS (2)
                     AND WS-HS-CHECKS (WS-HS-IDX 1) > 0
                    MOVE 'NO CHECKS ON DR' TO HL-FLAG
                    MOVE 3 TO WS-EXC-SEVERITY
                WHEN WS-HS-NO-CHECKS (1)
                     AND WS-HS-CHECKS (WS-HS-IDX 2) > 0
                    MOVE 'NO CHECKS ON PRD' TO HL-FLAG
                    MOVE 3 TO WS-EXC-SEVERITY
                WHEN WS-HS-FAILING (1) AND WS-HS-FAILING (2)
                    MOVE 'FAILING BOTH' TO HL-FLAG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE WS-HIST-LINE TO DRP-LINE
            WRITE DRP-LINE
            IF HL-FLAG NOT = SPACES
               AND HL-FLAG NOT = 'FAILING BOTH'
                ADD 1 TO WS-HEALTH-COUNT
                MOVE SPACES TO WS-EXC-PORTIDNF
                MOVE SPACES TO WS-EXC-TRCDNAME
                MOVE 'HB37LOG' TO ET-TABLE
                MOVE SPACES TO ET-KEY
                IF WS-HS-KIND (WS-HS-IDX) = SPACES
                    MOVE WS-HS-NAME (WS-HS-IDX) TO WS-EXC-TRCDNAME
                    MOVE WS-HS-NAME (WS-HS-IDX) TO ET-KEY
                ELSE
                    MOVE WS-HS-KIND (WS-HS-IDX) TO ET-KEY (1:1)
                    MOVE '/' TO ET-KEY (2:1)
                    MOVE WS-HS-NAME (WS-HS-IDX) TO ET-KEY (3:8)
                END-IF
                MOVE HL-FLAG TO ET-FINDING
                PERFORM 9800-WRITE-EXCEPTION
            END-IF.

      *****************************************************************
      * A SITE WITH NO SUCCESS OR FAILURE IN THE RANGE (NOTHING, OR
      * ONLY 'MW' CHECKS) HAS NO RATE AND IS NEITHER HEALTHY NOR
      * FAILING.
      *****************************************************************
        5600-SITE-FIGURES.
            MOVE WS-HS-CHECKS (WS-HS-IDX WS-SIDE) TO HL-CHECKS (WS-SIDE)
            MOVE WS-HS-FAIL (WS-HS-IDX WS-SIDE) TO HL-FAILS (WS-SIDE)
            COMPUTE WS-HS-DECIDED = WS-HS-GOOD (WS-HS-IDX WS-SIDE)
                                  + WS-HS-FAIL (WS-HS-IDX WS-SIDE)
            IF WS-HS-DECIDED = 0
                SET WS-HS-NO-CHECKS (WS-SIDE) TO TRUE
                MOVE 0 TO WS-HS-RATE (WS-SIDE)
                MOVE SPACES TO HL-RATE-GRP (WS-SIDE)
            ELSE
                COMPUTE WS-HS-RATE (WS-SIDE) ROUNDED =
                    WS-HS-GOOD (WS-HS-IDX WS-SIDE) * 100
                        / WS-HS-DECIDED
                MOVE WS-HS-RATE (WS-SIDE) TO HL-RATE (WS-SIDE)
                IF WS-HS-RATE (WS-SIDE) < WS-HEALTHY-PCT
                    SET WS-HS-FAILING (WS-SIDE) TO TRUE
                ELSE
                    SET WS-HS-HEALTHY (WS-SIDE) TO TRUE
                END-IF
            END-IF
            IF WS-HS-CHECKS (WS-HS-IDX WS-SIDE) = 0
                MOVE SPACES TO HL-AVG-MS-GRP (WS-SIDE)
            ELSE
                COMPUTE HL-AVG-MS (WS-SIDE) ROUNDED =
                    WS-HS-MS-TOTAL (WS-HS-IDX WS-SIDE)
                        / WS-HS-CHECKS (WS-HS-IDX WS-SIDE)
            END-IF.

        6000-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO DRP-LINE
            WRITE DRP-LINE
            IF WS-DIFF-COUNT = 0 AND WS-HEALTH-COUNT = 0
               AND WS-UNAVAIL-COUNT = 0
                MOVE WS-CLEAN-LINE TO DRP-LINE
                WRITE DRP-LINE
            END-IF
            MOVE WS-DIFF-COUNT TO TO-DIFFS
            MOVE WS-HEALTH-COUNT TO TO-HEALTH
            MOVE WS-UNAVAIL-COUNT TO TO-UNAVAIL
            MOVE WS-PRD-LOG-READ TO TO-PRD-LOG
            MOVE WS-DR-LOG-READ TO TO-DR-LOG
            MOVE WS-TOTALS-LINE TO DRP-LINE
            WRITE DRP-LINE.

        7000-CLEAR-ROWS.
            MOVE 0 TO WS-P-COUNT
            MOVE 0 TO WS-D-COUNT
            MOVE 'N' TO WS-ROW-FULL-WARNED-SW
            MOVE 'N' TO WS-PRD-AVAIL-SW
            MOVE 'N' TO WS-DR-AVAIL-SW.

        7100-ADD-PRD-ROW.
            IF WS-P-COUNT < 50
                ADD 1 TO WS-P-COUNT
                SET WS-P-IDX TO WS-P-COUNT
                MOVE WS-ROW-KEY TO WS-P-KEY (WS-P-IDX)
                MOVE WS-ROW-STUS TO WS-P-STUS (WS-P-IDX)
                MOVE WS-ROW-VALUE TO WS-P-VALUE (WS-P-IDX)
            ELSE
                PERFORM 7300-WARN-ROWS-FULL
            END-IF.

        7200-ADD-DR-ROW.
            IF WS-D-COUNT < 50
                ADD 1 TO WS-D-COUNT
                SET WS-D-IDX TO WS-D-COUNT
                MOVE WS-ROW-KEY TO WS-D-KEY (WS-D-IDX)
                MOVE WS-ROW-STUS TO WS-D-STUS (WS-D-IDX)
                MOVE WS-ROW-VALUE TO WS-D-VALUE (WS-D-IDX)
                MOVE 'N' TO WS-D-MATCHED-SW (WS-D-IDX)
            ELSE
                PERFORM 7300-WARN-ROWS-FULL
            END-IF.

        7300-WARN-ROWS-FULL.
            IF NOT WS-ROW-FULL-WARNED
                SET WS-ROW-FULL-WARNED TO TRUE
                DISPLAY 'HB37DRP WARNING - ' WS-CMP-TABLE
                    ' HAS MORE THAN 50 ROWS, LATER ROWS NOT COMPARED'
                    UPON CONSOLE
            END-IF.

      *****************************************************************
      * EVERY PRODUCTION ROW AGAINST THE FIRST UNMATCHED DR ROW WITH
      * ITS KEY, THEN EVERY DR ROW LEFT UNMATCHED. (A KEY DUPLICATED
      * WITHIN ONE SITE'S TABLE IS HB37PFL'S BUSINESS; HERE THE
      * EXTRA COPY SHOWS AS ONE-SIDED UNLESS THE OTHER SITE HAS IT
      * TWICE TOO.)
      *****************************************************************
        7500-COMPARE-ROWS.
            PERFORM VARYING WS-P-IDX FROM 1 BY 1
                    UNTIL WS-P-IDX > WS-P-COUNT
                MOVE 'N' TO WS-D-FOUND-SW
                SET WS-D-IDX TO 1
                PERFORM UNTIL WS-D-FOUND
                          OR WS-D-IDX > WS-D-COUNT
                    IF WS-D-KEY (WS-D-IDX) = WS-P-KEY (WS-P-IDX)
                       AND NOT WS-D-MATCHED (WS-D-IDX)
                        SET WS-D-FOUND TO TRUE
                    ELSE
                        SET WS-D-IDX UP BY 1
                    END-IF
                END-PERFORM
                MOVE WS-P-KEY (WS-P-IDX) TO WS-ROW-KEY
                PERFORM 7610-SHOW-PRD-ROW
                IF WS-D-FOUND
                    SET WS-D-MATCHED (WS-D-IDX) TO TRUE
                    PERFORM 7620-SHOW-DR-ROW
                    IF WS-CMP-HAS-STUS
                       AND WS-P-STUS (WS-P-IDX)
                           NOT = WS-D-STUS (WS-D-IDX)
                        MOVE 'STATUS DIFFERS' TO DF-FINDING
                        MOVE 3 TO WS-EXC-SEVERITY
                        PERFORM 7700-REPORT-ROW-DIFF
                    END-IF
                    IF WS-P-VALUE (WS-P-IDX)
                       NOT = WS-D-VALUE (WS-D-IDX)
                        MOVE WS-CMP-VALUE-FINDING TO DF-FINDING
                        MOVE WS-CMP-VALUE-SEV TO WS-EXC-SEVERITY
                        PERFORM 7700-REPORT-ROW-DIFF
                    END-IF
                ELSE
                    MOVE SPACES TO DF-DR
                    MOVE 'ONLY ON PRD' TO DF-FINDING
                    MOVE 3 TO WS-EXC-SEVERITY
                    PERFORM 7700-REPORT-ROW-DIFF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-D-IDX FROM 1 BY 1
                    UNTIL WS-D-IDX > WS-D-COUNT
                IF NOT WS-D-MATCHED (WS-D-IDX)
                    MOVE WS-D-KEY (WS-D-IDX) TO WS-ROW-KEY
                    MOVE SPACES TO DF-PRD
                    PERFORM 7620-SHOW-DR-ROW
                    MOVE 'ONLY ON DR' TO DF-FINDING
                    MOVE 3 TO WS-EXC-SEVERITY
                    PERFORM 7700-REPORT-ROW-DIFF
                END-IF
            END-PERFORM.

        7610-SHOW-PRD-ROW.
            IF WS-CMP-HAS-STUS
                MOVE SPACES TO WS-SHOW-AREA
                MOVE WS-P-STUS (WS-P-IDX) TO SH-STUS
                MOVE WS-P-VALUE (WS-P-IDX) TO SH-VALUE
                MOVE WS-SHOW-AREA TO DF-PRD
            ELSE
                MOVE WS-P-VALUE (WS-P-IDX) TO DF-PRD
            END-IF.

        7620-SHOW-DR-ROW.
            IF WS-CMP-HAS-STUS
                MOVE SPACES TO WS-SHOW-AREA
                MOVE WS-D-STUS (WS-D-IDX) TO SH-STUS
                MOVE WS-D-VALUE (WS-D-IDX) TO SH-VALUE
                MOVE WS-SHOW-AREA TO DF-DR
            ELSE
                MOVE WS-D-VALUE (WS-D-IDX) TO DF-DR
            END-IF.

        7700-REPORT-ROW-DIFF.
            MOVE WS-CMP-TABLE TO DF-TABLE
            MOVE WS-ROW-KEY TO DF-KEY
            MOVE WS-DIFF-LINE TO DRP-LINE
            WRITE DRP-LINE
            ADD 1 TO WS-DIFF-COUNT
            MOVE SPACES TO WS-EXC-TRCDNAME
            MOVE SPACES TO WS-EXC-PORTIDNF
            MOVE WS-CMP-TABLE TO ET-TABLE
            MOVE WS-ROW-KEY TO ET-KEY
            MOVE DF-FINDING TO ET-FINDING
            PERFORM 9800-WRITE-EXCEPTION.

      *****************************************************************
      * A DATASET ONE SITE COULD NOT OPEN (WS-SIDE SAYS WHICH, THE
      * STATUS IS IN WS-OPEN-STATUS). ITS COMPARISON IS SKIPPED.
      *****************************************************************
        7900-REPORT-UNAVAILABLE.
            MOVE SPACES TO WS-DIFF-LINE
            MOVE WS-CMP-TABLE TO DF-TABLE
            IF WS-SIDE = 1
                MOVE 'UNREADABLE ON PRD' TO DF-FINDING
                MOVE 'FILE STATUS' TO DF-PRD
                MOVE WS-OPEN-STATUS TO DF-PRD (13:2)
            ELSE
                MOVE 'UNREADABLE ON DR' TO DF-FINDING
                MOVE 'FILE STATUS' TO DF-DR
                MOVE WS-OPEN-STATUS TO DF-DR (13:2)
            END-IF
            MOVE WS-DIFF-LINE TO DRP-LINE
            WRITE DRP-LINE
            ADD 1 TO WS-UNAVAIL-COUNT
            MOVE 2 TO WS-EXC-SEVERITY
            MOVE SPACES TO WS-EXC-TRCDNAME
            MOVE SPACES TO WS-EXC-PORTIDNF
            MOVE WS-CMP-TABLE TO ET-TABLE
            MOVE SPACES TO ET-KEY
            MOVE DF-FINDING TO ET-FINDING
            PERFORM 9800-WRITE-EXCEPTION.

        9800-WRITE-EXCEPTION.
            OPEN EXTEND HB37EXC
            IF WS-EXC-STATUS = '00'
                MOVE SPACES TO HB37EXC-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-EXC-STAMP
                MOVE WS-EXC-STAMP (1:14) TO EXC-TIMESTAMP
                MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
                MOVE 'HB37DRP' TO EXC-SOURCE
                MOVE WS-EXC-TRCDNAME TO EXC-TRCDNAME
                MOVE WS-EXC-PORTIDNF TO EXC-PORTIDNF
                MOVE WS-EXC-TEXT-AREA TO EXC-TEXT
                WRITE HB37EXC-RECORD
                CLOSE HB37EXC
            ELSE
                IF NOT WS-EXC-WARNED
                    SET WS-EXC-WARNED TO TRUE
                    DISPLAY 'HB37DRP WARNING - HB37EXC UNAVAILABLE, '
                        'STATUS ' WS-EXC-STATUS ', DIFFERENCES NOT ON '
                        'DIGEST' UPON CONSOLE
                END-IF
            END-IF.
