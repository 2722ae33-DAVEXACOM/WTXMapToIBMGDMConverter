        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37XPC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37DAYS ASSIGN TO HB37DAYS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAYS-STATUS.
            SELECT HB37PORT ASSIGN TO HB37PORT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-PORTIDNF
                FILE STATUS IS WS-PORT-STATUS.
            SELECT SORTWK ASSIGN TO SORTWK1.
            SELECT HB37XPC ASSIGN TO HB37XPC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XPC-STATUS.
            SELECT HB37XPCX ASSIGN TO HB37XPCX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XPCX-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37XPC - CROSS-PORT OUTAGE CORRELATION
      * WHEN THE DATABASE GOES DOWN EVERY ACTIVE PORT FAILS AT ONCE,
      * AND HB37MON, HB37AVL AND HB37CRM SEE DOZENS OF SEPARATE
      * PER-PORT PROBLEMS; WHEN ONE VRU LINE CARD DIES ONE PORT FAILS
      * AND IT LOOKS EXACTLY THE SAME ON THOSE REPORTS. THIS NIGHTLY
      * JOB WALKS THE DAY'S HISTORY IN TIMESTAMP ORDER ACROSS ALL
      * PORTS AND GROUPS FAILING SUMMARY CHECKS THAT OVERLAP IN TIME
      * INTO ONE CORRELATED EVENT, THEN CLASSIFIES EACH EVENT:
      *
      *   HOST-WIDE  MORE THAN HALF OF THE ACTIVE HB37PORT PORTS
      *              FAILED DURING THE EVENT
      *   PARTIAL    MORE THAN ONE PORT, BUT NOT MOST OF THEM
      *   ISOLATED   ONE PORT ONLY
      *
      * RULES (THE SAME FAILING-CHECK RULES AS HB37AVL):
      *   - A PORT IS FAILING FROM ITS FIRST FAILING SUMMARY CHECK
      *     (STUS NOT '00' AND NOT 'MW') UNTIL EVERY OPTION THAT WAS
      *     FAILING ON IT HAS COME BACK '00' OR 'MW'.
      *   - AN EVENT OPENS WITH THE FIRST PORT TO START FAILING AND
      *     ENDS WHEN THE LAST FAILING PORT RECOVERS, SO PORTS WHOSE
      *     OUTAGES OVERLAP - EVEN ONLY THROUGH A THIRD PORT - ARE ONE
      *     EVENT. AN EVENT STILL FAILING AT THE END OF THE INPUT IS
      *     REPORTED OPEN WITH ITS LAST FAILING CHECK AS ITS END.
      *   - THE FAILING 'D'/'C' DETAIL RECORDS BEHIND EACH FAILING
      *     CHECK ARE TALLIED PER EVENT BY THE NUMBER OF DISTINCT
      *     PORTS THEY FAILED ON; THE TOP COMPONENT IS NAMED AS THE
      *     COMMON FAILING RESOURCE WHEN IT FAILED ON MORE THAN HALF
      *     OF THE EVENT'S PORTS.
      *
      * THE INPUT IS THE HB37DAYS SLICE HB37XTR CUTS (SUMMARY AND
      * DETAIL RECORDS OF THE RUN DATE); THE DD MAY EQUALLY BE
      * POINTED AT HB37LOG ITSELF (IDENTICAL LAYOUT) TO CORRELATE A
      * LONGER STRETCH OF HISTORY. THE ACTIVE-PORT COUNT COMES FROM
      * HB37PORT; IF IT WILL NOT OPEN, THE PORTS SEEN IN THE INPUT ARE
      * USED INSTEAD AND THE REPORT SAYS SO.
      *
      * OUTPUT: THE PRINTED HB37XPC EVENT REPORT AND THE HB37XPCX
      * EVENT EXTRACT (SEE THE HB37XPXR COPYBOOK NOTES). AN EXTRACT
      * FILE THAT WILL NOT OPEN COSTS THE EXTRACT, NEVER THE REPORT.
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

        FD  HB37PORT.
        COPY HB37PRTR.

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

        FD  HB37XPC.
        01 XPC-LINE                     PIC X(132).

        FD  HB37XPCX.
        COPY HB37XPXR.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        COPY HB37MSG.

        01 WS-DAYS-STATUS               PIC X(2).
        01 WS-PORT-STATUS               PIC X(2).
        01 WS-XPC-STATUS                PIC X(2).
        01 WS-XPCX-STATUS               PIC X(2).
        01 WS-XPCX-OK-SW                PIC X(1)     VALUE 'N'.
           88 WS-XPCX-OK                             VALUE 'Y'.

        01 WS-DAYS-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-DAYS-EOF                            VALUE 'Y'.
        01 WS-PORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-PORT-EOF                            VALUE 'Y'.
        01 WS-SORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SORT-EOF                            VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).
        01 WS-DAYS-READ                 PIC 9(9)     VALUE 0.

      *****************************************************************
      * THE HOST-WIDE YARDSTICK: ACTIVE HB37PORT ROWS, OR - WHEN
      * HB37PORT WILL NOT OPEN - THE DISTINCT PORTS SEEN IN THE INPUT.
      *****************************************************************
        01 WS-ACTIVE-PORTS              PIC 9(5)     VALUE 0.
        01 WS-PORT-TABLE-READ-SW        PIC X(1)     VALUE 'N'.
           88 WS-PORT-TABLE-READ                     VALUE 'Y'.

      *****************************************************************
      * EVERY PORT SEEN ON A SUMMARY CHECK, WITH HOW MANY OPTIONS ARE
      * FAILING ON IT RIGHT NOW AND ITS SHARE OF THE EVENT IN FLIGHT.
      * BOUNDED AT 200 PORTS (HB37SIL'S WATCH-TABLE BOUND); PORTS
      * PAST IT ARE COUNTED, WARNED ABOUT AND LEFT OUT.
      *****************************************************************
        01 WS-PRT-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-PRT-DROPPED               PIC 9(7)     VALUE 0.
        01 WS-PRT-TABLE.
           05 WS-PRT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PRT-IDX.
              10 WS-PRT-PORTIDNF        PIC 9(5).
              10 WS-PRT-FAIL-OPTS       PIC 9(3).
              10 WS-PRT-IN-EVENT-SW     PIC X(1).
                 88 WS-PRT-IN-EVENT                  VALUE 'Y'.
              10 WS-PRT-FIRST-TS        PIC X(14).
              10 WS-PRT-LAST-TS         PIC X(14).
              10 WS-PRT-FAIL-CHECKS     PIC 9(7).
              10 WS-PRT-FIRST-SEQ       PIC 9(9).
        01 WS-LOOKUP-PORTIDNF           PIC 9(5).
        01 WS-PRT-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-PRT-FOUND                           VALUE 'Y'.

      *****************************************************************
      * FAILING STATE PER PORT/OPTION. A PORT RECOVERS ONLY WHEN ALL
      * OF ITS FAILING OPTIONS HAVE - AN OPTION-A '00' DOES NOT END A
      * DATABASE OUTAGE STILL FAILING OPTION B ON THE SAME PORT.
      *****************************************************************
        01 WS-OPT-COUNT                 PIC 9(4)     VALUE 0.
        01 WS-OPT-TABLE.
           05 WS-OPT-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-OPT-IDX.
              10 WS-OPT-PORTIDNF        PIC 9(5).
              10 WS-OPT-TRCDNAME        PIC X(8).
              10 WS-OPT-FAILING-SW      PIC X(1).
                 88 WS-OPT-FAILING                   VALUE 'Y'.
        01 WS-OPT-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-OPT-FOUND                           VALUE 'Y'.
        01 WS-PORTS-FAILING             PIC 9(5)     VALUE 0.

      *****************************************************************
      * FAILING 'D'/'C' COMPONENTS OF THE CHECK IN FLIGHT. HB37 WRITES
      * A CHECK'S DETAIL RECORDS AHEAD OF ITS SUMMARY UNDER ONE
      * TIMESTAMP, SO THEY COME OFF THE SORT FIRST AND ARE HELD HERE
      * UNTIL THE SUMMARY SAYS WHETHER THE CHECK FAILED.
      *****************************************************************
        01 WS-PND-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-PND-IDX.
              10 WS-PND-TYPE            PIC X(1).
              10 WS-PND-RESOURCE        PIC X(8).

      *****************************************************************
      * EVENT IN FLIGHT.
      *****************************************************************
        01 WS-EVT-ACTIVE-SW             PIC X(1)     VALUE 'N'.
           88 WS-EVT-ACTIVE                          VALUE 'Y'.
        01 WS-EVT-OPEN-SW               PIC X(1)     VALUE 'N'.
           88 WS-EVT-OPEN                            VALUE 'Y'.
        01 WS-EVT-NO                    PIC 9(4)     VALUE 0.
        01 WS-EVT-START-TS              PIC X(14).
        01 WS-EVT-END-TS                PIC X(14).
        01 WS-EVT-LAST-FAIL-TS          PIC X(14).
        01 WS-EVT-PORTS                 PIC 9(5)     VALUE 0.
        01 WS-EVT-CHECKS                PIC 9(7)     VALUE 0.
        01 WS-EVT-FIRST-SEQ             PIC 9(9)     VALUE 0.
        01 WS-EVT-LAST-SEQ              PIC 9(9)     VALUE 0.
        01 WS-EVT-SECS                  PIC 9(15)    VALUE 0.
        01 WS-EVT-CLASS                 PIC X(10).
        01 WS-CHK-SEQ                   PIC 9(9)     VALUE 0.

      *****************************************************************
      * DOMINANT MSGENUMB OF THE EVENT (SAME TALLY AS HB37AVL).
      *****************************************************************
        01 WS-EVT-MSG-COUNT             PIC 9(2)     VALUE 0.
        01 WS-EVT-MSG-TABLE.
           05 WS-EVT-MSG-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-EVT-MSG-IDX.
              10 WS-EVT-MSG-CODE        PIC X(5).
              10 WS-EVT-MSG-TALLY       PIC 9(7).
        01 WS-EVT-MSG-FOUND-SW          PIC X(1)     VALUE 'N'.
           88 WS-EVT-MSG-FOUND                       VALUE 'Y'.
        01 WS-EVT-DOMINANT              PIC X(5).
        01 WS-EVT-DOM-TALLY             PIC 9(7)     VALUE 0.

      *****************************************************************
      * FAILING COMPONENTS OF THE EVENT AND THE DISTINCT PORTS EACH
      * FAILED ON. THE COMPONENT/PORT PAIRS ARE KEPT ONLY TO COUNT A
      * PORT ONCE PER COMPONENT; PAIRS PAST THE BOUND ARE NOT COUNTED.
      *****************************************************************
        01 WS-RES-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-RES-IDX.
              10 WS-RES-TYPE            PIC X(1).
              10 WS-RES-RESOURCE        PIC X(8).
              10 WS-RES-PORTS           PIC 9(5).
        01 WS-RP-COUNT                  PIC 9(4)     VALUE 0.
        01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-RP-IDX.
              10 WS-RP-RES-NO           PIC 9(3).
              10 WS-RP-PORTIDNF         PIC 9(5).
        01 WS-RES-NO                    PIC 9(3)     VALUE 0.
        01 WS-RES-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-RES-FOUND                           VALUE 'Y'.
        01 WS-RP-FOUND-SW               PIC X(1)     VALUE 'N'.
           88 WS-RP-FOUND                            VALUE 'Y'.
        01 WS-TOP-TYPE                  PIC X(1).
        01 WS-TOP-RESOURCE              PIC X(8).
        01 WS-TOP-PORTS                 PIC 9(5)     VALUE 0.

        01 WS-EVENT-COUNT               PIC 9(5)     VALUE 0.
        01 WS-HOST-WIDE-COUNT           PIC 9(5)     VALUE 0.
        01 WS-PARTIAL-COUNT             PIC 9(5)     VALUE 0.
        01 WS-ISOLATED-COUNT            PIC 9(5)     VALUE 0.
        01 WS-PORT-SLOT                 PIC 9(2)     VALUE 0.

      *****************************************************************
      * TIMESTAMP-TO-SECONDS CONVERSION, ABSOLUTE SECONDS SO A
      * DURATION SURVIVES MIDNIGHT AND MONTH BOUNDARIES.
      *****************************************************************
        01 WS-TS-WORK                   PIC X(14).
        01 WS-TS-DATE-9                 PIC 9(8).
        01 WS-TS-ABS-SECS               PIC 9(15)    VALUE 0.
        01 WS-DUR-SECS                  PIC 9(9)     VALUE 0.
        01 WS-DUR-HH                    PIC 9(4).
        01 WS-DUR-MM                    PIC 9(2).
        01 WS-DUR-SS                    PIC 9(2).

        01 WS-HEADING-1.
           05 FILLER                    PIC X(40)    VALUE
              'HB37XPC - CROSS-PORT OUTAGE CORRELATION'.
           05 FILLER                    PIC X(5)     VALUE ' RUN='.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-BASIS-LINE.
           05 FILLER                    PIC X(13)    VALUE
              'ACTIVE PORTS='.
           05 BL-ACTIVE                 PIC ZZZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 BL-SOURCE                 PIC X(30).
           05 FILLER                    PIC X(14)    VALUE
              ' RECORDS READ='.
           05 BL-READ                   PIC ZZZ,ZZZ,ZZ9.

        01 WS-HEADING-2.
           05 FILLER                    PIC X(6)     VALUE 'EVENT'.
           05 FILLER                    PIC X(10)    VALUE 'CLASS'.
           05 FILLER                    PIC X(15)    VALUE 'START'.
           05 FILLER                    PIC X(20)    VALUE 'END'.
           05 FILLER                    PIC X(11)    VALUE
              '  DURATION'.
           05 FILLER                    PIC X(10)    VALUE
              ' PORTS'.
           05 FILLER                    PIC X(7)     VALUE ' CHKS'.

        01 WS-EVENT-LINE.
           05 EL-NO                     PIC ZZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 EL-CLASS                  PIC X(10).
           05 EL-START                  PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 EL-END                    PIC X(14).
           05 EL-OPEN-FLAG              PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 EL-DUR-HH                 PIC ZZZ9.
           05 FILLER                    PIC X(1)     VALUE ':'.
           05 EL-DUR-MM                 PIC 9(2).
           05 FILLER                    PIC X(1)     VALUE ':'.
           05 EL-DUR-SS                 PIC 9(2).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 EL-PORTS                  PIC ZZZ9.
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 EL-ACTIVE                 PIC ZZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 EL-CHECKS                 PIC ZZ,ZZ9.

        01 WS-CAUSE-LINE.
           05 FILLER                    PIC X(6)     VALUE SPACES.
           05 FILLER                    PIC X(5)     VALUE 'MSGE='.
           05 CL-MSGENUMB               PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 CL-DESC                   PIC X(40).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 CL-RESOURCE-TEXT          PIC X(50).

        01 WS-RESOURCE-TEXT.
           05 FILLER                    PIC X(16)    VALUE
              'COMMON FAILING '.
           05 RT-TYPE                   PIC X(1).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 RT-RESOURCE               PIC X(8).
           05 FILLER                    PIC X(4)     VALUE ' ON '.
           05 RT-PORTS                  PIC ZZZ9.
           05 FILLER                    PIC X(4)     VALUE ' OF '.
           05 RT-OF                     PIC ZZZ9.
           05 FILLER                    PIC X(6)     VALUE ' PORTS'.

        01 WS-NO-RESOURCE-TEXT          PIC X(26)    VALUE
           'NO COMMON FAILING RESOURCE'.

        01 WS-PORT-LINE.
           05 FILLER                    PIC X(6)     VALUE SPACES.
           05 FILLER                    PIC X(7)     VALUE 'PORTS: '.
           05 PL-SLOTS.
              10 PL-SLOT OCCURS 16 TIMES.
                 15 PL-PORTIDNF         PIC X(5).
                 15 FILLER              PIC X(1).

        01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(7)     VALUE 'EVENTS='.
           05 TR-EVENTS                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)    VALUE
              ' HOST-WIDE='.
           05 TR-HOST-WIDE              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(9)     VALUE
              ' PARTIAL='.
           05 TR-PARTIAL                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(10)    VALUE
              ' ISOLATED='.
           05 TR-ISOLATED               PIC ZZ,ZZ9.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-CLEAN-LINE                PIC X(41)    VALUE
           'NO FAILING CHECKS - NO CORRELATED EVENTS'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 1000-COUNT-ACTIVE-PORTS
            SORT SORTWK
                ON ASCENDING KEY SW-TIMESTAMP SW-TRCDNAME
                                 SW-PORTIDNF SW-SEQ-NUM
                INPUT PROCEDURE 2000-RELEASE-HISTORY
                OUTPUT PROCEDURE 3000-CORRELATE-EVENTS
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
      * ACTIVE HB37PORT ROWS ARE THE HOST-WIDE YARDSTICK. AN
      * UNAVAILABLE TABLE FALLS BACK TO THE PORTS SEEN IN THE INPUT
      * (COUNTED AS THE RECORDS ARE RELEASED).
      *****************************************************************
        1000-COUNT-ACTIVE-PORTS.
            OPEN INPUT HB37PORT
            IF WS-PORT-STATUS NOT = '00'
                DISPLAY 'HB37XPC WARNING - HB37PORT UNAVAILABLE, '
                    'STATUS ' WS-PORT-STATUS ', PORTS SEEN IN THE '
                    'HISTORY USED AS THE ACTIVE COUNT' UPON CONSOLE
            ELSE
                SET WS-PORT-TABLE-READ TO TRUE
                READ HB37PORT NEXT RECORD
                    AT END SET WS-PORT-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-PORT-EOF
                    IF PT-PORT-ACTIVE
                        ADD 1 TO WS-ACTIVE-PORTS
                    END-IF
                    READ HB37PORT NEXT RECORD
                        AT END SET WS-PORT-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37PORT
            END-IF.

      *****************************************************************
      * EVERY RECORD GOES TO THE SORT - THE DETAIL RECORDS NAME THE
      * FAILING COMPONENTS. EACH SUMMARY CHECK'S PORT IS REGISTERED
      * ON THE WAY PAST SO THE PORT TABLE IS COMPLETE BEFORE THE
      * FIRST EVENT IS CLASSIFIED.
      *****************************************************************
        2000-RELEASE-HISTORY.
            OPEN INPUT HB37DAYS
            IF WS-DAYS-STATUS NOT = '00'
                DISPLAY 'HB37XPC - HB37DAYS UNAVAILABLE, STATUS '
                    WS-DAYS-STATUS ', NO EVENTS CORRELATED'
                    UPON CONSOLE
            ELSE
                READ HB37DAYS
                    AT END SET WS-DAYS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-DAYS-EOF
                    ADD 1 TO WS-DAYS-READ
                    IF NOT DAY-DB-DETAIL AND NOT DAY-CORE-DETAIL
                        MOVE DAY-PORTIDNF TO WS-LOOKUP-PORTIDNF
                        PERFORM 8500-FIND-OR-ADD-PORT
                    END-IF
                    MOVE DAY-RECORD TO SW-RECORD
                    RELEASE SW-RECORD
                    READ HB37DAYS
                        AT END SET WS-DAYS-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37DAYS
            END-IF
            IF WS-PRT-DROPPED > 0
                DISPLAY 'HB37XPC WARNING - PORT TABLE FULL, '
                    WS-PRT-DROPPED ' CHECKS ON UNTRACKED PORTS '
                    'IGNORED' UPON CONSOLE
            END-IF
            IF NOT WS-PORT-TABLE-READ
                MOVE WS-PRT-COUNT TO WS-ACTIVE-PORTS
            END-IF.

        3000-CORRELATE-EVENTS.
            OPEN OUTPUT HB37XPC
            OPEN OUTPUT HB37XPCX
            IF WS-XPCX-STATUS = '00'
                SET WS-XPCX-OK TO TRUE
            ELSE
                DISPLAY 'HB37XPC WARNING - HB37XPCX UNAVAILABLE, '
                    'STATUS ' WS-XPCX-STATUS ', EVENT EXTRACT '
                    'NOT WRITTEN' UPON CONSOLE
            END-IF
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO XPC-LINE
            WRITE XPC-LINE
            MOVE WS-ACTIVE-PORTS TO BL-ACTIVE
            IF WS-PORT-TABLE-READ
                MOVE '(ACTIVE HB37PORT ROWS)' TO BL-SOURCE
            ELSE
                MOVE '(PORTS SEEN - NO HB37PORT)' TO BL-SOURCE
            END-IF
            MOVE WS-DAYS-READ TO BL-READ
            MOVE WS-BASIS-LINE TO XPC-LINE
            WRITE XPC-LINE
            MOVE WS-BLANK-LINE TO XPC-LINE
            WRITE XPC-LINE
            MOVE WS-HEADING-2 TO XPC-LINE
            WRITE XPC-LINE
            RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE END-RETURN
            PERFORM UNTIL WS-SORT-EOF
                PERFORM 3100-PROCESS-SORTED-REC
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
            END-PERFORM
            IF WS-EVT-ACTIVE
                MOVE WS-EVT-LAST-FAIL-TS TO WS-EVT-END-TS
                PERFORM 3500-CLOSE-EVENT
            END-IF
            IF WS-EVENT-COUNT = 0
                MOVE WS-CLEAN-LINE TO XPC-LINE
                WRITE XPC-LINE
            END-IF
            MOVE WS-EVENT-COUNT TO TR-EVENTS
            MOVE WS-HOST-WIDE-COUNT TO TR-HOST-WIDE
            MOVE WS-PARTIAL-COUNT TO TR-PARTIAL
            MOVE WS-ISOLATED-COUNT TO TR-ISOLATED
            MOVE WS-TRAILER-LINE TO XPC-LINE
            WRITE XPC-LINE
            CLOSE HB37XPC
            IF WS-XPCX-OK
                CLOSE HB37XPCX
            END-IF.

      *****************************************************************
      * A FAILING DETAIL RECORD IS HELD FOR ITS SUMMARY; A SUMMARY
      * RECORD MOVES ITS PORT/OPTION IN OR OUT OF THE FAILING STATE
      * AND OPENS OR CLOSES THE EVENT ACCORDINGLY.
      *****************************************************************
        3100-PROCESS-SORTED-REC.
            IF SW-DB-DETAIL OR SW-CORE-DETAIL
                IF SW-STUS NOT = '00' AND WS-PND-COUNT < 20
                    ADD 1 TO WS-PND-COUNT
                    SET WS-PND-IDX TO WS-PND-COUNT
                    MOVE SW-REC-TYPE TO WS-PND-TYPE (WS-PND-IDX)
                    MOVE SW-RESOURCE TO WS-PND-RESOURCE (WS-PND-IDX)
                END-IF
            ELSE
                MOVE SW-PORTIDNF TO WS-LOOKUP-PORTIDNF
                PERFORM 8500-FIND-OR-ADD-PORT
                IF WS-PRT-FOUND
                    PERFORM 3150-FIND-OR-ADD-OPTION
                    IF WS-OPT-FOUND
                        IF SW-STUS = '00' OR SW-STUS = 'MW'
                            PERFORM 3200-NOTE-GOOD-CHECK
                        ELSE
                            PERFORM 3300-NOTE-FAILING-CHECK
                        END-IF
                    END-IF
                END-IF
                MOVE 0 TO WS-PND-COUNT
            END-IF.

        3150-FIND-OR-ADD-OPTION.
            MOVE 'N' TO WS-OPT-FOUND-SW
            PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX > WS-OPT-COUNT
                       OR WS-OPT-FOUND
                IF WS-OPT-PORTIDNF (WS-OPT-IDX) = SW-PORTIDNF
                   AND WS-OPT-TRCDNAME (WS-OPT-IDX) = SW-TRCDNAME
                    SET WS-OPT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-OPT-FOUND
                SET WS-OPT-IDX DOWN BY 1
            ELSE
                IF WS-OPT-COUNT < 1000
                    ADD 1 TO WS-OPT-COUNT
                    SET WS-OPT-IDX TO WS-OPT-COUNT
                    MOVE SW-PORTIDNF TO WS-OPT-PORTIDNF (WS-OPT-IDX)
                    MOVE SW-TRCDNAME TO WS-OPT-TRCDNAME (WS-OPT-IDX)
                    MOVE 'N' TO WS-OPT-FAILING-SW (WS-OPT-IDX)
                    SET WS-OPT-FOUND TO TRUE
                END-IF
            END-IF.

      *****************************************************************
      * THE OPTION IS BACK. WHEN IT WAS THE PORT'S LAST FAILING
      * OPTION THE PORT IS BACK, AND WHEN IT WAS THE LAST FAILING
      * PORT THE EVENT IS OVER - RECOVERY IS THIS CHECK'S TIMESTAMP.
      *****************************************************************
        3200-NOTE-GOOD-CHECK.
            IF WS-OPT-FAILING (WS-OPT-IDX)
                MOVE 'N' TO WS-OPT-FAILING-SW (WS-OPT-IDX)
                SUBTRACT 1 FROM WS-PRT-FAIL-OPTS (WS-PRT-IDX)
                IF WS-PRT-FAIL-OPTS (WS-PRT-IDX) = 0
                    SUBTRACT 1 FROM WS-PORTS-FAILING
                    IF WS-PORTS-FAILING = 0 AND WS-EVT-ACTIVE
                        MOVE SW-TIMESTAMP (1:14) TO WS-EVT-END-TS
                        MOVE 'N' TO WS-EVT-OPEN-SW
                        PERFORM 3500-CLOSE-EVENT
                    END-IF
                END-IF
            END-IF.

        3300-NOTE-FAILING-CHECK.
            IF SW-SEQ-NUM IS NUMERIC
                MOVE SW-SEQ-NUM TO WS-CHK-SEQ
            ELSE
                MOVE 0 TO WS-CHK-SEQ
            END-IF
            IF NOT WS-EVT-ACTIVE
                PERFORM 3350-START-EVENT
            END-IF
            IF NOT WS-OPT-FAILING (WS-OPT-IDX)
                MOVE 'Y' TO WS-OPT-FAILING-SW (WS-OPT-IDX)
                ADD 1 TO WS-PRT-FAIL-OPTS (WS-PRT-IDX)
                IF WS-PRT-FAIL-OPTS (WS-PRT-IDX) = 1
                    ADD 1 TO WS-PORTS-FAILING
                END-IF
            END-IF
            IF NOT WS-PRT-IN-EVENT (WS-PRT-IDX)
                MOVE 'Y' TO WS-PRT-IN-EVENT-SW (WS-PRT-IDX)
                ADD 1 TO WS-EVT-PORTS
                MOVE SW-TIMESTAMP (1:14) TO WS-PRT-FIRST-TS (WS-PRT-IDX)
                MOVE WS-CHK-SEQ TO WS-PRT-FIRST-SEQ (WS-PRT-IDX)
                MOVE 0 TO WS-PRT-FAIL-CHECKS (WS-PRT-IDX)
            END-IF
            MOVE SW-TIMESTAMP (1:14) TO WS-PRT-LAST-TS (WS-PRT-IDX)
            ADD 1 TO WS-PRT-FAIL-CHECKS (WS-PRT-IDX)
            MOVE SW-TIMESTAMP (1:14) TO WS-EVT-LAST-FAIL-TS
            ADD 1 TO WS-EVT-CHECKS
            IF WS-CHK-SEQ > 0
                MOVE WS-CHK-SEQ TO WS-EVT-LAST-SEQ
            END-IF
            PERFORM 3400-TALLY-MSGENUMB
            PERFORM 3450-TALLY-COMPONENT
                VARYING WS-PND-IDX FROM 1 BY 1
                UNTIL WS-PND-IDX > WS-PND-COUNT.

        3350-START-EVENT.
            SET WS-EVT-ACTIVE TO TRUE
            SET WS-EVT-OPEN TO TRUE
            ADD 1 TO WS-EVT-NO
            MOVE SW-TIMESTAMP (1:14) TO WS-EVT-START-TS
            MOVE SW-TIMESTAMP (1:14) TO WS-EVT-END-TS
            MOVE 0 TO WS-EVT-PORTS
            MOVE 0 TO WS-EVT-CHECKS
            MOVE WS-CHK-SEQ TO WS-EVT-FIRST-SEQ
            MOVE WS-CHK-SEQ TO WS-EVT-LAST-SEQ
            MOVE 0 TO WS-EVT-MSG-COUNT
            MOVE SPACES TO WS-EVT-MSG-TABLE
            MOVE 0 TO WS-RES-COUNT
            MOVE 0 TO WS-RP-COUNT.

        3400-TALLY-MSGENUMB.
            MOVE 'N' TO WS-EVT-MSG-FOUND-SW
            PERFORM VARYING WS-EVT-MSG-IDX FROM 1 BY 1
                    UNTIL WS-EVT-MSG-IDX > WS-EVT-MSG-COUNT
                       OR WS-EVT-MSG-FOUND
                IF WS-EVT-MSG-CODE (WS-EVT-MSG-IDX) = SW-MSGENUMB
                    SET WS-EVT-MSG-FOUND TO TRUE
                    ADD 1 TO WS-EVT-MSG-TALLY (WS-EVT-MSG-IDX)
                END-IF
            END-PERFORM
            IF NOT WS-EVT-MSG-FOUND
               AND WS-EVT-MSG-COUNT < 10
                ADD 1 TO WS-EVT-MSG-COUNT
                SET WS-EVT-MSG-IDX TO WS-EVT-MSG-COUNT
                MOVE SW-MSGENUMB
                    TO WS-EVT-MSG-CODE (WS-EVT-MSG-IDX)
                MOVE 1 TO WS-EVT-MSG-TALLY (WS-EVT-MSG-IDX)
            END-IF.

      *****************************************************************
      * COUNT THIS PORT ONCE AGAINST EACH FAILING COMPONENT OF THE
      * CHECK, HOWEVER MANY OF THE PORT'S CHECKS IT FAILED.
      *****************************************************************
        3450-TALLY-COMPONENT.
            MOVE 'N' TO WS-RES-FOUND-SW
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-COUNT
                       OR WS-RES-FOUND
                IF WS-RES-TYPE (WS-RES-IDX) = WS-PND-TYPE (WS-PND-IDX)
                   AND WS-RES-RESOURCE (WS-RES-IDX)
                       = WS-PND-RESOURCE (WS-PND-IDX)
                    SET WS-RES-FOUND TO TRUE
                    SET WS-RES-NO TO WS-RES-IDX
                END-IF
            END-PERFORM
            IF NOT WS-RES-FOUND AND WS-RES-COUNT < 50
                ADD 1 TO WS-RES-COUNT
                SET WS-RES-IDX TO WS-RES-COUNT
                MOVE WS-PND-TYPE (WS-PND-IDX)
                    TO WS-RES-TYPE (WS-RES-IDX)
                MOVE WS-PND-RESOURCE (WS-PND-IDX)
                    TO WS-RES-RESOURCE (WS-RES-IDX)
                MOVE 0 TO WS-RES-PORTS (WS-RES-IDX)
                MOVE WS-RES-COUNT TO WS-RES-NO
                SET WS-RES-FOUND TO TRUE
            END-IF
            IF WS-RES-FOUND
                MOVE 'N' TO WS-RP-FOUND-SW
                PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                        UNTIL WS-RP-IDX > WS-RP-COUNT
                           OR WS-RP-FOUND
                    IF WS-RP-RES-NO (WS-RP-IDX) = WS-RES-NO
                       AND WS-RP-PORTIDNF (WS-RP-IDX) = SW-PORTIDNF
                        SET WS-RP-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-RP-FOUND AND WS-RP-COUNT < 1000
                    ADD 1 TO WS-RP-COUNT
                    SET WS-RP-IDX TO WS-RP-COUNT
                    MOVE WS-RES-NO TO WS-RP-RES-NO (WS-RP-IDX)
                    MOVE SW-PORTIDNF TO WS-RP-PORTIDNF (WS-RP-IDX)
                    SET WS-RES-IDX TO WS-RES-NO
                    ADD 1 TO WS-RES-PORTS (WS-RES-IDX)
                END-IF
            END-IF.

      *****************************************************************
      * THE EVENT IS OVER (OR THE INPUT RAN OUT WITH IT STILL OPEN):
      * CLASSIFY IT, NAME ITS COMMON COMPONENT, PRINT IT AND EXTRACT
      * IT, THEN RELEASE ITS PORTS FOR THE NEXT EVENT.
      *****************************************************************
        3500-CLOSE-EVENT.
            ADD 1 TO WS-EVENT-COUNT
            EVALUATE TRUE
                WHEN WS-EVT-PORTS = 1
                    MOVE 'ISOLATED' TO WS-EVT-CLASS
                    ADD 1 TO WS-ISOLATED-COUNT
                WHEN WS-EVT-PORTS * 2 > WS-ACTIVE-PORTS
                    MOVE 'HOST-WIDE' TO WS-EVT-CLASS
                    ADD 1 TO WS-HOST-WIDE-COUNT
                WHEN OTHER
                    MOVE 'PARTIAL' TO WS-EVT-CLASS
                    ADD 1 TO WS-PARTIAL-COUNT
            END-EVALUATE
            MOVE WS-EVT-START-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-SECS
            MOVE WS-TS-ABS-SECS TO WS-EVT-SECS
            MOVE WS-EVT-END-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-SECS
            COMPUTE WS-DUR-SECS = WS-TS-ABS-SECS - WS-EVT-SECS
            PERFORM 8300-PICK-DOMINANT-MSGENUMB
            PERFORM 3550-PICK-COMMON-RESOURCE
            PERFORM 3600-PRINT-EVENT
            IF WS-XPCX-OK
                PERFORM 3700-WRITE-EVENT-EXTRACT
            END-IF
            PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                    UNTIL WS-PRT-IDX > WS-PRT-COUNT
                MOVE 'N' TO WS-PRT-IN-EVENT-SW (WS-PRT-IDX)
            END-PERFORM
            MOVE 'N' TO WS-EVT-ACTIVE-SW.

        3550-PICK-COMMON-RESOURCE.
            MOVE SPACES TO WS-TOP-TYPE
            MOVE SPACES TO WS-TOP-RESOURCE
            MOVE 0 TO WS-TOP-PORTS
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-COUNT
                IF WS-RES-PORTS (WS-RES-IDX) > WS-TOP-PORTS
                    MOVE WS-RES-TYPE (WS-RES-IDX) TO WS-TOP-TYPE
                    MOVE WS-RES-RESOURCE (WS-RES-IDX)
                        TO WS-TOP-RESOURCE
                    MOVE WS-RES-PORTS (WS-RES-IDX) TO WS-TOP-PORTS
                END-IF
            END-PERFORM
            IF WS-TOP-PORTS * 2 NOT > WS-EVT-PORTS
                MOVE SPACES TO WS-TOP-TYPE
                MOVE SPACES TO WS-TOP-RESOURCE
                MOVE 0 TO WS-TOP-PORTS
            END-IF.

        3600-PRINT-EVENT.
            MOVE WS-BLANK-LINE TO XPC-LINE
            WRITE XPC-LINE
            MOVE WS-EVT-NO TO EL-NO
            MOVE WS-EVT-CLASS TO EL-CLASS
            MOVE WS-EVT-START-TS TO EL-START
            MOVE WS-EVT-END-TS TO EL-END
            IF WS-EVT-OPEN
                MOVE ' OPEN' TO EL-OPEN-FLAG
            ELSE
                MOVE SPACES TO EL-OPEN-FLAG
            END-IF
            PERFORM 8200-FORMAT-DURATION
            MOVE WS-DUR-HH TO EL-DUR-HH
            MOVE WS-DUR-MM TO EL-DUR-MM
            MOVE WS-DUR-SS TO EL-DUR-SS
            MOVE WS-EVT-PORTS TO EL-PORTS
            MOVE WS-ACTIVE-PORTS TO EL-ACTIVE
            MOVE WS-EVT-CHECKS TO EL-CHECKS
            MOVE WS-EVENT-LINE TO XPC-LINE
            WRITE XPC-LINE
            MOVE WS-EVT-DOMINANT TO CL-MSGENUMB
            PERFORM 8400-LOOKUP-DESCRIPTION
            IF WS-TOP-PORTS > 0
                MOVE WS-TOP-TYPE TO RT-TYPE
                MOVE WS-TOP-RESOURCE TO RT-RESOURCE
                MOVE WS-TOP-PORTS TO RT-PORTS
                MOVE WS-EVT-PORTS TO RT-OF
                MOVE WS-RESOURCE-TEXT TO CL-RESOURCE-TEXT
            ELSE
                MOVE WS-NO-RESOURCE-TEXT TO CL-RESOURCE-TEXT
            END-IF
            MOVE WS-CAUSE-LINE TO XPC-LINE
            WRITE XPC-LINE
            MOVE SPACES TO PL-SLOTS
            MOVE 0 TO WS-PORT-SLOT
            PERFORM 3650-LIST-EVENT-PORT
                VARYING WS-PRT-IDX FROM 1 BY 1
                UNTIL WS-PRT-IDX > WS-PRT-COUNT
            IF WS-PORT-SLOT > 0
                MOVE WS-PORT-LINE TO XPC-LINE
                WRITE XPC-LINE
            END-IF.

        3650-LIST-EVENT-PORT.
            IF WS-PRT-IN-EVENT (WS-PRT-IDX)
                ADD 1 TO WS-PORT-SLOT
                MOVE WS-PRT-PORTIDNF (WS-PRT-IDX)
                    TO PL-PORTIDNF (WS-PORT-SLOT)
                IF WS-PORT-SLOT = 16
                    MOVE WS-PORT-LINE TO XPC-LINE
                    WRITE XPC-LINE
                    MOVE SPACES TO PL-SLOTS
                    MOVE 0 TO WS-PORT-SLOT
                END-IF
            END-IF.

        3700-WRITE-EVENT-EXTRACT.
            MOVE SPACES TO HB37XPCX-RECORD
            SET XPX-EVENT TO TRUE
            MOVE WS-EVT-START-TS (1:8) TO XPX-EVENT-DATE
            MOVE WS-EVT-NO TO XPX-EVENT-NO
            MOVE WS-EVT-CLASS TO XPX-CLASS
            MOVE WS-EVT-START-TS TO XPX-START-TS
            MOVE WS-EVT-END-TS TO XPX-END-TS
            IF WS-EVT-OPEN
                MOVE 'Y' TO XPX-OPEN-SW
            ELSE
                MOVE 'N' TO XPX-OPEN-SW
            END-IF
            MOVE WS-DUR-SECS TO XPX-DUR-SECS
            MOVE WS-EVT-PORTS TO XPX-PORTS
            MOVE WS-ACTIVE-PORTS TO XPX-ACTIVE-PORTS
            MOVE WS-EVT-CHECKS TO XPX-FAIL-CHECKS
            MOVE WS-EVT-DOMINANT TO XPX-MSGENUMB
            MOVE WS-TOP-TYPE TO XPX-RES-TYPE
            MOVE WS-TOP-RESOURCE TO XPX-RESOURCE
            MOVE WS-TOP-PORTS TO XPX-RES-PORTS
            MOVE WS-EVT-FIRST-SEQ TO XPX-FIRST-SEQ
            MOVE WS-EVT-LAST-SEQ TO XPX-LAST-SEQ
            PERFORM 3790-WRITE-EXTRACT-RECORD
            PERFORM 3750-WRITE-MEMBER-EXTRACT
                VARYING WS-PRT-IDX FROM 1 BY 1
                UNTIL WS-PRT-IDX > WS-PRT-COUNT
                   OR NOT WS-XPCX-OK.

        3750-WRITE-MEMBER-EXTRACT.
            IF WS-PRT-IN-EVENT (WS-PRT-IDX)
                MOVE SPACES TO XPX-MEMBER-DATA
                SET XPX-MEMBER TO TRUE
                MOVE WS-PRT-PORTIDNF (WS-PRT-IDX) TO XPX-PORTIDNF
                MOVE WS-PRT-FIRST-TS (WS-PRT-IDX)
                    TO XPX-PORT-FIRST-TS
                MOVE WS-PRT-LAST-TS (WS-PRT-IDX) TO XPX-PORT-LAST-TS
                MOVE WS-PRT-FAIL-CHECKS (WS-PRT-IDX)
                    TO XPX-PORT-FAIL-CHECKS
                MOVE WS-PRT-FIRST-SEQ (WS-PRT-IDX)
                    TO XPX-PORT-FIRST-SEQ
                PERFORM 3790-WRITE-EXTRACT-RECORD
            END-IF.

        3790-WRITE-EXTRACT-RECORD.
            WRITE HB37XPCX-RECORD
            IF WS-XPCX-STATUS NOT = '00'
                MOVE 'N' TO WS-XPCX-OK-SW
                CLOSE HB37XPCX
                DISPLAY 'HB37XPC WARNING - WRITE FAILED TO '
                    'HB37XPCX, STATUS ' WS-XPCX-STATUS ', EVENT '
                    'EXTRACT DROPPED' UPON CONSOLE
            END-IF.

        8100-TS-TO-SECS.
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-TS-ABS-SECS =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9) * 86400
                + (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                   + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                + FUNCTION NUMVAL (WS-TS-WORK (13:2)).

        8200-FORMAT-DURATION.
            COMPUTE WS-DUR-HH = WS-DUR-SECS / 3600
            COMPUTE WS-DUR-MM = FUNCTION MOD (WS-DUR-SECS / 60, 60)
            COMPUTE WS-DUR-SS = FUNCTION MOD (WS-DUR-SECS, 60).

        8300-PICK-DOMINANT-MSGENUMB.
            MOVE SPACES TO WS-EVT-DOMINANT
            MOVE 0 TO WS-EVT-DOM-TALLY
            PERFORM VARYING WS-EVT-MSG-IDX FROM 1 BY 1
                    UNTIL WS-EVT-MSG-IDX > WS-EVT-MSG-COUNT
                IF WS-EVT-MSG-TALLY (WS-EVT-MSG-IDX)
                        > WS-EVT-DOM-TALLY
                    MOVE WS-EVT-MSG-TALLY (WS-EVT-MSG-IDX)
                        TO WS-EVT-DOM-TALLY
                    MOVE WS-EVT-MSG-CODE (WS-EVT-MSG-IDX)
                        TO WS-EVT-DOMINANT
                END-IF
            END-PERFORM.

        8400-LOOKUP-DESCRIPTION.
            SET HB37MSG-IDX TO 1
            SEARCH HB37MSG-ENTRY
                AT END
                    MOVE 'Unknown MSGENUMB - not in HB37MSG table'
                        TO CL-DESC
                WHEN HB37MSG-CODE (HB37MSG-IDX) = WS-EVT-DOMINANT
                    MOVE HB37MSG-DESC (HB37MSG-IDX) TO CL-DESC
            END-SEARCH.

      *****************************************************************
      * PORT TABLE LOOKUP. A FULL TABLE COUNTS THE CHECK AS DROPPED
      * RATHER THAN WRITING PAST THE OCCURS LIMIT.
      *****************************************************************
        8500-FIND-OR-ADD-PORT.
            SET WS-PRT-FOUND TO TRUE
            SET WS-PRT-IDX TO 1
            SEARCH WS-PRT-ENTRY
                AT END
                    MOVE 'N' TO WS-PRT-FOUND-SW
                    ADD 1 TO WS-PRT-DROPPED
                WHEN WS-PRT-IDX > WS-PRT-COUNT
                    ADD 1 TO WS-PRT-COUNT
                    MOVE WS-LOOKUP-PORTIDNF
                        TO WS-PRT-PORTIDNF (WS-PRT-IDX)
                    MOVE 0 TO WS-PRT-FAIL-OPTS (WS-PRT-IDX)
                    MOVE 'N' TO WS-PRT-IN-EVENT-SW (WS-PRT-IDX)
                WHEN WS-PRT-PORTIDNF (WS-PRT-IDX) = WS-LOOKUP-PORTIDNF
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
                MOVE 'HB37XPC' TO CTL-PROGRAM
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
                DISPLAY 'HB37XPC WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
