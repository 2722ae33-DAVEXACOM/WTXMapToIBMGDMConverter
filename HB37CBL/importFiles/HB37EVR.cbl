        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37EVR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37EVR-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT HB37LOG ASSIGN TO HB37LOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT HB37OVF ASSIGN TO HB37OVF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVF-STATUS.
            SELECT HB37EVT ASSIGN TO HB37EVT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EVT-STATUS.
            SELECT SORTWK ASSIGN TO SORTWK1.
            SELECT HB37EVR ASSIGN TO HB37EVR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EVR-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37EVR - STATUS-CHANGE FEED RECONCILIATION
      * HB37 RAISES A STATUS-CHANGE EVENT ON THE HB37EVT FEED TO THE
      * ENTERPRISE MONITORING CONSOLE AS EACH TRANSITION HAPPENS (SEE
      * THE HB37EVTR COPYBOOK NOTES) - BUT ONLY WHEN BOTH THE HB37STA
      * SNAPSHOT AND THE FEED FILE OPENED FOR THAT CALL, AND NEITHER
      * IS ALLOWED TO HOLD UP A TRANSACTION. THIS JOB PROVES THE FEED
      * AGAINST THE HISTORY SO THE CONSOLE NEVER SILENTLY MISSES AN
      * OUTAGE OR A RECOVERY:
      *
      *   - THE SUMMARY RECORDS OF HB37LOG AND HB37OVF ARE SORTED BY
      *     TRCDNAME/PORTIDNF AND TIME, AND THE SAME TRANSITION RULES
      *     HB37 APPLIES (GOOD TO FAILING, FAILING TO GOOD, FAILING
      *     WITH A NEW STUS OR MSGENUMB) ARE REPLAYED OVER EACH KEY.
      *     THE EARLIEST RECORD OF A KEY IN THE HISTORY ONLY SETS ITS
      *     STARTING STATE - WHAT WENT BEFORE IT HAS BEEN ARCHIVED.
      *   - EVERY TRANSITION FROM THE FROM-DATE ON MUST BE ON THE
      *     FEED, MATCHED BY TRCDNAME, PORTIDNF, CHECK TIMESTAMP AND
      *     HB37LOG SEQUENCE NUMBER (A RESENT EVENT COUNTS). ONE THAT
      *     IS NOT IS RESENT: APPENDED TO HB37EVT WITH EVT-ORIGIN 'R',
      *     FROM THE HISTORY RECORD THAT CAUSED IT.
      *   - A FEED EVENT WITH NO MATCHING TRANSITION IN THE HISTORY
      *     (ITS CALL'S HISTORY WENT NOWHERE, OR THE SNAPSHOT IT WAS
      *     JUDGED AGAINST HAD BEEN RESTORED OR HAD FALLEN BEHIND) IS
      *     LISTED FOR INFORMATION; IT IS NEVER WITHDRAWN.
      *
      * THE FROM-DATE DEFAULTS TO THE DAY BEFORE THE RUN DATE, SO A
      * TRANSITION LATE IN THE EVENING, AFTER LAST NIGHT'S RUN, IS
      * STILL COVERED; THE FEED IS CUMULATIVE (DISP=MOD) AND LAST
      * NIGHT'S RESENDS ARE ON IT, SO NOTHING IS SENT TWICE. IT RUNS
      * IN THE NIGHTLY STREAM AHEAD OF THE HB37ARC PURGE - A
      * TRANSITION WHOSE HISTORY HAS BEEN ARCHIVED CAN NO LONGER BE
      * REPLAYED - AND APPENDS A RUN-CONTROL RECORD TO HB37CTL FOR
      * THE HB37BAL BALANCING STEP (SEE 9700).
      *
      * PARM CARD (SYSIN): COLS 1-8 = FROM-DATE YYYYMMDD, TO COVER A
      * LONGER FEED OUTAGE. NO CARD OR A BAD CARD USES THE DEFAULT.
      *
      * RETURN-CODE: 0 THE FEED WAS COMPLETE, 4 TRANSITIONS HAD TO BE
      * RESENT, 8 THE HISTORY COULD NOT BE READ OR A MISSED
      * TRANSITION COULD NOT BE RESENT.
      *
        FILE SECTION.
        FD  HB37EVR-IN.
        01 PARM-RECORD.
           05 PARM-FROM-DATE            PIC X(8).
           05 FILLER                    PIC X(72).

        FD  HB37LOG.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==LOG-RECORD==
                                ==PFX-TIMESTAMP== BY ==LOG-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==LOG-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==LOG-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==LOG-PORTIDNF==
                                ==PFX-STUS==      BY ==LOG-STUS==
                                ==PFX-CORE-STUS== BY ==LOG-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==LOG-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==LOG-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==LOG-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==LOG-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==LOG-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==LOG-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==LOG-SEQ-NUM==.

        FD  HB37OVF.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==OVF-RECORD==
                                ==PFX-TIMESTAMP== BY ==OVF-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==OVF-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==OVF-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==OVF-PORTIDNF==
                                ==PFX-STUS==      BY ==OVF-STUS==
                                ==PFX-CORE-STUS== BY ==OVF-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==OVF-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==OVF-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==OVF-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==OVF-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==OVF-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==OVF-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==OVF-SEQ-NUM==.

        FD  HB37EVT.
        COPY HB37EVTR.

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

        FD  HB37EVR.
        01 EVR-LINE                     PIC X(132).

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        COPY HB37MSG.

        01 WS-PARM-STATUS               PIC X(2).
        01 WS-LOG-STATUS                PIC X(2).
        01 WS-OVF-STATUS                PIC X(2).
        01 WS-EVT-STATUS                PIC X(2).
        01 WS-EVR-STATUS                PIC X(2).

        01 WS-LOG-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-LOG-EOF                             VALUE 'Y'.
        01 WS-OVF-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-OVF-EOF                             VALUE 'Y'.
        01 WS-EVT-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-EVT-EOF                             VALUE 'Y'.
        01 WS-SORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SORT-EOF                            VALUE 'Y'.
        01 WS-HISTORY-OK-SW             PIC X(1)     VALUE 'N'.
           88 WS-HISTORY-OK                          VALUE 'Y'.
        01 WS-FEED-OUT-SW               PIC X(1)     VALUE 'N'.
           88 WS-FEED-OUT-OK                         VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).
        01 WS-FROM-DATE                 PIC X(8).
        01 WS-DATE-9                    PIC 9(8).
        01 WS-DATE-INT                  PIC 9(8).

        01 WS-SUMMARIES-READ            PIC 9(9)     VALUE 0.
        01 WS-TRANS-COUNT               PIC 9(7)     VALUE 0.
        01 WS-MATCHED-COUNT             PIC 9(7)     VALUE 0.
        01 WS-RESENT-COUNT              PIC 9(7)     VALUE 0.
        01 WS-UNSENT-COUNT              PIC 9(7)     VALUE 0.
        01 WS-FEED-ONLY-COUNT           PIC 9(7)     VALUE 0.

      *****************************************************************
      * THE FEED'S EVENTS FROM THE FROM-DATE ON, EITHER ORIGIN. A
      * FEED TOO BIG FOR THE TABLE CANNOT PROVE A TRANSITION WAS NOT
      * SENT, SO NOTHING IS RESENT THAT RUN - THE MISSES ARE LISTED
      * INSTEAD AND THE CONSOLE IS TOLD.
      *****************************************************************
        01 WS-FEED-COUNT                PIC 9(5)     VALUE 0.
        01 WS-FEED-FULL-SW              PIC X(1)     VALUE 'N'.
           88 WS-FEED-FULL                           VALUE 'Y'.
        01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-FEED-IDX.
              10 WS-FD-TRCDNAME         PIC X(8).
              10 WS-FD-PORTIDNF         PIC 9(5).
              10 WS-FD-TIMESTAMP        PIC X(14).
              10 WS-FD-LOG-SEQ          PIC 9(9).
              10 WS-FD-TYPE             PIC X(1).
              10 WS-FD-OLD-STUS         PIC X(2).
              10 WS-FD-NEW-STUS         PIC X(2).
              10 WS-FD-NEW-MSGENUMB     PIC X(5).
              10 WS-FD-MATCHED-SW       PIC X(1).
                 88 WS-FD-MATCHED                    VALUE 'Y'.
        01 WS-FEED-FOUND-SW             PIC X(1)     VALUE 'N'.
           88 WS-FEED-FOUND                          VALUE 'Y'.

      *****************************************************************
      * THE KEY BEING REPLAYED AND ITS STATE AS OF THE LAST SUMMARY
      * RECORD: STUS/MSGENUMB AND WHEN THAT STATE BEGAN.
      *****************************************************************
        01 WS-KEY-TRCDNAME              PIC X(8)     VALUE LOW-VALUES.
        01 WS-KEY-PORTIDNF              PIC 9(5)     VALUE 0.
        01 WS-KEY-STUS                  PIC X(2).
        01 WS-KEY-MSGENUMB              PIC X(5).
        01 WS-KEY-SINCE-TS              PIC X(14).
        01 WS-TRANS-TYPE                PIC X(1)     VALUE SPACE.
           88 WS-TRANS-NONE                          VALUE SPACE.
           88 WS-TRANS-FOUND                         VALUE 'F' 'R' 'C'.
           88 WS-TRANS-FAILURE                       VALUE 'F'.
           88 WS-TRANS-RECOVERY                      VALUE 'R'.
           88 WS-TRANS-CHANGE                        VALUE 'C'.

      *****************************************************************
      * HOW LONG THE OLD STATE STOOD: DAY NUMBER PLUS SECONDS-WITHIN-
      * DAY FOR EACH END, THE SAME ARITHMETIC AS HB37TLN'S GAPS.
      *****************************************************************
        01 WS-TS-WORK                   PIC X(14).
        01 WS-TS-DATE-9                 PIC 9(8).
        01 WS-FROM-DAYNUM               PIC 9(8).
        01 WS-FROM-SECS                 PIC 9(7).
        01 WS-TO-DAYNUM                 PIC 9(8).
        01 WS-TO-SECS                   PIC 9(7).
        01 WS-STOOD-SECS                PIC S9(11)   VALUE 0.

        01 WS-HEADING-1.
           05 FILLER                    PIC X(45)    VALUE
              'HB37EVR - STATUS-CHANGE FEED RECONCILIATION'.
           05 FILLER                    PIC X(5)     VALUE 'FROM '.
           05 HD-FROM-DATE              PIC X(8).
           05 FILLER                    PIC X(10)    VALUE
              '  RUN DATE'.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(15)    VALUE
              'CHECK TIME'.
           05 FILLER                    PIC X(3)     VALUE 'EV'.
           05 FILLER                    PIC X(9)     VALUE 'TRCDNAME'.
           05 FILLER                    PIC X(6)     VALUE 'PORT'.
           05 FILLER                    PIC X(4)     VALUE 'OLD'.
           05 FILLER                    PIC X(4)     VALUE 'NEW'.
           05 FILLER                    PIC X(6)     VALUE 'MSGE'.
           05 FILLER                    PIC X(10)    VALUE 'LOG SEQ'.
           05 FILLER                    PIC X(30)    VALUE 'ACTION'.

        01 WS-DETAIL-LINE.
           05 DL-TIMESTAMP              PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TYPE                   PIC X(1).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-TRCDNAME               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-PORTIDNF               PIC 9(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-OLD-STUS               PIC X(2).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-NEW-STUS               PIC X(2).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-MSGENUMB               PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-LOG-SEQ                PIC 9(9).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-ACTION                 PIC X(36).

        01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(16)    VALUE
              'SUMMARIES READ='.
           05 TR-READ                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(14)    VALUE
              ' TRANSITIONS='.
           05 TR-TRANS                  PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(10)    VALUE
              ' ON FEED='.
           05 TR-MATCHED                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(9)     VALUE
              ' RESENT='.
           05 TR-RESENT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(13)    VALUE
              ' NOT RESENT='.
           05 TR-UNSENT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(12)    VALUE
              ' FEED ONLY='.
           05 TR-FEED-ONLY              PIC Z,ZZZ,ZZ9.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-CLEAN-LINE                PIC X(56)    VALUE
           'FEED COMPLETE - EVERY TRANSITION IN THE HISTORY WAS SENT'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700). THE READ COUNTS ARE
      * EVERY RECORD READ, DETAIL RECORDS AND EVENTS BEFORE THE
      * FROM-DATE INCLUDED; THE HB37EVT WRITE COUNT IS THE RESENDS.
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).
        01 WS-LOG-IN                    PIC 9(9)     VALUE 0.
        01 WS-OVF-IN                    PIC 9(9)     VALUE 0.
        01 WS-EVT-IN                    PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            PERFORM 1000-GET-PARMS
            PERFORM 2000-LOAD-FEED
            SORT SORTWK
                ON ASCENDING KEY SW-TRCDNAME SW-PORTIDNF
                                 SW-TIMESTAMP SW-SEQ-NUM
                INPUT PROCEDURE 2500-RELEASE-SUMMARIES
                OUTPUT PROCEDURE 3000-REPLAY-TRANSITIONS
            EVALUATE TRUE
                WHEN NOT WS-HISTORY-OK
                    MOVE 8 TO RETURN-CODE
                WHEN WS-UNSENT-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-RESENT-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            DISPLAY 'HB37EVR - ' WS-TRANS-COUNT ' TRANSITIONS SINCE '
                WS-FROM-DATE ', ' WS-RESENT-COUNT ' RESENT, '
                WS-UNSENT-COUNT ' NOT RESENT' UPON CONSOLE
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

        1000-GET-PARMS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
                    - 1
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
            MOVE WS-DATE-9 TO WS-FROM-DATE
            OPEN INPUT HB37EVR-IN
            IF WS-PARM-STATUS = '00'
                READ HB37EVR-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PARM-FROM-DATE IS NUMERIC
                           AND PARM-FROM-DATE NOT > WS-RUN-DATE
                            MOVE PARM-FROM-DATE TO WS-FROM-DATE
                        ELSE
                            DISPLAY 'HB37EVR WARNING - BAD FROM-DATE '
                                'PARM ' PARM-FROM-DATE ', USING '
                                WS-FROM-DATE UPON CONSOLE
                        END-IF
                END-READ
                CLOSE HB37EVR-IN
            END-IF.

      *****************************************************************
      * LOAD THE FEED'S EVENTS FROM THE FROM-DATE ON. A FEED THAT
      * WILL NOT OPEN IS TREATED AS EMPTY - EVERY TRANSITION IS THEN
      * MISSING FROM IT, WHICH IS EXACTLY WHAT THE CONSOLE SAW.
      *****************************************************************
        2000-LOAD-FEED.
            OPEN INPUT HB37EVT
            IF WS-EVT-STATUS NOT = '00'
                DISPLAY 'HB37EVR WARNING - HB37EVT UNAVAILABLE FOR '
                    'INPUT, STATUS ' WS-EVT-STATUS ', FEED TREATED '
                    'AS EMPTY' UPON CONSOLE
            ELSE
                READ HB37EVT
                    AT END SET WS-EVT-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-EVT-EOF
                    ADD 1 TO WS-EVT-IN
                    IF EVT-TIMESTAMP (1:8) NOT < WS-FROM-DATE
                        PERFORM 2100-ADD-FEED-EVENT
                    END-IF
                    READ HB37EVT
                        AT END SET WS-EVT-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37EVT
            END-IF
            IF WS-FEED-FULL
                DISPLAY 'HB37EVR WARNING - FEED TABLE FULL AT '
                    WS-FEED-COUNT ' EVENTS, MISSED TRANSITIONS LISTED '
                    'BUT NOT RESENT - RERUN WITH A LATER FROM-DATE'
                    UPON CONSOLE
            END-IF.

        2100-ADD-FEED-EVENT.
            IF WS-FEED-COUNT < 5000
                ADD 1 TO WS-FEED-COUNT
                SET WS-FEED-IDX TO WS-FEED-COUNT
                MOVE EVT-TRCDNAME TO WS-FD-TRCDNAME (WS-FEED-IDX)
                MOVE EVT-PORTIDNF TO WS-FD-PORTIDNF (WS-FEED-IDX)
                MOVE EVT-TIMESTAMP TO WS-FD-TIMESTAMP (WS-FEED-IDX)
                MOVE EVT-LOG-SEQ TO WS-FD-LOG-SEQ (WS-FEED-IDX)
                MOVE EVT-TYPE TO WS-FD-TYPE (WS-FEED-IDX)
                MOVE EVT-OLD-STUS TO WS-FD-OLD-STUS (WS-FEED-IDX)
                MOVE EVT-NEW-STUS TO WS-FD-NEW-STUS (WS-FEED-IDX)
                MOVE EVT-NEW-MSGENUMB
                    TO WS-FD-NEW-MSGENUMB (WS-FEED-IDX)
                MOVE 'N' TO WS-FD-MATCHED-SW (WS-FEED-IDX)
            ELSE
                SET WS-FEED-FULL TO TRUE
            END-IF.

      *****************************************************************
      * EVERY SUMMARY RECORD OF THE PRIMARY AND OVERFLOW HISTORY GOES
      * TO THE SORT - THE WHOLE LIVE HISTORY, NOT JUST THE WINDOW, SO
      * EACH KEY ENTERS THE WINDOW IN ITS TRUE STATE. A MISSING
      * OVERFLOW DATASET IS NORMAL; A MISSING PRIMARY MEANS THERE IS
      * NOTHING TO RECONCILE AGAINST.
      *****************************************************************
        2500-RELEASE-SUMMARIES.
            OPEN INPUT HB37LOG
            IF WS-LOG-STATUS NOT = '00'
                DISPLAY 'HB37EVR - HB37LOG UNAVAILABLE, STATUS '
                    WS-LOG-STATUS ', FEED NOT RECONCILED' UPON CONSOLE
            ELSE
                SET WS-HISTORY-OK TO TRUE
                READ HB37LOG
                    AT END SET WS-LOG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LOG-EOF
                    ADD 1 TO WS-LOG-IN
                    IF NOT LOG-DB-DETAIL AND NOT LOG-CORE-DETAIL
                        ADD 1 TO WS-SUMMARIES-READ
                        MOVE LOG-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                    END-IF
                    READ HB37LOG
                        AT END SET WS-LOG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37LOG
                OPEN INPUT HB37OVF
                IF WS-OVF-STATUS = '00'
                    READ HB37OVF
                        AT END SET WS-OVF-EOF TO TRUE
                    END-READ
                    PERFORM UNTIL WS-OVF-EOF
                        ADD 1 TO WS-OVF-IN
                        IF NOT OVF-DB-DETAIL AND NOT OVF-CORE-DETAIL
                            ADD 1 TO WS-SUMMARIES-READ
                            MOVE OVF-RECORD TO SW-RECORD
                            RELEASE SW-RECORD
                        END-IF
                        READ HB37OVF
                            AT END SET WS-OVF-EOF TO TRUE
                        END-READ
                    END-PERFORM
                    CLOSE HB37OVF
                END-IF
            END-IF.

        3000-REPLAY-TRANSITIONS.
            OPEN OUTPUT HB37EVR
            MOVE WS-FROM-DATE TO HD-FROM-DATE
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO EVR-LINE
            WRITE EVR-LINE
            MOVE WS-BLANK-LINE TO EVR-LINE
            WRITE EVR-LINE
            MOVE WS-HEADING-2 TO EVR-LINE
            WRITE EVR-LINE
            IF NOT WS-FEED-FULL
                OPEN EXTEND HB37EVT
                IF WS-EVT-STATUS = '00'
                    SET WS-FEED-OUT-OK TO TRUE
                ELSE
                    DISPLAY 'HB37EVR - HB37EVT UNAVAILABLE FOR '
                        'RESEND, STATUS ' WS-EVT-STATUS
                        ', MISSED TRANSITIONS NOT RESENT' UPON CONSOLE
                END-IF
            END-IF
            RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE END-RETURN
            PERFORM UNTIL WS-SORT-EOF
                PERFORM 3100-PROCESS-SORTED-REC
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
            END-PERFORM
            IF WS-FEED-OUT-OK
                CLOSE HB37EVT
            END-IF
            PERFORM 4000-LIST-FEED-ONLY
                VARYING WS-FEED-IDX FROM 1 BY 1
                UNTIL WS-FEED-IDX > WS-FEED-COUNT
            MOVE WS-BLANK-LINE TO EVR-LINE
            WRITE EVR-LINE
            IF WS-RESENT-COUNT = 0 AND WS-UNSENT-COUNT = 0
               AND WS-HISTORY-OK
                MOVE WS-CLEAN-LINE TO EVR-LINE
                WRITE EVR-LINE
            END-IF
            MOVE WS-SUMMARIES-READ TO TR-READ
            MOVE WS-TRANS-COUNT TO TR-TRANS
            MOVE WS-MATCHED-COUNT TO TR-MATCHED
            MOVE WS-RESENT-COUNT TO TR-RESENT
            MOVE WS-UNSENT-COUNT TO TR-UNSENT
            MOVE WS-FEED-ONLY-COUNT TO TR-FEED-ONLY
            MOVE WS-TRAILER-LINE TO EVR-LINE
            WRITE EVR-LINE
            CLOSE HB37EVR.

      *****************************************************************
      * THE FIRST RECORD OF A KEY SETS ITS STATE; EACH LATER ONE IS
      * JUDGED AGAINST IT BY HB37'S OWN TRANSITION RULES.
      *****************************************************************
        3100-PROCESS-SORTED-REC.
            IF SW-TRCDNAME NOT = WS-KEY-TRCDNAME
               OR SW-PORTIDNF NOT = WS-KEY-PORTIDNF
                MOVE SW-TRCDNAME TO WS-KEY-TRCDNAME
                MOVE SW-PORTIDNF TO WS-KEY-PORTIDNF
                MOVE SW-STUS TO WS-KEY-STUS
                MOVE SW-MSGENUMB TO WS-KEY-MSGENUMB
                MOVE SW-TIMESTAMP (1:14) TO WS-KEY-SINCE-TS
                IF SW-STUS NOT = '00'
                   AND SW-TIMESTAMP (1:8) NOT < WS-FROM-DATE
                    PERFORM 3150-MARK-FIRST-FAILURE
                END-IF
            ELSE
                SET WS-TRANS-NONE TO TRUE
                EVALUATE TRUE
                    WHEN WS-KEY-STUS = '00'
                        IF SW-STUS NOT = '00'
                            SET WS-TRANS-FAILURE TO TRUE
                        END-IF
                    WHEN SW-STUS = '00'
                        SET WS-TRANS-RECOVERY TO TRUE
                    WHEN SW-STUS NOT = WS-KEY-STUS
                      OR SW-MSGENUMB NOT = WS-KEY-MSGENUMB
                        SET WS-TRANS-CHANGE TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF WS-TRANS-FOUND
                    IF SW-TIMESTAMP (1:8) NOT < WS-FROM-DATE
                        PERFORM 3200-CHECK-FEED
                    END-IF
                    MOVE SW-STUS TO WS-KEY-STUS
                    MOVE SW-MSGENUMB TO WS-KEY-MSGENUMB
                    MOVE SW-TIMESTAMP (1:14) TO WS-KEY-SINCE-TS
                END-IF
            END-IF.

      *****************************************************************
      * A KEY WHOSE EARLIEST SURVIVING RECORD FAILS MAY BE A BRAND-
      * NEW KEY, WHICH HB37 REPORTS AS A FAILURE ON ITS FIRST CHECK.
      * THE HISTORY CANNOT SAY WHICH, SO NOTHING IS RESENT - BUT AN
      * EVENT HB37 DID SEND FOR IT IS ACCOUNTED FOR, NOT LISTED AS
      * FEED-ONLY.
      *****************************************************************
        3150-MARK-FIRST-FAILURE.
            SET WS-FEED-IDX TO 1
            SEARCH WS-FEED-ENTRY
                AT END
                    CONTINUE
                WHEN WS-FEED-IDX > WS-FEED-COUNT
                    CONTINUE
                WHEN WS-FD-TRCDNAME (WS-FEED-IDX) = SW-TRCDNAME
                 AND WS-FD-PORTIDNF (WS-FEED-IDX) = SW-PORTIDNF
                 AND WS-FD-TIMESTAMP (WS-FEED-IDX) = SW-TIMESTAMP (1:14)
                 AND WS-FD-LOG-SEQ (WS-FEED-IDX) = SW-SEQ-NUM
                    MOVE 'Y' TO WS-FD-MATCHED-SW (WS-FEED-IDX)
            END-SEARCH.

        3200-CHECK-FEED.
            ADD 1 TO WS-TRANS-COUNT
            MOVE 'N' TO WS-FEED-FOUND-SW
            SET WS-FEED-IDX TO 1
            SEARCH WS-FEED-ENTRY
                AT END
                    CONTINUE
                WHEN WS-FEED-IDX > WS-FEED-COUNT
                    CONTINUE
                WHEN WS-FD-TRCDNAME (WS-FEED-IDX) = SW-TRCDNAME
                 AND WS-FD-PORTIDNF (WS-FEED-IDX) = SW-PORTIDNF
                 AND WS-FD-TIMESTAMP (WS-FEED-IDX) = SW-TIMESTAMP (1:14)
                 AND WS-FD-LOG-SEQ (WS-FEED-IDX) = SW-SEQ-NUM
                    SET WS-FEED-FOUND TO TRUE
                    MOVE 'Y' TO WS-FD-MATCHED-SW (WS-FEED-IDX)
            END-SEARCH
            IF WS-FEED-FOUND
                ADD 1 TO WS-MATCHED-COUNT
            ELSE
                MOVE SW-TIMESTAMP (1:14) TO DL-TIMESTAMP
                MOVE WS-TRANS-TYPE TO DL-TYPE
                MOVE SW-TRCDNAME TO DL-TRCDNAME
                MOVE SW-PORTIDNF TO DL-PORTIDNF
                MOVE WS-KEY-STUS TO DL-OLD-STUS
                MOVE SW-STUS TO DL-NEW-STUS
                MOVE SW-MSGENUMB TO DL-MSGENUMB
                MOVE SW-SEQ-NUM TO DL-LOG-SEQ
                IF WS-FEED-OUT-OK
                    PERFORM 3300-RESEND-EVENT
                    ADD 1 TO WS-RESENT-COUNT
                    MOVE 'MISSING FROM FEED - RESENT'
                        TO DL-ACTION
                ELSE
                    ADD 1 TO WS-UNSENT-COUNT
                    MOVE 'MISSING FROM FEED - NOT RESENT'
                        TO DL-ACTION
                END-IF
                MOVE WS-DETAIL-LINE TO EVR-LINE
                WRITE EVR-LINE
            END-IF.

      *****************************************************************
      * REBUILD THE EVENT HB37 WOULD HAVE WRITTEN FROM THE HISTORY
      * RECORD THAT CAUSED IT. THE OLD STATE'S START IS THE CHECK
      * THAT BEGAN IT IN THE HISTORY - FOR A KEY'S EARLIEST STATE,
      * ONLY ITS EARLIEST SURVIVING RECORD, SO THE DURATION IS THEN A
      * FLOOR, NOT THE WHOLE STORY.
      *****************************************************************
        3300-RESEND-EVENT.
            MOVE SPACES TO HB37EVT-RECORD
            SET EVT-LAYOUT-CURRENT TO TRUE
            MOVE SW-TIMESTAMP (1:14) TO EVT-TIMESTAMP
            MOVE WS-TRANS-TYPE TO EVT-TYPE
            MOVE SW-TRCDNAME TO EVT-TRCDNAME
            MOVE SW-PORTIDNF TO EVT-PORTIDNF
            MOVE WS-KEY-STUS TO EVT-OLD-STUS
            MOVE WS-KEY-MSGENUMB TO EVT-OLD-MSGENUMB
            MOVE SW-STUS TO EVT-NEW-STUS
            MOVE SW-MSGENUMB TO EVT-NEW-MSGENUMB
            MOVE SW-CORE-STUS TO EVT-NEW-CORE-STUS
            SET HB37MSG-IDX TO 1
            SEARCH HB37MSG-ENTRY
                AT END
                    MOVE 'Unknown MSGENUMB - not in HB37MSG table'
                        TO EVT-MSG-DESC
                WHEN HB37MSG-CODE (HB37MSG-IDX) = SW-MSGENUMB
                    MOVE HB37MSG-DESC (HB37MSG-IDX) TO EVT-MSG-DESC
            END-SEARCH
            MOVE WS-KEY-SINCE-TS TO EVT-PREV-SINCE-TS
            PERFORM 3400-CALC-STOOD-SECS
            MOVE WS-STOOD-SECS TO EVT-PREV-SECS
            MOVE SW-SEQ-NUM TO EVT-LOG-SEQ
            IF WS-KEY-STUS = 'MW' OR SW-STUS = 'MW'
                MOVE 'Y' TO EVT-MAINT-SW
            ELSE
                MOVE 'N' TO EVT-MAINT-SW
            END-IF
            SET EVT-ORIGIN-RESENT TO TRUE
            WRITE HB37EVT-RECORD.

        3400-CALC-STOOD-SECS.
            MOVE WS-KEY-SINCE-TS TO WS-TS-WORK
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-FROM-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9)
            COMPUTE WS-FROM-SECS =
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2))
            MOVE SW-TIMESTAMP (1:14) TO WS-TS-WORK
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-TO-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9)
            COMPUTE WS-TO-SECS =
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2))
            COMPUTE WS-STOOD-SECS =
                (WS-TO-DAYNUM - WS-FROM-DAYNUM) * 86400
                    + WS-TO-SECS - WS-FROM-SECS
            IF WS-STOOD-SECS < 0
                MOVE 0 TO WS-STOOD-SECS
            END-IF.

      *****************************************************************
      * FEED EVENTS NO TRANSITION IN THE HISTORY ACCOUNTS FOR. NOT AN
      * ERROR THE CONSOLE NEEDS TO HEAR ABOUT AGAIN - LISTED SO A
      * SNAPSHOT THAT HAS DRIFTED FROM THE HISTORY GETS NOTICED.
      *****************************************************************
        4000-LIST-FEED-ONLY.
            IF NOT WS-FD-MATCHED (WS-FEED-IDX)
                ADD 1 TO WS-FEED-ONLY-COUNT
                MOVE WS-FD-TIMESTAMP (WS-FEED-IDX) TO DL-TIMESTAMP
                MOVE WS-FD-TYPE (WS-FEED-IDX) TO DL-TYPE
                MOVE WS-FD-TRCDNAME (WS-FEED-IDX) TO DL-TRCDNAME
                MOVE WS-FD-PORTIDNF (WS-FEED-IDX) TO DL-PORTIDNF
                MOVE WS-FD-OLD-STUS (WS-FEED-IDX) TO DL-OLD-STUS
                MOVE WS-FD-NEW-STUS (WS-FEED-IDX) TO DL-NEW-STUS
                MOVE WS-FD-NEW-MSGENUMB (WS-FEED-IDX) TO DL-MSGENUMB
                MOVE WS-FD-LOG-SEQ (WS-FEED-IDX) TO DL-LOG-SEQ
                MOVE 'ON FEED - NO TRANSITION IN HISTORY'
                    TO DL-ACTION
                MOVE WS-DETAIL-LINE TO EVR-LINE
                WRITE EVR-LINE
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
                MOVE 'HB37EVR' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37LOG' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-LOG-IN TO CTL-FILE-COUNT (1)
                MOVE 'HB37OVF' TO CTL-FILE-DD (2)
                SET CTL-FILE-READ (2) TO TRUE
                MOVE WS-OVF-IN TO CTL-FILE-COUNT (2)
                MOVE 'HB37EVT' TO CTL-FILE-DD (3)
                SET CTL-FILE-READ (3) TO TRUE
                MOVE WS-EVT-IN TO CTL-FILE-COUNT (3)
                MOVE 'HB37EVT' TO CTL-FILE-DD (4)
                SET CTL-FILE-WRITTEN (4) TO TRUE
                MOVE WS-RESENT-COUNT TO CTL-FILE-COUNT (4)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37EVR WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
