            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
            SELECT HB37INC ASSIGN TO HB37INC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INC-NUMBER
                FILE STATUS IS WS-INC-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37MON - HB37 REPEATED-FAILURE ALERT MONITOR
      * ACTUALLY PROCESSED, PLUS THE IN-FLIGHT CONSECUTIVE-FAILURE
      * COUNT PER TRCDNAME/OPTION, SO THE NEXT EXTRACT CUTS ONLY
      * WHAT THIS RUN HAS NOT SEEN AND A STREAK IS NEVER RE-ALERTED.
      *
      * EVERY ALERT IS ALSO TRACKED ON THE HB37INC INCIDENT REGISTER
      * (SEE THE HB37INCR COPYBOOK NOTES): THE FIRST ALERT OF A
      * STREAK OPENS AN INCIDENT, LATER ALERTS WHILE THE OPTION KEEPS
      * FAILING ARE COUNTED AGAINST IT, AND THE NEXT '00' FOR THE
      * OPTION CLOSES IT WITH THE RECOVERY TIMESTAMP. THE 'T'
      * CHECKPOINT RECORDS CARRY THE FIRST FAILING CHECK OF EACH
      * IN-FLIGHT STREAK SO AN INCIDENT OPENED TONIGHT FOR A STREAK
      * THAT BEGAN LAST NIGHT STILL NAMES ITS REAL START.
      *
        FILE SECTION.
        FD  HB37NEWR.
      *****************************************************************
      * ONE 'P' RECORD CARRYING THE HB37LOG RECORD COUNT PROCESSED SO
      * FAR, FOLLOWED BY ONE 'T' RECORD PER TRCDNAME/OPTION CARRYING
      * ITS CURRENT CONSECUTIVE-FAILURE COUNT AND THE TIMESTAMP AND
      * HB37LOG SEQUENCE NUMBER OF THE STREAK'S FIRST FAILING CHECK
      * (SPACES/ZERO WHEN NO STREAK IS IN FLIGHT, AND ON THE 'P'
      * RECORD).
      *****************************************************************
        FD  HB37CKP.
        01 CKP-RECORD.
           05 CKP-TYPE                   PIC X(1).
           05 CKP-TRCDNAME               PIC X(8).
           05 CKP-COUNT                  PIC 9(9).
           05 CKP-STREAK-TS              PIC X(14).
           05 CKP-STREAK-SEQ             PIC 9(9).

        FD  HB37CFG.
        COPY HB37CFGR.
        FD  HB37EXC.
        COPY HB37EXCR.

        FD  HB37INC.
        COPY HB37INCR.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-NEWR-STATUS                PIC X(2).
        01 WS-NEWR-EOF-SW                PIC X(1)     VALUE 'N'.
                            INDEXED BY WS-TRCD-IDX.
              10 WS-TRCD-NAME            PIC X(8)     VALUE SPACES.
              10 WS-TRCD-CONSEC-FAILS    PIC 9(5)     VALUE 0.
              10 WS-TRCD-STREAK-TS       PIC X(14)    VALUE SPACES.
              10 WS-TRCD-STREAK-SEQ      PIC 9(9)     VALUE 0.
              10 WS-TRCD-INC-NUMBER      PIC 9(9)     VALUE 0.

        01 WS-LOOKUP-TRCDNAME            PIC X(8).
        01 WS-TRCD-FOUND-SW              PIC X(1)     VALUE 'N'.
           05 ET-COUNT                   PIC ZZZZ9.
           05 FILLER                     PIC X(17)    VALUE SPACES.

      *****************************************************************
      * INCIDENT REGISTER STATE. THE REGISTER IS OPENED ONLY FOR A
      * VERIFIED SLICE; ONE THAT WILL NOT OPEN COSTS THE INCIDENT
      * TRACKING, NEVER THE ALERT, AND WARNS ONCE.
      * WS-TRCD-INC-NUMBER ABOVE IS THE OPEN INCIDENT FOR EACH
      * TRCDNAME (ZERO WHEN NONE), LOADED FROM THE REGISTER AT START.
      *****************************************************************
        01 WS-INC-STATUS                 PIC X(2).
        01 WS-INC-AVAIL-SW               PIC X(1)     VALUE 'N'.
           88 WS-INC-AVAILABLE                        VALUE 'Y'.
        01 WS-INC-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-INC-EOF                              VALUE 'Y'.
        01 WS-INC-LAST-NUMBER            PIC 9(9)     VALUE 0.
        01 WS-INC-STAMP                  PIC X(21).

        01 WS-INC-MSG.
           05 FILLER                     PIC X(17)    VALUE
              'HB37MON INCIDENT '.
           05 IM-NUMBER                  PIC Z(8)9.
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 IM-ACTION                  PIC X(9).
           05 FILLER                     PIC X(6)     VALUE ' TRCD='.
           05 IM-TRCDNAME                PIC X(8).

        01 WS-ALERT-MSG.
           05 FILLER                     PIC X(21)    VALUE
              'HB37MON ALERT - TRCD='.
              ' CONSECUTIVE FAILS='.
           05 AM-FAILCOUNT               PIC ZZ9.

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
            PERFORM 0500-LOAD-CONFIG
            PERFORM 1000-LOAD-CHECKPOINT
            OPEN INPUT HB37NEWR
            IF WS-NEWR-STATUS = '00'
                PERFORM 1500-VERIFY-SLICE-CONTROL
                IF WS-NEWR-VERIFIED
                    PERFORM 1200-LOAD-OPEN-INCIDENTS
                    READ HB37NEWR
                        AT END SET WS-NEWR-EOF TO TRUE
                    END-READ
                            AT END SET WS-NEWR-EOF TO TRUE
                        END-READ
                    END-PERFORM
                    IF WS-INC-AVAILABLE
                        CLOSE HB37INC
                    END-IF
                END-IF
                CLOSE HB37NEWR
            END-IF
            PERFORM 9000-SAVE-CHECKPOINT
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

      *****************************************************************
                    IF WS-TRCD-FOUND
                        MOVE CKP-COUNT
                            TO WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX)
                        MOVE CKP-STREAK-TS
                            TO WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                        IF CKP-STREAK-SEQ IS NUMERIC
                            MOVE CKP-STREAK-SEQ
                                TO WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                        END-IF
                    END-IF
            END-EVALUATE.

      *****************************************************************
      * OPEN THE INCIDENT REGISTER (CREATING IT, WITH ITS CONTROL
      * RECORD, ON FIRST USE), PICK UP THE LAST INCIDENT NUMBER
      * ASSIGNED, AND NOTE THE OPEN INCIDENT OF EVERY TRCDNAME THAT
      * HAS ONE, SO THIS RUN'S ALERTS ADD TO IT AND THIS RUN'S FIRST
      * '00' CLOSES IT.
      *****************************************************************
        1200-LOAD-OPEN-INCIDENTS.
            OPEN I-O HB37INC
            IF WS-INC-STATUS = '35'
                OPEN OUTPUT HB37INC
                IF WS-INC-STATUS = '00'
                    MOVE SPACES TO HB37INC-RECORD
                    MOVE 0 TO INC-NUMBER
                    MOVE 0 TO INC-LAST-NUMBER
                    WRITE HB37INC-RECORD
                    CLOSE HB37INC
                    OPEN I-O HB37INC
                END-IF
            END-IF
            IF WS-INC-STATUS NOT = '00'
                DISPLAY 'HB37MON WARNING - HB37INC UNAVAILABLE, '
                    'STATUS ' WS-INC-STATUS ', INCIDENTS NOT TRACKED'
                    UPON CONSOLE
            ELSE
                SET WS-INC-AVAILABLE TO TRUE
                MOVE 0 TO INC-NUMBER
                READ HB37INC
                    INVALID KEY
                        MOVE 0 TO WS-INC-LAST-NUMBER
                    NOT INVALID KEY
                        MOVE INC-LAST-NUMBER TO WS-INC-LAST-NUMBER
                END-READ
                MOVE 0 TO INC-NUMBER
                START HB37INC KEY IS NOT LESS THAN INC-NUMBER
                    INVALID KEY SET WS-INC-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-INC-EOF
                    READ HB37INC NEXT RECORD
                        AT END SET WS-INC-EOF TO TRUE
                        NOT AT END
                            IF NOT INC-CONTROL-RECORD AND INC-OPEN
                                MOVE INC-TRCDNAME
                                    TO WS-LOOKUP-TRCDNAME
                                PERFORM 2100-FIND-OR-ADD-TRCD
                                IF WS-TRCD-FOUND
                                    MOVE INC-NUMBER TO
                                        WS-TRCD-INC-NUMBER (WS-TRCD-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

      *****************************************************************
      * DB AND CORE DETAIL RECORDS (REC-TYPE 'D'/'C') ARE COMPONENT
      * RESULTS OF A CHECK WHOSE SUMMARY RECORD IS ALSO IN THE LOG -
                        WHEN '00'
                            MOVE 0
                                TO WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX)
                            MOVE SPACES
                                TO WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                            MOVE 0 TO WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                            IF WS-TRCD-INC-NUMBER (WS-TRCD-IDX) > 0
                                PERFORM 3200-CLOSE-INCIDENT
                            END-IF
      *                 A CHECK STAMPED 'MW' FELL INSIDE A DECLARED
      *                 MAINTENANCE WINDOW - NEUTRAL FOR THE STREAK:
      *                 IT IS NOT A FAILURE TO ALERT ON, BUT IT MUST
                        WHEN 'MW'
                            CONTINUE
                        WHEN OTHER
                            IF WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX) = 0
                                MOVE NWR-TIMESTAMP (1:14)
                                    TO WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                                MOVE NWR-SEQ-NUM
                                    TO WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                            END-IF
                            ADD 1
                                TO WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX)
                            IF WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX)
                        MOVE WS-LOOKUP-TRCDNAME
                            TO WS-TRCD-NAME (WS-TRCD-IDX)
                        MOVE 0 TO WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX)
                        MOVE SPACES TO WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                        MOVE 0 TO WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                        MOVE 0 TO WS-TRCD-INC-NUMBER (WS-TRCD-IDX)
                    ELSE
                        SET WS-TRCD-NOT-FOUND TO TRUE
                        DISPLAY 'HB37MON WARNING - TRCDNAME TABLE '
            MOVE NWR-TRCDNAME TO AM-TRCDNAME
            MOVE WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX) TO AM-FAILCOUNT
            DISPLAY WS-ALERT-MSG UPON CONSOLE
            PERFORM 9800-WRITE-EXCEPTION
            IF WS-INC-AVAILABLE
                PERFORM 3100-OPEN-INCIDENT
            END-IF.

      *****************************************************************
      * THE FIRST ALERT OF A STREAK OPENS A NEW INCIDENT UNDER THE
      * NEXT NUMBER (THE CONTROL RECORD IS REWRITTEN AT ONCE, SO A
      * NUMBER IS NEVER HANDED OUT TWICE); A REPEAT ALERT WHILE THE
      * OPTION'S INCIDENT IS STILL OPEN ONLY COUNTS AGAINST IT.
      *****************************************************************
        3100-OPEN-INCIDENT.
            IF WS-TRCD-INC-NUMBER (WS-TRCD-IDX) > 0
                MOVE WS-TRCD-INC-NUMBER (WS-TRCD-IDX) TO INC-NUMBER
                READ HB37INC
                    INVALID KEY
                        MOVE 0 TO WS-TRCD-INC-NUMBER (WS-TRCD-IDX)
                    NOT INVALID KEY
                        ADD 1 TO INC-ALERT-COUNT
                        REWRITE HB37INC-RECORD
                            INVALID KEY CONTINUE
                        END-REWRITE
                END-READ
            END-IF
            IF WS-TRCD-INC-NUMBER (WS-TRCD-IDX) = 0
                ADD 1 TO WS-INC-LAST-NUMBER
                MOVE SPACES TO HB37INC-RECORD
                MOVE WS-INC-LAST-NUMBER TO INC-NUMBER
                MOVE NWR-TRCDNAME TO INC-TRCDNAME
                MOVE NWR-PORTIDNF TO INC-PORTIDNF
                MOVE NWR-STUS TO INC-STUS
                MOVE NWR-MSGENUMB TO INC-MSGENUMB
                MOVE WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                    TO INC-FIRST-FAIL-TS
                MOVE WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                    TO INC-FIRST-FAIL-SEQ
                MOVE NWR-TIMESTAMP (1:14) TO INC-OPENED-TS
                MOVE 1 TO INC-ALERT-COUNT
                SET INC-OPEN TO TRUE
                MOVE 0 TO INC-RECOVERY-SEQ
                SET INC-NOT-ACKNOWLEDGED TO TRUE
                WRITE HB37INC-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
                IF WS-INC-STATUS = '00'
                    MOVE WS-INC-LAST-NUMBER
                        TO WS-TRCD-INC-NUMBER (WS-TRCD-IDX)
                    MOVE 'OPENED' TO IM-ACTION
                    PERFORM 3300-REWRITE-CONTROL
                ELSE
                    MOVE 'NOT SAVED' TO IM-ACTION
                END-IF
                MOVE WS-INC-LAST-NUMBER TO IM-NUMBER
                MOVE NWR-TRCDNAME TO IM-TRCDNAME
                DISPLAY WS-INC-MSG UPON CONSOLE
            END-IF.

      *****************************************************************
      * THE OPTION IS BACK: CLOSE ITS OPEN INCIDENT WITH THE TIMESTAMP
      * AND SEQUENCE NUMBER OF THE '00' CHECK THAT BROKE THE STREAK.
      * ACKNOWLEDGEMENT IS LEFT AS IT IS - A RECOVERED INCIDENT NOBODY
      * OWNED STILL SHOWS ON THE HB37AGE REPORT UNTIL SOMEONE DOES.
      *****************************************************************
        3200-CLOSE-INCIDENT.
            IF WS-INC-AVAILABLE
                MOVE WS-TRCD-INC-NUMBER (WS-TRCD-IDX) TO INC-NUMBER
                READ HB37INC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET INC-CLOSED TO TRUE
                        MOVE NWR-TIMESTAMP (1:14) TO INC-RECOVERY-TS
                        MOVE NWR-SEQ-NUM TO INC-RECOVERY-SEQ
                        REWRITE HB37INC-RECORD
                            INVALID KEY CONTINUE
                        END-REWRITE
                        MOVE INC-NUMBER TO IM-NUMBER
                        MOVE 'CLOSED' TO IM-ACTION
                        MOVE NWR-TRCDNAME TO IM-TRCDNAME
                        DISPLAY WS-INC-MSG UPON CONSOLE
                END-READ
            END-IF
            MOVE 0 TO WS-TRCD-INC-NUMBER (WS-TRCD-IDX).

        3300-REWRITE-CONTROL.
            MOVE SPACES TO HB37INC-RECORD
            MOVE 0 TO INC-NUMBER
            MOVE WS-INC-LAST-NUMBER TO INC-LAST-NUMBER
            REWRITE HB37INC-RECORD
                INVALID KEY
                    WRITE HB37INC-RECORD
                        INVALID KEY CONTINUE
                    END-WRITE
            END-REWRITE.

      *****************************************************************
      * PUT THE ALERT ON THE MORNING DIGEST TOO: SEVERITY 1, THE SAME
            IF WS-CKP-STATUS = '00'
                MOVE 'P' TO CKP-TYPE
                MOVE SPACES TO CKP-TRCDNAME
                MOVE SPACES TO CKP-STREAK-TS
                MOVE 0 TO CKP-STREAK-SEQ
                IF WS-NEWR-VERIFIED
                    COMPUTE CKP-COUNT =
                        WS-CKP-RECS-PROCESSED + WS-RECS-READ
                    MOVE 'T' TO CKP-TYPE
                    MOVE WS-TRCD-NAME (WS-TRCD-IDX) TO CKP-TRCDNAME
                    MOVE WS-TRCD-CONSEC-FAILS (WS-TRCD-IDX) TO CKP-COUNT
                    MOVE WS-TRCD-STREAK-TS (WS-TRCD-IDX)
                        TO CKP-STREAK-TS
                    MOVE WS-TRCD-STREAK-SEQ (WS-TRCD-IDX)
                        TO CKP-STREAK-SEQ
                    WRITE CKP-RECORD
                END-PERFORM
                CLOSE HB37CKP
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
                MOVE 'HB37MON' TO CTL-PROGRAM
                MOVE WS-CTL-START-STAMP (1:8) TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37NEWR' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-RECS-READ TO CTL-FILE-COUNT (1)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37MON WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
