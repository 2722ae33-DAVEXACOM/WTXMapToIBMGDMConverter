                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-HB37STA-STATUS.
            SELECT HB37EVT ASSIGN TO HB37EVT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HB37EVT-STATUS.
        DATA DIVISION.
      *
      * HB37 HEALTH CHECK
        FD  HB37STA.
        COPY HB37STAR.

      *****************************************************************
      * STATUS-CHANGE FEED TO THE ENTERPRISE MONITORING CONSOLE. ONE
      * RECORD PER REAL TRANSITION DETECTED AGAINST THE SNAPSHOT,
      * APPENDED AS THE CALL COMPLETES (SEE 8600-WRITE-STATUS-EVENT
      * AND THE HB37EVTR COPYBOOK NOTES). JCL PREALLOCATES IT
      * DISP=MOD THE SAME WAY AS HB37LOG.
      *****************************************************************
        FD  HB37EVT.
        COPY HB37EVTR.

        WORKING-STORAGE SECTION.
      *****************************************************************
      * HB37LOG HISTORY FILE STATUS
        01 WS-NEXT-SEQ                  PIC 9(9)     VALUE 0.
        01 WS-LOST-RECS                 PIC 9(2)     VALUE 0.

      *****************************************************************
      * STATUS-CHANGE EVENT STATE FOR THE CALL IN FLIGHT. 8500-UPDATE-
      * SNAPSHOT COMPARES THE OUTCOME WITH THE SNAPSHOT IT IS ABOUT TO
      * REPLACE AND LEAVES THE TRANSITION (IF ANY) AND THE OLD STATE
      * HERE; THE EVENT ITSELF IS WRITTEN ONLY ONCE THE SUMMARY
      * HISTORY RECORD HAS ITS SEQUENCE NUMBER. A FEED THAT WILL NOT
      * OPEN MUST NOT DELAY THE TRANSACTION EITHER - ONE CONSOLE
      * WARNING, AND THE NIGHTLY HB37EVR RECONCILIATION RESENDS
      * WHATEVER WAS MISSED FROM THE HISTORY. SO DOES A SNAPSHOT THAT
      * WILL NOT OPEN: WITH NO OLD STATE TO COMPARE AGAINST, NO EVENT
      * IS RAISED ONLINE AT ALL.
      *****************************************************************
        01 WS-HB37EVT-STATUS            PIC X(2).
        01 WS-EVT-WARNED-SW             PIC X(1)     VALUE 'N'.
           88 WS-EVT-WARNED                          VALUE 'Y'.
        01 WS-EVT-TYPE                  PIC X(1)     VALUE SPACE.
           88 WS-EVT-NONE                            VALUE SPACE.
           88 WS-EVT-PENDING                         VALUE 'F' 'R' 'C'.
           88 WS-EVT-FAILURE                         VALUE 'F'.
           88 WS-EVT-RECOVERY                        VALUE 'R'.
           88 WS-EVT-CHANGE                          VALUE 'C'.
        01 WS-EVT-OLD-STUS              PIC X(2).
        01 WS-EVT-OLD-MSGENUMB          PIC X(5).
        01 WS-EVT-SINCE-TS.
           05 WS-EVS-DATE               PIC 9(8).
           05 WS-EVS-HH                 PIC 9(2).
           05 WS-EVS-MM                 PIC 9(2).
           05 WS-EVS-SS                 PIC 9(2).
        01 WS-EVT-SINCE-9 REDEFINES WS-EVT-SINCE-TS
                                        PIC 9(14).
        01 WS-EVT-NOW-TS.
           05 WS-EVN-DATE               PIC 9(8).
           05 WS-EVN-HH                 PIC 9(2).
           05 WS-EVN-MM                 PIC 9(2).
           05 WS-EVN-SS                 PIC 9(2).
        01 WS-EVT-NOW-9 REDEFINES WS-EVT-NOW-TS
                                        PIC 9(14).
        01 WS-EVT-PREV-SECS             PIC S9(11)   VALUE 0.

      *****************************************************************
      * MSGENUMB DESCRIPTIONS FOR THE EVENT RECORD.
      *****************************************************************
        COPY HB37MSG.

        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==WSH-RECORD==
                                ==PFX-TIMESTAMP== BY ==WSH-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==WSH-TRCDNAME==
                PERFORM 8060-SAVE-SEQ
            ELSE
                PERFORM 8950-CONSUME-LOST-SEQS
            END-IF
            IF WS-EVT-PENDING
                PERFORM 8600-WRITE-STATUS-EVENT
            END-IF.

      *****************************************************************
      * TROUBLE HAS STOOD). A MISSING FILE IS CREATED ON FIRST USE;
      * ANY OTHER FAILURE SKIPS THE UPDATE WITH A ONE-TIME WARNING -
      * THE HISTORY RECORD, NOT THE SNAPSHOT, IS THE AUDIT TRAIL.
      * THE RECORD BEING REPLACED IS ALSO THE OLD STATE FOR THE
      * STATUS-CHANGE FEED (8550), AND STA-STATE-SINCE-TS MOVES TO
      * THIS CHECK WHENEVER A TRANSITION IS RAISED.
      *****************************************************************
        8500-UPDATE-SNAPSHOT.
            SET WS-EVT-NONE TO TRUE
            MOVE SPACES TO WS-EVT-OLD-STUS
            MOVE SPACES TO WS-EVT-OLD-MSGENUMB
            MOVE 0 TO WS-EVT-SINCE-9
            MOVE WS-HIST-TIMESTAMP (1:14) TO WS-EVT-NOW-TS
            OPEN I-O HB37STA
            IF WS-HB37STA-STATUS = '35'
                OPEN OUTPUT HB37STA
                        SET WS-STA-FOUND TO TRUE
                        MOVE STA-LAST-GOOD-TS
                            TO WS-STA-PREV-GOOD-TS
                        MOVE STA-STUS TO WS-EVT-OLD-STUS
                        MOVE STA-MSGENUMB TO WS-EVT-OLD-MSGENUMB
                        IF STA-STATE-SINCE-TS IS NUMERIC
                            MOVE STA-STATE-SINCE-TS TO WS-EVT-SINCE-9
                        END-IF
                END-READ
                PERFORM 8550-DETECT-TRANSITION
                MOVE SPACES TO HB37STA-RECORD
                MOVE TRCDNAME OF HBHDR-RPY TO STA-TRCDNAME
                MOVE PORTIDNF OF HBHDR-RPY TO STA-PORTIDNF
                ELSE
                    MOVE WS-STA-PREV-GOOD-TS TO STA-LAST-GOOD-TS
                END-IF
                IF WS-EVT-PENDING OR NOT WS-STA-FOUND
                    MOVE WS-EVT-NOW-9 TO STA-STATE-SINCE-TS
                ELSE
                    MOVE WS-EVT-SINCE-9 TO STA-STATE-SINCE-TS
                END-IF
                IF WS-STA-FOUND
                    REWRITE HB37STA-RECORD
                        INVALID KEY CONTINUE
                CLOSE HB37STA
            END-IF.

      *****************************************************************
      * A REAL TRANSITION IS GOOD TO FAILING, FAILING TO GOOD, OR A
      * FAILING KEY WHOSE STUS OR MSGENUMB CHANGED. A REPEAT OF THE
      * SAME OUTCOME IS NOT NEWS. A KEY SEEN FOR THE FIRST TIME IS
      * NEWS ONLY WHEN IT FAILS.
      *****************************************************************
        8550-DETECT-TRANSITION.
            EVALUATE TRUE
                WHEN NOT WS-STA-FOUND
                    IF STUS OF HBHDR-RPY NOT = '00'
                        SET WS-EVT-FAILURE TO TRUE
                    END-IF
                WHEN WS-EVT-OLD-STUS = '00'
                    IF STUS OF HBHDR-RPY NOT = '00'
                        SET WS-EVT-FAILURE TO TRUE
                    END-IF
                WHEN STUS OF HBHDR-RPY = '00'
                    SET WS-EVT-RECOVERY TO TRUE
                WHEN STUS OF HBHDR-RPY NOT = WS-EVT-OLD-STUS
                  OR MSGENUMB NOT = WS-EVT-OLD-MSGENUMB
                    SET WS-EVT-CHANGE TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *****************************************************************
      * APPEND THE TRANSITION TO THE MONITORING FEED. THE SEQUENCE
      * NUMBER IS THE SUMMARY RECORD'S JUST WRITTEN BY 8000 - ZERO
      * WHEN THE CALL'S HISTORY WENT NOWHERE OR WENT OUT UNSEQUENCED.
      * A FEED THAT WILL NOT OPEN COSTS THE EVENT, NEVER THE
      * TRANSACTION: HB37EVR FINDS THE TRANSITION IN THE HISTORY AND
      * RESENDS IT.
      *****************************************************************
        8600-WRITE-STATUS-EVENT.
            OPEN EXTEND HB37EVT
            IF WS-HB37EVT-STATUS = '00'
                MOVE SPACES TO HB37EVT-RECORD
                SET EVT-LAYOUT-CURRENT TO TRUE
                MOVE WS-HIST-TIMESTAMP (1:14) TO EVT-TIMESTAMP
                MOVE WS-EVT-TYPE TO EVT-TYPE
                MOVE TRCDNAME OF HBHDR-RPY TO EVT-TRCDNAME
                MOVE PORTIDNF OF HBHDR-RPY TO EVT-PORTIDNF
                MOVE WS-EVT-OLD-STUS TO EVT-OLD-STUS
                MOVE WS-EVT-OLD-MSGENUMB TO EVT-OLD-MSGENUMB
                MOVE STUS OF HBHDR-RPY TO EVT-NEW-STUS
                MOVE MSGENUMB TO EVT-NEW-MSGENUMB
                MOVE WS-RPY-CORE-STUS TO EVT-NEW-CORE-STUS
                PERFORM 8650-LOOKUP-EVENT-DESC
                MOVE 0 TO EVT-PREV-SECS
                IF WS-EVT-SINCE-9 > 0
                    MOVE WS-EVT-SINCE-TS TO EVT-PREV-SINCE-TS
                    PERFORM 8660-CALC-PREV-STATE-SECS
                    MOVE WS-EVT-PREV-SECS TO EVT-PREV-SECS
                END-IF
                IF WS-TARGET-NONE OR NOT WS-SEQ-AVAILABLE
                    MOVE 0 TO EVT-LOG-SEQ
                ELSE
                    MOVE WS-LAST-SEQ TO EVT-LOG-SEQ
                END-IF
                IF WS-EVT-OLD-STUS = 'MW' OR STUS OF HBHDR-RPY = 'MW'
                    MOVE 'Y' TO EVT-MAINT-SW
                ELSE
                    MOVE 'N' TO EVT-MAINT-SW
                END-IF
                SET EVT-ORIGIN-ONLINE TO TRUE
                WRITE HB37EVT-RECORD
                CLOSE HB37EVT
            ELSE
                IF NOT WS-EVT-WARNED
                    SET WS-EVT-WARNED TO TRUE
                    DISPLAY 'HB37 WARNING - HB37EVT UNAVAILABLE, '
                        'STATUS ' WS-HB37EVT-STATUS ', STATUS EVENTS '
                        'LEFT FOR HB37EVR TO RESEND' UPON CONSOLE
                END-IF
            END-IF.

        8650-LOOKUP-EVENT-DESC.
            SET HB37MSG-IDX TO 1
            SEARCH HB37MSG-ENTRY
                AT END
                    MOVE 'Unknown MSGENUMB - not in HB37MSG table'
                        TO EVT-MSG-DESC
                WHEN HB37MSG-CODE (HB37MSG-IDX) = MSGENUMB
                    MOVE HB37MSG-DESC (HB37MSG-IDX) TO EVT-MSG-DESC
            END-SEARCH.

      *****************************************************************
      * SECONDS FROM THE START OF THE OLD STATE TO THIS CHECK, AS A
      * DAY NUMBER PLUS SECONDS-WITHIN-DAY SO IT SURVIVES A MIDNIGHT
      * OR MONTH BOUNDARY. A SINCE-STAMP AHEAD OF THIS CHECK (A CLOCK
      * SET BACK) GIVES ZERO RATHER THAN A NEGATIVE DURATION.
      *****************************************************************
        8660-CALC-PREV-STATE-SECS.
            COMPUTE WS-EVT-PREV-SECS =
                (FUNCTION INTEGER-OF-DATE (WS-EVN-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-EVS-DATE)) * 86400
                + (WS-EVN-HH * 3600 + WS-EVN-MM * 60 + WS-EVN-SS)
                - (WS-EVS-HH * 3600 + WS-EVS-MM * 60 + WS-EVS-SS)
            IF WS-EVT-PREV-SECS < 0
                MOVE 0 TO WS-EVT-PREV-SECS
            END-IF.

      *****************************************************************
      * STAMP THE STAGED RECORD WITH THE NEXT SEQUENCE NUMBER AND
      * WRITE IT TO WHICHEVER HISTORY DATASET THIS CALL OPENED.
