        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37STU.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37STU-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT HB37LOG ASSIGN TO HB37LOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT HB37OVF ASSIGN TO HB37OVF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVF-STATUS.
            SELECT HB37ARCH ASSIGN TO HB37ARCH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
            SELECT SORTWK ASSIGN TO SORTWK1.
            SELECT HB37STA ASSIGN TO HB37STA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STA-KEY
                FILE STATUS IS WS-STA-STATUS.
            SELECT HB37STU ASSIGN TO HB37STU
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STU-STATUS.
            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37STU - HB37STA SNAPSHOT REBUILD AND RECONCILIATION
      * HB37 REWRITES THE HB37STA SNAPSHOT ON EVERY CALL, BUT NEVER
      * LETS IT HOLD UP A TRANSACTION: A CALL THAT FINDS THE FILE
      * UNAVAILABLE WARNS ONCE AND CARRIES ON, AND A RESTORED OR
      * REALLOCATED CLUSTER COMES BACK EMPTY OR OUT OF DATE. HB37STQ,
      * HB37SIL AND THE HB37EVT FEED ALL TRUST IT, SO THIS UTILITY
      * PROVES IT AGAINST THE HISTORY AND, WHEN TOLD TO, PUTS IT
      * RIGHT. THE SUMMARY RECORDS OF HB37LOG, HB37OVF AND WHATEVER
      * HB37ARCH GENERATIONS THE JCL CONCATENATES ARE SORTED BY
      * TRCDNAME/PORTIDNF AND TIME, AND FOR EACH KEY THE SNAPSHOT
      * RECORD HB37 WOULD HOLD IS DERIVED FROM THEM: THE LATEST
      * STUS, MSGENUMB, CORE STATUS, ELAPSED TIME AND CHECK TIME, THE
      * LATEST '00' CHECK, AND WHEN THE CURRENT STATE BEGAN BY HB37'S
      * OWN TRANSITION RULES (THE EARLIEST RECORD OF A KEY ONLY SETS
      * ITS STARTING STATE, SO THAT TIME IS THEN A FLOOR).
      *
      *   REBUILD   - RECREATES HB37STA FROM SCRATCH FROM THE DERIVED
      *               RECORDS. RUN IT WITH THE FRONT END QUIET AND
      *               WITH EVERY HB37ARCH GENERATION CONCATENATED, OR
      *               A KEY WHOSE LAST GOOD CHECK HAS BEEN ARCHIVED
      *               COMES BACK AS NEVER HAVING SUCCEEDED.
      *   RECONCILE - THE NIGHTLY RUN, AFTER THE HB37ARC PURGE AND
      *               AHEAD OF HB37SIL AND HB37DIG. MATCHES THE
      *               LIVE SNAPSHOT TO THE DERIVED RECORDS KEY BY KEY
      *               AND LISTS EVERY KEY THAT IS MISSING, STALE
      *               (LAST CHECKED BEFORE THE HISTORY'S LATEST
      *               CHECK), OR CARRIES A DIFFERENT STUS/MSGENUMB OR
      *               LAST-GOOD TIME. EACH GOES TO THE HB37EXC DIGEST
      *               AT SEVERITY 3, AND WITH 'CORRECT' ON THE CARD
      *               IS PUT RIGHT IN PLACE. A SNAPSHOT CHECKED LATER
      *               THAN THE HISTORY (A CALL TAKEN WHILE THIS JOB
      *               RAN) AND A SNAPSHOT KEY WITH NO HISTORY AT ALL
      *               (ALL ARCHIVED) ARE LISTED FOR INFORMATION AND
      *               NEVER CHANGED.
      *
      * A LAST-GOOD TIME OLDER THAN THE EARLIEST HISTORY READ FOR THE
      * KEY CANNOT BE DISPROVED, SO IT IS ACCEPTED (AND KEPT BY A
      * CORRECTION) WHEN THE HISTORY HOLDS NO GOOD CHECK OF ITS OWN.
      *
      * PARM CARD (SYSIN): COLS 1-10 = REBUILD OR RECONCILE, COLS
      * 11-17 = CORRECT TO CORRECT A RECONCILE IN PLACE. NO CARD OR A
      * BAD CARD RECONCILES WITHOUT CORRECTING - A REBUILD IS NEVER
      * ASSUMED.
      *
      * ONLY THE NIGHTLY RECONCILE RUN APPENDS A RUN-CONTROL RECORD
      * TO HB37CTL FOR THE HB37BAL BALANCING STEP (SEE 9700). A
      * REBUILD IS AN AD-HOC RECOVERY RUN AND WRITES NONE, SO IT IS
      * NEVER TAKEN FOR A SECOND RUN OF THE NIGHTLY STEP.
      *
      * RETURN-CODE: 0 THE SNAPSHOT AGREES WITH THE HISTORY (OR WAS
      * REBUILT), 4 DIFFERENCES WERE FOUND, 8 THE HISTORY OR THE
      * SNAPSHOT COULD NOT BE READ, OR A RECORD COULD NOT BE WRITTEN.
      *
        FILE SECTION.
        FD  HB37STU-IN.
        01 PARM-RECORD.
           05 PARM-MODE                 PIC X(10).
           05 PARM-CORRECT              PIC X(7).
           05 FILLER                    PIC X(63).

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

        FD  HB37ARCH.
        COPY HB37LOGR REPLACING ==PFX-RECORD==    BY ==ARC-RECORD==
                                ==PFX-TIMESTAMP== BY ==ARC-TIMESTAMP==
                                ==PFX-TRCDNAME==  BY ==ARC-TRCDNAME==
                                ==PFX-TRMLIDNT==  BY ==ARC-TRMLIDNT==
                                ==PFX-PORTIDNF==  BY ==ARC-PORTIDNF==
                                ==PFX-STUS==      BY ==ARC-STUS==
                                ==PFX-CORE-STUS== BY ==ARC-CORE-STUS==
                                ==PFX-ELAPSD-MS== BY ==ARC-ELAPSD-MS==
                                ==PFX-MSGENUMB==  BY ==ARC-MSGENUMB==
                                ==PFX-REC-TYPE==  BY ==ARC-REC-TYPE==
                                ==PFX-DB-DETAIL== BY ==ARC-DB-DETAIL==
                                ==PFX-CORE-DETAIL==
                                                  BY ==ARC-CORE-DETAIL==
                                ==PFX-RESOURCE==  BY ==ARC-RESOURCE==
                                ==PFX-SEQ-NUM==   BY ==ARC-SEQ-NUM==.

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

        FD  HB37STA.
        COPY HB37STAR.

        FD  HB37STU.
        01 STU-LINE                     PIC X(132).

      *****************************************************************
      * SHARED NIGHTLY EXCEPTION DATASET FOR THE HB37DIG MORNING
      * DIGEST (SEE THE HB37EXCR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37EXC.
        COPY HB37EXCR.

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS               PIC X(2).
        01 WS-LOG-STATUS                PIC X(2).
        01 WS-OVF-STATUS                PIC X(2).
        01 WS-ARCH-STATUS               PIC X(2).
        01 WS-STA-STATUS                PIC X(2).
        01 WS-STU-STATUS                PIC X(2).
        01 WS-EXC-STATUS                PIC X(2).

        01 WS-LOG-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-LOG-EOF                             VALUE 'Y'.
        01 WS-OVF-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-OVF-EOF                             VALUE 'Y'.
        01 WS-ARCH-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-ARCH-EOF                            VALUE 'Y'.
        01 WS-SORT-EOF-SW               PIC X(1)     VALUE 'N'.
           88 WS-SORT-EOF                            VALUE 'Y'.
        01 WS-STA-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-STA-EOF                             VALUE 'Y'.
        01 WS-HISTORY-OK-SW             PIC X(1)     VALUE 'N'.
           88 WS-HISTORY-OK                          VALUE 'Y'.
        01 WS-ARCH-READ-SW              PIC X(1)     VALUE 'N'.
           88 WS-ARCH-READ                           VALUE 'Y'.
        01 WS-STA-OK-SW                 PIC X(1)     VALUE 'N'.
           88 WS-STA-OK                              VALUE 'Y'.
        01 WS-STA-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-STA-FOUND                           VALUE 'Y'.
        01 WS-KEY-OPEN-SW               PIC X(1)     VALUE 'N'.
           88 WS-KEY-OPEN                            VALUE 'Y'.
        01 WS-FIX-SW                    PIC X(1)     VALUE 'N'.
           88 WS-FIX-WANTED                          VALUE 'Y'.
        01 WS-EXC-WARNED-SW             PIC X(1)     VALUE 'N'.
           88 WS-EXC-WARNED                          VALUE 'Y'.

        01 WS-MODE                      PIC X(10)    VALUE 'RECONCILE'.
           88 WS-MODE-REBUILD                        VALUE 'REBUILD'.
           88 WS-MODE-RECONCILE                      VALUE 'RECONCILE'.
        01 WS-CORRECT-SW                PIC X(1)     VALUE 'N'.
           88 WS-CORRECT                             VALUE 'Y'.

        01 WS-RUN-DATE                  PIC X(8).

        01 WS-SUMMARIES-READ            PIC 9(9)     VALUE 0.
        01 WS-ARCH-REC-COUNT            PIC 9(9)     VALUE 0.
        01 WS-KEY-COUNT                 PIC 9(7)     VALUE 0.
        01 WS-WRITTEN-COUNT             PIC 9(7)     VALUE 0.
        01 WS-AGREE-COUNT               PIC 9(7)     VALUE 0.
        01 WS-MISSING-COUNT             PIC 9(7)     VALUE 0.
        01 WS-STALE-COUNT               PIC 9(7)     VALUE 0.
        01 WS-STATUS-DIFF-COUNT         PIC 9(7)     VALUE 0.
        01 WS-GOOD-DIFF-COUNT           PIC 9(7)     VALUE 0.
        01 WS-AHEAD-COUNT               PIC 9(7)     VALUE 0.
        01 WS-NO-HISTORY-COUNT          PIC 9(7)     VALUE 0.
        01 WS-CORRECTED-COUNT           PIC 9(7)     VALUE 0.
        01 WS-FAILED-COUNT              PIC 9(7)     VALUE 0.
        01 WS-DIFF-COUNT                PIC 9(7)     VALUE 0.

      *****************************************************************
      * THE SNAPSHOT RECORD DERIVED FROM THE HISTORY FOR THE KEY BEING
      * READ: ITS LATEST SUMMARY RECORD, ITS LATEST '00' CHECK
      * (SPACES IF NONE), ITS EARLIEST CHECK IN THE HISTORY READ, AND
      * WHEN ITS CURRENT STATE BEGAN.
      *****************************************************************
        01 WS-H-KEY.
           05 WS-H-TRCDNAME             PIC X(8).
           05 WS-H-PORTIDNF             PIC 9(5).
        01 WS-H-STUS                    PIC X(2).
        01 WS-H-MSGENUMB                PIC X(5).
        01 WS-H-CORE-STUS               PIC X(2).
        01 WS-H-ELAPSD-MS               PIC 9(7).
        01 WS-H-LAST-CHECK-TS           PIC X(14).
        01 WS-H-LAST-GOOD-TS            PIC X(14).
        01 WS-H-FIRST-TS                PIC X(14).
        01 WS-H-SINCE-TS                PIC X(14).
        01 WS-H-SINCE-9 REDEFINES WS-H-SINCE-TS
                                        PIC 9(14).
        01 WS-TRANS-SW                  PIC X(1)     VALUE 'N'.
           88 WS-TRANS-FOUND                         VALUE 'Y'.

      *****************************************************************
      * WHAT A REBUILT OR CORRECTED RECORD CARRIES FOR LAST-GOOD AND
      * STATE-SINCE ONCE THE SNAPSHOT'S OWN OLDER KNOWLEDGE HAS BEEN
      * WEIGHED (SEE 3650), AND THE SNAPSHOT RECORD THE MATCH IS
      * POSITIONED ON, HELD WHILE A MISSING KEY IS WRITTEN. THE HOLD
      * AREA IS THE FULL 67-BYTE HB37STAR RECORD - KEEP IT IN STEP
      * WITH THE COPYBOOK.
      *****************************************************************
        01 WS-NEW-GOOD-TS               PIC X(14).
        01 WS-NEW-SINCE-9               PIC 9(14).
        01 WS-STA-HOLD                  PIC X(67).

        01 WS-EXC-STAMP                 PIC X(21).
        01 WS-EXC-SEVERITY              PIC 9(1).
        01 WS-EXC-TRCDNAME              PIC X(8).
        01 WS-EXC-PORTIDNF              PIC X(5).
        01 WS-EXC-MSGENUMB              PIC X(5).
        01 WS-EXC-TEXT-AREA.
           05 ET-PREFIX                 PIC X(8)     VALUE 'HB37STA '.
           05 ET-FINDING                PIC X(18).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 ET-ACTION                 PIC X(13).

        01 WS-HEADING-1.
           05 FILLER                    PIC X(45)    VALUE
              'HB37STU - HB37STA SNAPSHOT UTILITY'.
           05 FILLER                    PIC X(5)     VALUE 'MODE '.
           05 HD-MODE                   PIC X(10).
           05 HD-CORRECT                PIC X(20).
           05 FILLER                    PIC X(9)     VALUE
              'RUN DATE'.
           05 HD-RUN-DATE               PIC X(8).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(16)    VALUE SPACES.
           05 FILLER                    PIC X(40)    VALUE
              '------------- SNAPSHOT -------------'.
           05 FILLER                    PIC X(40)    VALUE
              '------------- HISTORY --------------'.

        01 WS-HEADING-3.
           05 FILLER                    PIC X(9)     VALUE 'TRCDNAME'.
           05 FILLER                    PIC X(7)     VALUE 'PORT'.
           05 FILLER                    PIC X(3)     VALUE 'ST'.
           05 FILLER                    PIC X(6)     VALUE 'MSGE'.
           05 FILLER                    PIC X(15)    VALUE 'LAST CHECK'.
           05 FILLER                    PIC X(16)    VALUE 'LAST GOOD'.
           05 FILLER                    PIC X(3)     VALUE 'ST'.
           05 FILLER                    PIC X(6)     VALUE 'MSGE'.
           05 FILLER                    PIC X(15)    VALUE 'LAST CHECK'.
           05 FILLER                    PIC X(16)    VALUE 'LAST GOOD'.
           05 FILLER                    PIC X(19)    VALUE 'FINDING'.
           05 FILLER                    PIC X(13)    VALUE 'ACTION'.

        01 WS-DETAIL-LINE.
           05 DL-TRCDNAME               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-PORTIDNF               PIC 9(5).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-SNAP-STUS              PIC X(2).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-SNAP-MSGENUMB          PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-SNAP-CHECK             PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-SNAP-GOOD              PIC X(14).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-HIST-STUS              PIC X(2).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-HIST-MSGENUMB          PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-HIST-CHECK             PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-HIST-GOOD              PIC X(14).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-FINDING                PIC X(18).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-ACTION                 PIC X(13).

        01 WS-TRAILER-1.
           05 FILLER                    PIC X(16)    VALUE
              'SUMMARIES READ='.
           05 TR-READ                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(10)    VALUE
              ' HB37ARCH='.
           05 TR-ARCH-STATE             PIC X(12).
           05 TR-ARCH-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(7)     VALUE
              ' KEYS='.
           05 TR-KEYS                   PIC Z,ZZZ,ZZ9.

        01 WS-TRAILER-2.
           05 FILLER                    PIC X(6)     VALUE 'AGREE='.
           05 TR-AGREE                  PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(9)     VALUE
              ' MISSING='.
           05 TR-MISSING                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(7)     VALUE
              ' STALE='.
           05 TR-STALE                  PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)    VALUE
              ' STATUS DIFFERS='.
           05 TR-STATUS-DIFF            PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(19)    VALUE
              ' LAST-GOOD DIFFERS='.
           05 TR-GOOD-DIFF              PIC Z,ZZZ,ZZ9.

        01 WS-TRAILER-3.
           05 FILLER                    PIC X(15)    VALUE
              'SNAPSHOT AHEAD='.
           05 TR-AHEAD                  PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)    VALUE
              ' NOT IN HISTORY='.
           05 TR-NO-HISTORY             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(11)    VALUE
              ' CORRECTED='.
           05 TR-CORRECTED              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(15)    VALUE
              ' UPDATE FAILED='.
           05 TR-FAILED                 PIC Z,ZZZ,ZZ9.

        01 WS-REBUILD-LINE.
           05 FILLER                    PIC X(16)    VALUE
              'RECORDS WRITTEN='.
           05 TR-WRITTEN                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(15)    VALUE
              ' WRITE FAILED='.
           05 TR-WRITE-FAILED           PIC Z,ZZZ,ZZ9.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        01 WS-CLEAN-LINE                PIC X(56)    VALUE
           'SNAPSHOT AGREES WITH THE HISTORY - NO DIFFERENCES FOUND'.

        01 WS-NOT-RUN-LINE              PIC X(60)    VALUE
           'HB37STA NOT PROCESSED - HISTORY OR SNAPSHOT UNAVAILABLE'.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700). THE COUNTS ARE EVERY
      * RECORD READ, DETAIL RECORDS INCLUDED.
      *****************************************************************
        01 WS-CTL-STATUS                PIC X(2).
        01 WS-CTL-START-STAMP           PIC X(21).
        01 WS-CTL-END-STAMP             PIC X(21).
        01 WS-LOG-IN                    PIC 9(9)     VALUE 0.
        01 WS-OVF-IN                    PIC 9(9)     VALUE 0.
        01 WS-ARCH-IN                   PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            PERFORM 1000-GET-PARMS
            SORT SORTWK
                ON ASCENDING KEY SW-TRCDNAME SW-PORTIDNF
                                 SW-TIMESTAMP SW-SEQ-NUM
                INPUT PROCEDURE 2000-RELEASE-SUMMARIES
                OUTPUT PROCEDURE 3000-PROCESS-HISTORY
            COMPUTE WS-DIFF-COUNT = WS-MISSING-COUNT + WS-STALE-COUNT
                + WS-STATUS-DIFF-COUNT + WS-GOOD-DIFF-COUNT
            EVALUATE TRUE
                WHEN NOT WS-STA-OK
                    MOVE 8 TO RETURN-CODE
                WHEN WS-FAILED-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-MODE-RECONCILE AND WS-DIFF-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-MODE-REBUILD
                DISPLAY 'HB37STU - REBUILD, ' WS-KEY-COUNT ' KEYS, '
                    WS-WRITTEN-COUNT ' WRITTEN, ' WS-FAILED-COUNT
                    ' FAILED' UPON CONSOLE
            ELSE
                DISPLAY 'HB37STU - RECONCILE, ' WS-KEY-COUNT ' KEYS, '
                    WS-DIFF-COUNT ' DIFFERENCES, ' WS-CORRECTED-COUNT
                    ' CORRECTED' UPON CONSOLE
            END-IF
            IF WS-MODE-RECONCILE
                PERFORM 9700-WRITE-RUN-CONTROL
            END-IF
            GOBACK.

        1000-GET-PARMS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT HB37STU-IN
            IF WS-PARM-STATUS = '00'
                READ HB37STU-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        EVALUATE PARM-MODE
                            WHEN 'REBUILD'
                            WHEN 'RECONCILE'
                                MOVE PARM-MODE TO WS-MODE
                            WHEN OTHER
                                DISPLAY 'HB37STU WARNING - BAD MODE '
                                    'PARM ' PARM-MODE ', USING '
                                    'RECONCILE' UPON CONSOLE
                        END-EVALUATE
                        IF WS-MODE-RECONCILE
                           AND PARM-CORRECT = 'CORRECT'
                            SET WS-CORRECT TO TRUE
                        END-IF
                END-READ
                CLOSE HB37STU-IN
            END-IF.

      *****************************************************************
      * EVERY SUMMARY RECORD OF THE PRIMARY AND OVERFLOW HISTORY, AND
      * OF ANY ARCHIVE GENERATIONS CONCATENATED UNDER HB37ARCH, GOES
      * TO THE SORT. AN ABSENT OR EMPTY HB37ARCH OR HB37OVF IS
      * NORMAL; A MISSING PRIMARY MEANS THERE IS NOTHING TO WORK FROM.
      *****************************************************************
        2000-RELEASE-SUMMARIES.
            OPEN INPUT HB37LOG
            IF WS-LOG-STATUS NOT = '00'
                DISPLAY 'HB37STU - HB37LOG UNAVAILABLE, STATUS '
                    WS-LOG-STATUS ', HB37STA NOT PROCESSED'
                    UPON CONSOLE
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
                PERFORM 2500-RELEASE-ARCHIVE
            END-IF.

        2500-RELEASE-ARCHIVE.
            OPEN INPUT HB37ARCH
            IF WS-ARCH-STATUS = '00'
                SET WS-ARCH-READ TO TRUE
                READ HB37ARCH
                    AT END SET WS-ARCH-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-ARCH-EOF
                    ADD 1 TO WS-ARCH-IN
                    IF NOT ARC-DB-DETAIL AND NOT ARC-CORE-DETAIL
                        ADD 1 TO WS-SUMMARIES-READ
                        ADD 1 TO WS-ARCH-REC-COUNT
                        MOVE ARC-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                    END-IF
                    READ HB37ARCH
                        AT END SET WS-ARCH-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37ARCH
            END-IF.

        3000-PROCESS-HISTORY.
            OPEN OUTPUT HB37STU
            MOVE WS-MODE TO HD-MODE
            IF WS-CORRECT
                MOVE '(CORRECTING)' TO HD-CORRECT
            ELSE
                MOVE SPACES TO HD-CORRECT
            END-IF
            MOVE WS-RUN-DATE TO HD-RUN-DATE
            MOVE WS-HEADING-1 TO STU-LINE
            WRITE STU-LINE
            MOVE WS-BLANK-LINE TO STU-LINE
            WRITE STU-LINE
            MOVE WS-HEADING-2 TO STU-LINE
            WRITE STU-LINE
            MOVE WS-HEADING-3 TO STU-LINE
            WRITE STU-LINE
            IF WS-HISTORY-OK AND WS-SUMMARIES-READ > 0
                PERFORM 3050-OPEN-SNAPSHOT
            ELSE
                IF WS-HISTORY-OK
                    DISPLAY 'HB37STU - NO SUMMARY RECORDS IN THE '
                        'HISTORY, HB37STA NOT PROCESSED' UPON CONSOLE
                END-IF
            END-IF
            IF WS-STA-OK
                RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                END-RETURN
                PERFORM UNTIL WS-SORT-EOF
                    PERFORM 3100-PROCESS-SORTED-REC
                    RETURN SORTWK AT END SET WS-SORT-EOF TO TRUE
                    END-RETURN
                END-PERFORM
                IF WS-KEY-OPEN
                    PERFORM 3500-FINISH-KEY
                END-IF
                PERFORM UNTIL WS-STA-EOF
                    PERFORM 3800-LIST-NO-HISTORY
                    PERFORM 3850-READ-SNAPSHOT
                END-PERFORM
                CLOSE HB37STA
            ELSE
                MOVE WS-BLANK-LINE TO STU-LINE
                WRITE STU-LINE
                MOVE WS-NOT-RUN-LINE TO STU-LINE
                WRITE STU-LINE
                IF WS-MODE-RECONCILE
                    MOVE 2 TO WS-EXC-SEVERITY
                    MOVE SPACES TO WS-EXC-TRCDNAME
                    MOVE SPACES TO WS-EXC-PORTIDNF
                    MOVE SPACES TO WS-EXC-MSGENUMB
                    MOVE 'NOT RECONCILED' TO ET-FINDING
                    MOVE 'UNAVAILABLE' TO ET-ACTION
                    PERFORM 9800-WRITE-EXCEPTION
                END-IF
            END-IF
            PERFORM 3900-WRITE-TRAILERS
            CLOSE HB37STU.

      *****************************************************************
      * A REBUILD STARTS THE CLUSTER AFRESH - ONLY ONCE THERE IS A
      * HISTORY TO REBUILD IT FROM. A RECONCILE BROWSES THE SNAPSHOT
      * IN KEY ORDER ALONGSIDE THE SORTED HISTORY, OPENED FOR UPDATE
      * ONLY WHEN IT IS TO BE CORRECTED.
      *****************************************************************
        3050-OPEN-SNAPSHOT.
            IF WS-MODE-REBUILD
                OPEN OUTPUT HB37STA
            ELSE
                IF WS-CORRECT
                    OPEN I-O HB37STA
                ELSE
                    OPEN INPUT HB37STA
                END-IF
            END-IF
            IF WS-STA-STATUS = '00'
                SET WS-STA-OK TO TRUE
                IF WS-MODE-REBUILD
                    SET WS-STA-EOF TO TRUE
                ELSE
                    PERFORM 3850-READ-SNAPSHOT
                END-IF
            ELSE
                DISPLAY 'HB37STU - HB37STA UNAVAILABLE, STATUS '
                    WS-STA-STATUS ', HB37STA NOT PROCESSED'
                    UPON CONSOLE
            END-IF.

      *****************************************************************
      * THE FIRST RECORD OF A KEY SETS ITS STARTING STATE; EACH LATER
      * ONE IS JUDGED AGAINST THE STATE BEFORE IT BY HB37'S OWN
      * TRANSITION RULES, AND EVERY ONE MOVES THE LATEST CHECK ON.
      *****************************************************************
        3100-PROCESS-SORTED-REC.
            IF NOT WS-KEY-OPEN
               OR SW-TRCDNAME NOT = WS-H-TRCDNAME
               OR SW-PORTIDNF NOT = WS-H-PORTIDNF
                IF WS-KEY-OPEN
                    PERFORM 3500-FINISH-KEY
                END-IF
                SET WS-KEY-OPEN TO TRUE
                MOVE SW-TRCDNAME TO WS-H-TRCDNAME
                MOVE SW-PORTIDNF TO WS-H-PORTIDNF
                MOVE SW-TIMESTAMP (1:14) TO WS-H-FIRST-TS
                MOVE SW-TIMESTAMP (1:14) TO WS-H-SINCE-TS
                MOVE SPACES TO WS-H-LAST-GOOD-TS
            ELSE
                MOVE 'N' TO WS-TRANS-SW
                EVALUATE TRUE
                    WHEN WS-H-STUS = '00'
                        IF SW-STUS NOT = '00'
                            SET WS-TRANS-FOUND TO TRUE
                        END-IF
                    WHEN SW-STUS = '00'
                        SET WS-TRANS-FOUND TO TRUE
                    WHEN SW-STUS NOT = WS-H-STUS
                      OR SW-MSGENUMB NOT = WS-H-MSGENUMB
                        SET WS-TRANS-FOUND TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF WS-TRANS-FOUND
                    MOVE SW-TIMESTAMP (1:14) TO WS-H-SINCE-TS
                END-IF
            END-IF
            MOVE SW-STUS TO WS-H-STUS
            MOVE SW-MSGENUMB TO WS-H-MSGENUMB
            MOVE SW-CORE-STUS TO WS-H-CORE-STUS
            MOVE SW-ELAPSD-MS TO WS-H-ELAPSD-MS
            MOVE SW-TIMESTAMP (1:14) TO WS-H-LAST-CHECK-TS
            IF SW-STUS = '00'
                MOVE SW-TIMESTAMP (1:14) TO WS-H-LAST-GOOD-TS
            END-IF.

        3500-FINISH-KEY.
            ADD 1 TO WS-KEY-COUNT
            IF WS-MODE-REBUILD
                MOVE 'N' TO WS-STA-FOUND-SW
                PERFORM 3650-DERIVE-CORRECTION
                PERFORM 3700-BUILD-SNAPSHOT-RECORD
                WRITE HB37STA-RECORD
                    INVALID KEY
                        ADD 1 TO WS-FAILED-COUNT
                        PERFORM 3550-LIST-WRITE-FAILURE
                    NOT INVALID KEY
                        ADD 1 TO WS-WRITTEN-COUNT
                END-WRITE
            ELSE
                PERFORM 3600-RECONCILE-KEY
            END-IF.

        3550-LIST-WRITE-FAILURE.
            MOVE SPACES TO WS-DETAIL-LINE
            PERFORM 3560-FILL-HISTORY-COLUMNS
            MOVE 'NOT REBUILT' TO DL-FINDING
            MOVE 'WRITE FAILED' TO DL-ACTION
            MOVE WS-DETAIL-LINE TO STU-LINE
            WRITE STU-LINE.

        3560-FILL-HISTORY-COLUMNS.
            MOVE WS-H-TRCDNAME TO DL-TRCDNAME
            MOVE WS-H-PORTIDNF TO DL-PORTIDNF
            MOVE WS-H-STUS TO DL-HIST-STUS
            MOVE WS-H-MSGENUMB TO DL-HIST-MSGENUMB
            MOVE WS-H-LAST-CHECK-TS TO DL-HIST-CHECK
            MOVE WS-NEW-GOOD-TS TO DL-HIST-GOOD.

      *****************************************************************
      * MATCH THE DERIVED RECORD TO THE SNAPSHOT. SNAPSHOT KEYS BELOW
      * IT HAVE NO HISTORY; A KEY NOT ON THE SNAPSHOT IS MISSING.
      * ONLY ONE FINDING IS MADE PER KEY - A STALE RECORD USUALLY
      * DIFFERS IN STATUS AS WELL, AND ONE CORRECTION FIXES BOTH.
      *****************************************************************
        3600-RECONCILE-KEY.
            PERFORM UNTIL WS-STA-EOF
                       OR STA-KEY NOT < WS-H-KEY
                PERFORM 3800-LIST-NO-HISTORY
                PERFORM 3850-READ-SNAPSHOT
            END-PERFORM
            MOVE 'N' TO WS-STA-FOUND-SW
            MOVE 'N' TO WS-FIX-SW
            IF NOT WS-STA-EOF
                IF STA-KEY = WS-H-KEY
                    SET WS-STA-FOUND TO TRUE
                END-IF
            END-IF
            PERFORM 3650-DERIVE-CORRECTION
            MOVE SPACES TO WS-DETAIL-LINE
            PERFORM 3560-FILL-HISTORY-COLUMNS
            IF WS-STA-FOUND
                MOVE STA-STUS TO DL-SNAP-STUS
                MOVE STA-MSGENUMB TO DL-SNAP-MSGENUMB
                MOVE STA-LAST-CHECK-TS TO DL-SNAP-CHECK
                MOVE STA-LAST-GOOD-TS TO DL-SNAP-GOOD
                EVALUATE TRUE
                    WHEN STA-LAST-CHECK-TS < WS-H-LAST-CHECK-TS
                        MOVE 'STALE' TO DL-FINDING
                        ADD 1 TO WS-STALE-COUNT
                        SET WS-FIX-WANTED TO TRUE
                    WHEN STA-LAST-CHECK-TS > WS-H-LAST-CHECK-TS
                        MOVE 'SNAPSHOT AHEAD' TO DL-FINDING
                        ADD 1 TO WS-AHEAD-COUNT
                    WHEN STA-STUS NOT = WS-H-STUS
                      OR STA-MSGENUMB NOT = WS-H-MSGENUMB
                        MOVE 'STATUS DIFFERS' TO DL-FINDING
                        ADD 1 TO WS-STATUS-DIFF-COUNT
                        SET WS-FIX-WANTED TO TRUE
                    WHEN STA-LAST-GOOD-TS NOT = WS-NEW-GOOD-TS
                        MOVE 'LAST-GOOD DIFFERS' TO DL-FINDING
                        ADD 1 TO WS-GOOD-DIFF-COUNT
                        SET WS-FIX-WANTED TO TRUE
                    WHEN OTHER
                        ADD 1 TO WS-AGREE-COUNT
                END-EVALUATE
            ELSE
                MOVE 'MISSING' TO DL-FINDING
                ADD 1 TO WS-MISSING-COUNT
                SET WS-FIX-WANTED TO TRUE
            END-IF
            IF DL-FINDING NOT = SPACES
                IF WS-FIX-WANTED
                    MOVE 3 TO WS-EXC-SEVERITY
                    IF WS-CORRECT
                        PERFORM 3750-APPLY-CORRECTION
                    ELSE
                        MOVE 'REPORTED ONLY' TO DL-ACTION
                    END-IF
                ELSE
                    MOVE 4 TO WS-EXC-SEVERITY
                    MOVE 'INFORMATION' TO DL-ACTION
                END-IF
                MOVE WS-DETAIL-LINE TO STU-LINE
                WRITE STU-LINE
                MOVE WS-H-TRCDNAME TO WS-EXC-TRCDNAME
                MOVE DL-PORTIDNF TO WS-EXC-PORTIDNF
                MOVE WS-H-MSGENUMB TO WS-EXC-MSGENUMB
                MOVE DL-FINDING TO ET-FINDING
                MOVE DL-ACTION TO ET-ACTION
                PERFORM 9800-WRITE-EXCEPTION
            END-IF
            IF WS-STA-FOUND
                PERFORM 3850-READ-SNAPSHOT
            END-IF.

      *****************************************************************
      * LAST-GOOD IS THE HISTORY'S LATEST '00' CHECK - OR, WHEN THE
      * HISTORY HOLDS NONE, WHATEVER THE SNAPSHOT KNEW FROM BEFORE
      * THE HISTORY BEGINS (SPACES IF THAT IS NOTHING). STATE-SINCE
      * IS THE HISTORY'S, UNLESS THE KEY NEVER CHANGED STATE IN THE
      * HISTORY AND THE SNAPSHOT ALREADY HAD THE SAME STATE FROM AN
      * EARLIER TIME.
      *****************************************************************
        3650-DERIVE-CORRECTION.
            MOVE WS-H-LAST-GOOD-TS TO WS-NEW-GOOD-TS
            MOVE WS-H-SINCE-9 TO WS-NEW-SINCE-9
            IF WS-STA-FOUND
                IF WS-H-LAST-GOOD-TS = SPACES
                   AND STA-LAST-GOOD-TS < WS-H-FIRST-TS
                    MOVE STA-LAST-GOOD-TS TO WS-NEW-GOOD-TS
                END-IF
                IF WS-H-SINCE-TS = WS-H-FIRST-TS
                   AND STA-STATE-SINCE-TS IS NUMERIC
                   AND STA-STUS = WS-H-STUS
                   AND (WS-H-STUS = '00'
                        OR STA-MSGENUMB = WS-H-MSGENUMB)
                    IF STA-STATE-SINCE-TS < WS-H-SINCE-9
                        MOVE STA-STATE-SINCE-TS TO WS-NEW-SINCE-9
                    END-IF
                END-IF
            END-IF.

        3700-BUILD-SNAPSHOT-RECORD.
            MOVE SPACES TO HB37STA-RECORD
            MOVE WS-H-TRCDNAME TO STA-TRCDNAME
            MOVE WS-H-PORTIDNF TO STA-PORTIDNF
            MOVE WS-H-STUS TO STA-STUS
            MOVE WS-H-MSGENUMB TO STA-MSGENUMB
            MOVE WS-H-CORE-STUS TO STA-CORE-STUS
            MOVE WS-H-ELAPSD-MS TO STA-ELAPSD-MS
            MOVE WS-H-LAST-CHECK-TS TO STA-LAST-CHECK-TS
            MOVE WS-NEW-GOOD-TS TO STA-LAST-GOOD-TS
            MOVE WS-NEW-SINCE-9 TO STA-STATE-SINCE-TS.

      *****************************************************************
      * A WRITE OR REWRITE LEAVES THE BROWSE WHERE IT WAS; THE RECORD
      * THE BROWSE IS POSITIONED ON IS PUT BACK AFTER A MISSING KEY IS
      * WRITTEN, SO THE MATCH CARRIES ON FROM IT.
      *****************************************************************
        3750-APPLY-CORRECTION.
            IF WS-STA-FOUND
                PERFORM 3700-BUILD-SNAPSHOT-RECORD
                REWRITE HB37STA-RECORD
                    INVALID KEY
                        MOVE 'UPDATE FAILED' TO DL-ACTION
                        ADD 1 TO WS-FAILED-COUNT
                    NOT INVALID KEY
                        MOVE 'CORRECTED' TO DL-ACTION
                        ADD 1 TO WS-CORRECTED-COUNT
                END-REWRITE
            ELSE
                MOVE HB37STA-RECORD TO WS-STA-HOLD
                PERFORM 3700-BUILD-SNAPSHOT-RECORD
                WRITE HB37STA-RECORD
                    INVALID KEY
                        MOVE 'UPDATE FAILED' TO DL-ACTION
                        ADD 1 TO WS-FAILED-COUNT
                    NOT INVALID KEY
                        MOVE 'CORRECTED' TO DL-ACTION
                        ADD 1 TO WS-CORRECTED-COUNT
                END-WRITE
                MOVE WS-STA-HOLD TO HB37STA-RECORD
            END-IF.

      *****************************************************************
      * A SNAPSHOT KEY WITH NO HISTORY: ITS CHECKS HAVE ALL BEEN
      * ARCHIVED (OR NEVER REACHED THE HISTORY). LISTED, NOT CHANGED,
      * AND NOT A DIGEST ITEM - A RETIRED PORT STAYS HERE FOR GOOD.
      *****************************************************************
        3800-LIST-NO-HISTORY.
            ADD 1 TO WS-NO-HISTORY-COUNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE STA-TRCDNAME TO DL-TRCDNAME
            MOVE STA-PORTIDNF TO DL-PORTIDNF
            MOVE STA-STUS TO DL-SNAP-STUS
            MOVE STA-MSGENUMB TO DL-SNAP-MSGENUMB
            MOVE STA-LAST-CHECK-TS TO DL-SNAP-CHECK
            MOVE STA-LAST-GOOD-TS TO DL-SNAP-GOOD
            MOVE 'NOT IN HISTORY' TO DL-FINDING
            MOVE 'INFORMATION' TO DL-ACTION
            MOVE WS-DETAIL-LINE TO STU-LINE
            WRITE STU-LINE.

        3850-READ-SNAPSHOT.
            READ HB37STA NEXT RECORD
                AT END SET WS-STA-EOF TO TRUE
            END-READ.

        3900-WRITE-TRAILERS.
            MOVE WS-BLANK-LINE TO STU-LINE
            WRITE STU-LINE
            IF WS-MODE-RECONCILE AND WS-STA-OK
               AND WS-MISSING-COUNT + WS-STALE-COUNT
                 + WS-STATUS-DIFF-COUNT + WS-GOOD-DIFF-COUNT = 0
                MOVE WS-CLEAN-LINE TO STU-LINE
                WRITE STU-LINE
            END-IF
            MOVE WS-SUMMARIES-READ TO TR-READ
            IF WS-ARCH-READ
                MOVE 'READ' TO TR-ARCH-STATE
            ELSE
                MOVE 'NOT PRESENT' TO TR-ARCH-STATE
            END-IF
            MOVE WS-ARCH-REC-COUNT TO TR-ARCH-COUNT
            MOVE WS-KEY-COUNT TO TR-KEYS
            MOVE WS-TRAILER-1 TO STU-LINE
            WRITE STU-LINE
            IF WS-MODE-REBUILD
                MOVE WS-WRITTEN-COUNT TO TR-WRITTEN
                MOVE WS-FAILED-COUNT TO TR-WRITE-FAILED
                MOVE WS-REBUILD-LINE TO STU-LINE
                WRITE STU-LINE
            ELSE
                MOVE WS-AGREE-COUNT TO TR-AGREE
                MOVE WS-MISSING-COUNT TO TR-MISSING
                MOVE WS-STALE-COUNT TO TR-STALE
                MOVE WS-STATUS-DIFF-COUNT TO TR-STATUS-DIFF
                MOVE WS-GOOD-DIFF-COUNT TO TR-GOOD-DIFF
                MOVE WS-TRAILER-2 TO STU-LINE
                WRITE STU-LINE
                MOVE WS-AHEAD-COUNT TO TR-AHEAD
                MOVE WS-NO-HISTORY-COUNT TO TR-NO-HISTORY
                MOVE WS-CORRECTED-COUNT TO TR-CORRECTED
                MOVE WS-FAILED-COUNT TO TR-FAILED
                MOVE WS-TRAILER-3 TO STU-LINE
                WRITE STU-LINE
            END-IF.

      *****************************************************************
      * PUT EACH SNAPSHOT DIFFERENCE ON THE MORNING DIGEST: SEVERITY
      * 3 FOR A DIFFERENCE, 4 FOR A SNAPSHOT AHEAD OF THE HISTORY, 2
      * WHEN THE RECONCILIATION COULD NOT BE DONE AT ALL.
      *****************************************************************
        9800-WRITE-EXCEPTION.
            OPEN EXTEND HB37EXC
            IF WS-EXC-STATUS = '00'
                MOVE SPACES TO HB37EXC-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-EXC-STAMP
                MOVE WS-EXC-STAMP (1:14) TO EXC-TIMESTAMP
                MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
                MOVE 'HB37STU' TO EXC-SOURCE
                MOVE WS-EXC-TRCDNAME TO EXC-TRCDNAME
                MOVE WS-EXC-PORTIDNF TO EXC-PORTIDNF
                MOVE WS-EXC-MSGENUMB TO EXC-MSGENUMB
                MOVE WS-EXC-TEXT-AREA TO EXC-TEXT
                WRITE HB37EXC-RECORD
                CLOSE HB37EXC
            ELSE
                IF NOT WS-EXC-WARNED
                    SET WS-EXC-WARNED TO TRUE
                    DISPLAY 'HB37STU WARNING - HB37EXC UNAVAILABLE, '
                        'STATUS ' WS-EXC-STATUS ', DIFFERENCES NOT ON '
                        'DIGEST' UPON CONSOLE
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
                MOVE 'HB37STU' TO CTL-PROGRAM
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
                MOVE 'HB37ARCH' TO CTL-FILE-DD (3)
                SET CTL-FILE-READ (3) TO TRUE
                MOVE WS-ARCH-IN TO CTL-FILE-COUNT (3)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37STU WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
