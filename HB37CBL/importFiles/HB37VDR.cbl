        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37VDR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37TCS ASSIGN TO HB37TCS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TCS-STATUS.
            SELECT HB37LOG ASSIGN TO HB37LOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT HB37VDR ASSIGN TO HB37VDR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VDR-STATUS.
        DATA DIVISION.
      *
      * HB37VDR - HB37 VERIFICATION DRIVER / CERTIFICATION REPORT
      * EVERY CHANGE TO HB37, HB37DBP, HB37CRP OR ONE OF THEIR TABLES
      * USED TO BE PROVEN BY HAND WITH A FEW CALLS, AND THE EDGE
      * CASES WERE NEVER RE-PROVEN. THIS DRIVER READS A SCRIPT OF
      * TEST CASES (HB37TCS), CALLS HB37 DIRECTLY FOR EACH ONE (AS
      * VRS WOULD, THE SAME WAY HB37SYN DOES), AND CERTIFIES BOTH
      * WHAT CAME BACK AND WHAT HB37 LEFT IN HB37LOG:
      *
      *   - THE REPLY STUS AND MSGENUMB ARE THE EXPECTED ONES, AND
      *     THE REPLY HEADER ECHOES THE REQUEST.
      *   - A CURRENT-LAYOUT CALLER ('0002' WITH THE FULL REQUEST
      *     LENGTH) GETS HCHKRPY-VERSION/LENGTH BACK, AND THE
      *     EXPECTED CORESTUS.
      *   - ANY OTHER CALLER (ORIGINAL LAYOUT, OR REJECTED 'VH') HAS
      *     NOTHING WRITTEN PAST ERORMSGE: THE REPLY FIELDS BEYOND IT
      *     ARE PRIMED WITH A GUARD PATTERN BEFORE THE CALL AND MUST
      *     STILL HOLD IT AFTERWARDS.
      *   - THE CALL APPENDED ITS RECORDS TO HB37LOG: THE 'D' DETAILS,
      *     THEN THE 'C' DETAILS, THEN ONE SUMMARY, ALL UNDER ONE
      *     TIMESTAMP AND THE RESERVED TERMINAL ID, THE SUMMARY
      *     CARRYING THE EXPECTED STUS/MSGENUMB/CORESTUS (THE TRUE
      *     CORE RESULT IS LOGGED EVEN FOR A CALLER THAT NEVER SEES
      *     IT), AND THE EXPECTED NUMBER OF EACH DETAIL TYPE.
      *   - THE RECORDS' SEQUENCE NUMBERS ARE CONTIGUOUS, WITHIN THE
      *     CALL AND FROM THE PREVIOUS CASE'S CALL.
      *
      * EVERY REQUEST CARRIES THE HB37TST RESERVED TRMLIDNT, WHICH
      * HB37RPT, HB37AVL AND HB37VRC EXCLUDE FROM THE PRODUCTION
      * STATISTICS. HB37 STILL UPDATES HB37STA AND THE HB37EVT FEED
      * FOR THESE CALLS, SO THE JOB IS RUN IN THE TEST REGION AGAINST
      * ITS OWN HB37PORT, HB37DBT, HB37COR, HB37CAL, HB37LOG AND
      * HB37SEQ, SET UP SO EACH CASE'S CONDITION HOLDS (A RETIRED
      * PORT, AN OPEN MAINTENANCE WINDOW, AN EMPTY CORE TABLE ...).
      * THE HB37LOG DD HERE MUST BE THE DATASET HB37 WRITES, AND
      * NOTHING ELSE MAY CALL HB37 WHILE THE SCRIPT RUNS - ANOTHER
      * CALLER'S RECORDS WOULD LAND BETWEEN A CASE'S OWN.
      *
      * TEST CASE CARD LAYOUT (HB37TCS, ONE PER LINE, '*' IN COLUMN 1
      * IS A COMMENT):
      *   COLS  1-8   CASE ID      PRINTED ON THE CERTIFICATE
      *   COLS  9-16  TRCDNAME     HB37A / HB37B / HB37C (OR A BAD
      *                            OPTION CODE)
      *   COLS 17-21  PORTIDNF     ZONED, 5 DIGITS
      *   COLS 22-25  VERSION      HCHKREQ-VERSION TO SEND. BLANK IS
      *                            AN ORIGINAL-LAYOUT CALLER (SPACES),
      *                            'LOWV' THE SAME WITH LOW-VALUES
      *   COLS 26-29  LENGTH       HCHKREQ-LENGTH TO SEND, ZONED.
      *                            BLANK SENDS THE CORRECT LENGTH
      *                            (ZERO FOR AN ORIGINAL CALLER)
      *   COLS 30-39  TRMLIDNT     BLANK OR THE RESERVED ID - ANY
      *                            OTHER VALUE IS REJECTED
      *   COLS 40-41  EXP STUS
      *   COLS 42-46  EXP MSGENUMB
      *   COLS 47-48  EXP CORESTUS BLANK IS NOT CHECKED, '--' MEANS
      *                            IT MUST BE SPACES
      *   COLS 49-50  EXP 'D' RECS ZONED, BLANK IS NOT CHECKED
      *   COLS 51-52  EXP 'C' RECS ZONED, BLANK IS NOT CHECKED
      *   COLS 53-80  DESCRIPTION  PRINTED ON THE CERTIFICATE
      * A CARD THAT FAILS THESE EDITS IS NOT RUN AND FAILS THE
      * CERTIFICATION - A BROKEN SCRIPT MUST NOT PASS QUIETLY.
      *
      * RETURN-CODE: 0 EVERY CASE PASSED (HB37 CERTIFIED), 8 ANY
      * CASE FAILED, A CARD WAS REJECTED, OR NO CASE WAS RUN.
      *
        FILE SECTION.
        FD  HB37TCS.
        01 TCS-RECORD.
           05 TCS-CASE-ID               PIC X(8).
           05 TCS-TRCDNAME              PIC X(8).
           05 TCS-PORTIDNF              PIC X(5).
           05 TCS-PORTIDNF-9 REDEFINES TCS-PORTIDNF
                                        PIC 9(5).
           05 TCS-VERSION               PIC X(4).
              88 TCS-VRS-ORIGINAL                    VALUE SPACES.
              88 TCS-VRS-LOW-VALUES                  VALUE 'LOWV'.
           05 TCS-LENGTH                PIC X(4).
           05 TCS-LENGTH-9 REDEFINES TCS-LENGTH
                                        PIC 9(4).
           05 TCS-TRMLIDNT              PIC X(10).
           05 TCS-EXP-STUS              PIC X(2).
           05 TCS-EXP-MSGENUMB          PIC X(5).
           05 TCS-EXP-CORESTUS          PIC X(2).
              88 TCS-EXP-CORE-SPACES                 VALUE '--'.
           05 TCS-EXP-DETAIL-D          PIC X(2).
           05 TCS-EXP-DETAIL-D-9 REDEFINES TCS-EXP-DETAIL-D
                                        PIC 9(2).
           05 TCS-EXP-DETAIL-C          PIC X(2).
           05 TCS-EXP-DETAIL-C-9 REDEFINES TCS-EXP-DETAIL-C
                                        PIC 9(2).
           05 TCS-DESC                  PIC X(28).

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

        FD  HB37VDR.
        01 VDR-LINE                     PIC X(132).

        WORKING-STORAGE SECTION.
        COPY HB37HCHK.
        COPY HB37TST.

        01 WS-TCS-STATUS                PIC X(2).
        01 WS-LOG-STATUS                PIC X(2).
        01 WS-VDR-STATUS                PIC X(2).

        01 WS-TCS-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TCS-EOF                             VALUE 'Y'.
        01 WS-LOG-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-LOG-EOF                             VALUE 'Y'.
        01 WS-CARD-VALID-SW             PIC X(1)     VALUE 'N'.
           88 WS-CARD-VALID                          VALUE 'Y'.
        01 WS-CASE-FAILED-SW            PIC X(1)     VALUE 'N'.
           88 WS-CASE-FAILED                         VALUE 'Y'.
        01 WS-EXPECT-CURRENT-SW         PIC X(1)     VALUE 'N'.
           88 WS-EXPECT-CURRENT                      VALUE 'Y'.

        01 WS-RUN-STAMP                 PIC X(21).
        01 WS-CASES-RUN                 PIC 9(5)     VALUE 0.
        01 WS-CASES-PASSED              PIC 9(5)     VALUE 0.
        01 WS-CASES-FAILED              PIC 9(5)     VALUE 0.
        01 WS-CARDS-REJECTED            PIC 9(5)     VALUE 0.

      *****************************************************************
      * GUARD PATTERN LAID OVER THE REPLY FIELDS PAST ERORMSGE BEFORE
      * EVERY CALL. HB37 NEVER PRODUCES THESE VALUES ITSELF, SO FOR A
      * CALLER THAT IS NOT CURRENT-LAYOUT ANY CHANGE TO THEM IS THE
      * STORAGE OVERLAY THE VERSION HANDSHAKE EXISTS TO PREVENT.
      *****************************************************************
        01 WS-RPY-GUARD.
           05 WS-GUARD-CORESTUS         PIC X(2)     VALUE '##'.
           05 WS-GUARD-ELAPSDTM         PIC 9(7)     VALUE 9999999.
           05 WS-GUARD-VERSION          PIC X(4)     VALUE '####'.
           05 WS-GUARD-LENGTH           PIC 9(4)     VALUE 9999.

        01 WS-EXP-CORESTUS              PIC X(2).

      *****************************************************************
      * HB37LOG POSITION: HOW MANY RECORDS THE DATASET HELD BEFORE THE
      * CURRENT CASE'S CALL, SO THE RECORDS THE CALL APPENDED CAN BE
      * PICKED OFF THE END AFTERWARDS. ONE CALL WRITES AT MOST 16 'D'
      * AND 16 'C' DETAILS PLUS ITS SUMMARY; MORE THAN THE TABLE
      * HOLDS MEANS SOMETHING ELSE IS WRITING TO THE LOG.
      *****************************************************************
        01 WS-LOG-SKIP                  PIC 9(9)     VALUE 0.
        01 WS-LOG-POS                   PIC 9(9)     VALUE 0.
        01 WS-NEW-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-NEW-DROPPED               PIC 9(5)     VALUE 0.
        01 WS-NEW-TABLE.
           05 WS-NEW-REC OCCURS 40 TIMES
                         INDEXED BY WS-NEW-IDX
                                        PIC X(80).

      *****************************************************************
      * SEQUENCE CONTINUITY: THE LAST SEQUENCE NUMBER THE PREVIOUS
      * CASE'S CALL WROTE (ZERO WHEN THERE IS NO PREVIOUS CASE OR IT
      * LEFT NOTHING ON HB37LOG, IN WHICH CASE THE FIRST RECORD OF
      * THE NEXT CALL STARTS A NEW RUN OF NUMBERS). SAME 999999999 TO
      * 1 WRAP AS HB37 8080-BUMP-SEQ.
      *****************************************************************
        01 WS-PREV-SEQ                  PIC 9(9)     VALUE 0.
        01 WS-EXP-SEQ                   PIC 9(9)     VALUE 0.
        01 WS-FIRST-SEQ                 PIC 9(9)     VALUE 0.
        01 WS-LAST-SEQ                  PIC 9(9)     VALUE 0.

        01 WS-SUM-TIMESTAMP             PIC X(21).
        01 WS-D-FOUND                   PIC 9(3)     VALUE 0.
        01 WS-C-FOUND                   PIC 9(3)     VALUE 0.
        01 WS-SHOW-COUNT                PIC Z9.
        01 WS-SHOW-SEQ                  PIC 9(9).
        01 WS-DTL-ORDER-SW              PIC X(1)     VALUE 'N'.
           88 WS-DTL-OUT-OF-ORDER                    VALUE 'Y'.
        01 WS-DTL-STRAY-SW              PIC X(1)     VALUE 'N'.
           88 WS-DTL-STRAY                           VALUE 'Y'.
        01 WS-DTL-UNMATCHED-SW          PIC X(1)     VALUE 'N'.
           88 WS-DTL-UNMATCHED                       VALUE 'Y'.
        01 WS-SEQ-ZERO-SW               PIC X(1)     VALUE 'N'.
           88 WS-SEQ-ZERO                            VALUE 'Y'.
        01 WS-SEQ-BREAK-SW              PIC X(1)     VALUE 'N'.
           88 WS-SEQ-BREAK                           VALUE 'Y'.
        01 WS-SEQ-GAP-SW                PIC X(1)     VALUE 'N'.
           88 WS-SEQ-GAP                             VALUE 'Y'.

      *****************************************************************
      * HISTORY RECORD UNDER EXAMINATION, STAGED FROM THE NEW-RECORD
      * TABLE - THE SAME TECHNIQUE HB37VRC USES.
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

      *****************************************************************
      * WHY THE CASE FAILED, ONE LINE PER FINDING, PRINTED UNDER THE
      * CASE'S CERTIFICATE LINE.
      *****************************************************************
        01 WS-REASON                    PIC X(70).
        01 WS-RSN-COUNT                 PIC 9(2)     VALUE 0.
        01 WS-RSN-DROPPED               PIC 9(3)     VALUE 0.
        01 WS-RSN-TABLE.
           05 WS-RSN-TEXT OCCURS 12 TIMES
                          INDEXED BY WS-RSN-IDX
                                        PIC X(70).

        01 WS-HEADING-1.
           05 FILLER                    PIC X(44)    VALUE
              'HB37VDR - HB37 VERIFICATION CERTIFICATE'.
           05 FILLER                    PIC X(4)     VALUE 'RUN '.
           05 HD-RUN-DATE               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 HD-RUN-TIME               PIC X(6).

        01 WS-HEADING-2.
           05 FILLER                    PIC X(25)    VALUE
              'TEST CASES FROM HB37TCS, '.
           05 FILLER                    PIC X(18)    VALUE
              'RESERVED TRMLIDNT '.
           05 HD-TRMLIDNT               PIC X(10).

        01 WS-COLUMN-HEADING-1.
           05 FILLER                    PIC X(35)    VALUE SPACES.
           05 FILLER                    PIC X(15)    VALUE
              '-EXPECTED-'.
           05 FILLER                    PIC X(13)    VALUE
              '--ACTUAL---'.
           05 FILLER                    PIC X(8)     VALUE
              'DETAILS'.
           05 FILLER                    PIC X(22)    VALUE
              '---- HB37LOG SEQ -----'.

        01 WS-COLUMN-HEADING-2.
           05 FILLER                    PIC X(9)     VALUE 'CASE'.
           05 FILLER                    PIC X(9)     VALUE 'TRCDNAME'.
           05 FILLER                    PIC X(6)     VALUE 'PORT'.
           05 FILLER                    PIC X(5)     VALUE 'VRSN'.
           05 FILLER                    PIC X(6)     VALUE 'LEN'.
           05 FILLER                    PIC X(15)    VALUE
              'ST/MSGE /CO'.
           05 FILLER                    PIC X(13)    VALUE
              'ST/MSGE /CO'.
           05 FILLER                    PIC X(8)     VALUE
              '  D   C'.
           05 FILLER                    PIC X(22)    VALUE
              '      FROM        TO'.
           05 FILLER                    PIC X(8)     VALUE 'RESULT'.
           05 FILLER                    PIC X(11)    VALUE
              'DESCRIPTION'.

        01 WS-DETAIL-LINE.
           05 DL-CASE-ID                PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TRCDNAME               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-PORTIDNF               PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-VERSION                PIC X(4).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-LENGTH                 PIC X(4).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-EXP-STUS               PIC X(2).
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 DL-EXP-MSGENUMB           PIC X(5).
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 DL-EXP-CORESTUS           PIC X(2).
           05 FILLER                    PIC X(4)     VALUE SPACES.
           05 DL-GOT-STUS               PIC X(2).
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 DL-GOT-MSGENUMB           PIC X(5).
           05 FILLER                    PIC X(1)     VALUE '/'.
           05 DL-GOT-CORESTUS           PIC X(2).
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-DETAIL-D               PIC ZZ9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-DETAIL-C               PIC ZZ9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-SEQ-FROM               PIC Z(8)9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-SEQ-TO                 PIC Z(8)9.
           05 FILLER                    PIC X(2)     VALUE SPACES.
           05 DL-RESULT                 PIC X(4).
           05 FILLER                    PIC X(4)     VALUE SPACES.
           05 DL-DESC                   PIC X(28).

        01 WS-REASON-LINE.
           05 FILLER                    PIC X(9)     VALUE SPACES.
           05 FILLER                    PIC X(4)     VALUE '*** '.
           05 RL-TEXT                   PIC X(70).

        01 WS-NO-SCRIPT-LINE.
           05 FILLER                    PIC X(30)    VALUE
              'HB37TCS UNAVAILABLE, STATUS '.
           05 NS-STATUS                 PIC X(2).

        01 WS-TOTALS-LINE.
           05 FILLER                    PIC X(10)    VALUE
              'CASES RUN='.
           05 TO-RUN                    PIC ZZ,ZZ9.
           05 FILLER                    PIC X(8)     VALUE ' PASSED='.
           05 TO-PASSED                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(8)     VALUE ' FAILED='.
           05 TO-FAILED                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)    VALUE
              ' CARDS REJECTED='.
           05 TO-REJECTED               PIC ZZ,ZZ9.

        01 WS-CERTIFIED-LINE            PIC X(41)    VALUE
           'HB37 CERTIFIED - EVERY TEST CASE PASSED'.
        01 WS-NOT-CERTIFIED-LINE        PIC X(41)    VALUE
           'HB37 NOT CERTIFIED - SEE FAILURES ABOVE'.
        01 WS-NO-CASES-LINE             PIC X(41)    VALUE
           'HB37 NOT CERTIFIED - NO TEST CASE WAS RUN'.

        01 WS-BLANK-LINE                PIC X(1)     VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
            OPEN OUTPUT HB37VDR
            MOVE WS-RUN-STAMP (1:8) TO HD-RUN-DATE
            MOVE WS-RUN-STAMP (9:6) TO HD-RUN-TIME
            MOVE WS-HEADING-1 TO VDR-LINE
            WRITE VDR-LINE
            MOVE HB37TST-TRMLIDNT TO HD-TRMLIDNT
            MOVE WS-HEADING-2 TO VDR-LINE
            WRITE VDR-LINE
            MOVE WS-BLANK-LINE TO VDR-LINE
            WRITE VDR-LINE
            MOVE WS-COLUMN-HEADING-1 TO VDR-LINE
            WRITE VDR-LINE
            MOVE WS-COLUMN-HEADING-2 TO VDR-LINE
            WRITE VDR-LINE
            PERFORM 1000-POSITION-LOG
            OPEN INPUT HB37TCS
            IF WS-TCS-STATUS = '00'
                READ HB37TCS
                    AT END SET WS-TCS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-TCS-EOF
                    IF TCS-RECORD (1:1) NOT = '*'
                       AND TCS-RECORD NOT = SPACES
                        PERFORM 2000-RUN-CASE
                    END-IF
                    READ HB37TCS
                        AT END SET WS-TCS-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37TCS
            ELSE
                DISPLAY 'HB37VDR - HB37TCS UNAVAILABLE, STATUS '
                    WS-TCS-STATUS ', NO TEST CASES RUN' UPON CONSOLE
                MOVE WS-TCS-STATUS TO NS-STATUS
                MOVE WS-NO-SCRIPT-LINE TO VDR-LINE
                WRITE VDR-LINE
            END-IF
            PERFORM 6000-WRITE-TOTALS
            CLOSE HB37VDR
            IF WS-CASES-FAILED = 0 AND WS-CARDS-REJECTED = 0
               AND WS-CASES-RUN > 0
                MOVE 0 TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY 'HB37VDR - ' WS-CASES-RUN ' CASES RUN, '
                WS-CASES-PASSED ' PASSED, ' WS-CASES-FAILED
                ' FAILED, ' WS-CARDS-REJECTED ' CARDS REJECTED'
                UPON CONSOLE
            GOBACK.

      *****************************************************************
      * NOTE HOW MANY RECORDS HB37LOG ALREADY HOLDS, SO THE FIRST
      * CASE'S RECORDS ARE THE ONES AFTER THEM. A LOG THAT WILL NOT
      * OPEN YET IS TAKEN AS EMPTY - HB37 CREATES IT ON FIRST WRITE,
      * AND IF IT STILL WILL NOT OPEN AFTER THE CALL, THE CASE FAILS.
      *****************************************************************
        1000-POSITION-LOG.
            MOVE 0 TO WS-LOG-SKIP
            MOVE 'N' TO WS-LOG-EOF-SW
            OPEN INPUT HB37LOG
            IF WS-LOG-STATUS = '00'
                READ HB37LOG
                    AT END SET WS-LOG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LOG-EOF
                    ADD 1 TO WS-LOG-SKIP
                    READ HB37LOG
                        AT END SET WS-LOG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37LOG
            END-IF.

        2000-RUN-CASE.
            MOVE 'N' TO WS-CASE-FAILED-SW
            MOVE 0 TO WS-RSN-COUNT
            MOVE 0 TO WS-RSN-DROPPED
            MOVE SPACES TO WS-RSN-TABLE
            MOVE TCS-CASE-ID TO DL-CASE-ID
            MOVE TCS-TRCDNAME TO DL-TRCDNAME
            MOVE TCS-PORTIDNF TO DL-PORTIDNF
            MOVE TCS-VERSION TO DL-VERSION
            MOVE TCS-LENGTH TO DL-LENGTH
            MOVE TCS-EXP-STUS TO DL-EXP-STUS
            MOVE TCS-EXP-MSGENUMB TO DL-EXP-MSGENUMB
            MOVE TCS-EXP-CORESTUS TO DL-EXP-CORESTUS
            MOVE TCS-DESC TO DL-DESC
            MOVE SPACES TO DL-GOT-STUS
            MOVE SPACES TO DL-GOT-MSGENUMB
            MOVE SPACES TO DL-GOT-CORESTUS
            MOVE 0 TO DL-DETAIL-D
            MOVE 0 TO DL-DETAIL-C
            MOVE 0 TO DL-SEQ-FROM
            MOVE 0 TO DL-SEQ-TO
            PERFORM 2100-EDIT-CARD
            IF WS-CARD-VALID
                ADD 1 TO WS-CASES-RUN
                PERFORM 2200-BUILD-REQUEST
                CALL 'HB37' USING HB-HCHKREQ HB-HCHKRPY
                PERFORM 3000-CHECK-REPLY
                PERFORM 4000-READ-NEW-HISTORY
                PERFORM 4500-CHECK-HISTORY
                IF WS-CASE-FAILED
                    ADD 1 TO WS-CASES-FAILED
                ELSE
                    ADD 1 TO WS-CASES-PASSED
                END-IF
            ELSE
                ADD 1 TO WS-CARDS-REJECTED
            END-IF
            PERFORM 5000-PRINT-CASE.

      *****************************************************************
      * A CARD THAT CANNOT BE RUN AS WRITTEN IS REJECTED WITH EVERY
      * REASON LISTED. A TRMLIDNT OTHER THAN THE RESERVED ID IS
      * REFUSED OUTRIGHT: TEST TRAFFIC UNDER A REAL TERMINAL ID WOULD
      * GO INTO THE PRODUCTION STATISTICS.
      *****************************************************************
        2100-EDIT-CARD.
            IF TCS-CASE-ID = SPACES
                MOVE 'CARD REJECTED - CASE ID MISSING' TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-TRCDNAME = SPACES
                MOVE 'CARD REJECTED - TRCDNAME MISSING' TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-PORTIDNF IS NOT NUMERIC
                MOVE 'CARD REJECTED - PORTIDNF NOT NUMERIC'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-LENGTH NOT = SPACES
               AND TCS-LENGTH IS NOT NUMERIC
                MOVE 'CARD REJECTED - LENGTH NOT NUMERIC' TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-TRMLIDNT NOT = SPACES
               AND TCS-TRMLIDNT NOT = HB37TST-TRMLIDNT
                MOVE SPACES TO WS-REASON
                STRING 'CARD REJECTED - TRMLIDNT ' TCS-TRMLIDNT
                       ' IS NOT THE RESERVED TEST ID'
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-EXP-STUS = SPACES
                MOVE 'CARD REJECTED - EXPECTED STUS MISSING'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-EXP-MSGENUMB = SPACES
                MOVE 'CARD REJECTED - EXPECTED MSGENUMB MISSING'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF (TCS-EXP-DETAIL-D NOT = SPACES
                AND TCS-EXP-DETAIL-D IS NOT NUMERIC)
               OR (TCS-EXP-DETAIL-C NOT = SPACES
                AND TCS-EXP-DETAIL-C IS NOT NUMERIC)
                MOVE 'CARD REJECTED - DETAIL COUNT NOT NUMERIC'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF WS-CASE-FAILED
                MOVE 'N' TO WS-CARD-VALID-SW
            ELSE
                SET WS-CARD-VALID TO TRUE
            END-IF.

      *****************************************************************
      * BUILD THE REQUEST THE WAY THE CARD DESCRIBES THE CALLER, AND
      * PRIME THE REPLY FIELDS PAST ERORMSGE WITH THE GUARD PATTERN.
      * HB37 TREATS THE CALLER AS CURRENT-LAYOUT ONLY FOR '0002' WITH
      * THE FULL REQUEST LENGTH; THE SAME TEST HERE DECIDES WHETHER
      * THE EXTENDED REPLY IS EXPECTED OR MUST BE LEFT ALONE.
      *****************************************************************
        2200-BUILD-REQUEST.
            INITIALIZE HB-HCHKREQ HB-HCHKRPY
            MOVE TCS-TRCDNAME TO TRCDNAME OF HBHDR-REQ
            MOVE HB37TST-TRMLIDNT TO TRMLIDNT OF HBHDR-REQ
            MOVE TCS-PORTIDNF-9 TO PORTIDNF OF HBHDR-REQ
            EVALUATE TRUE
                WHEN TCS-VRS-ORIGINAL
                    MOVE SPACES TO HCHKREQ-VERSION
                WHEN TCS-VRS-LOW-VALUES
                    MOVE LOW-VALUES TO HCHKREQ-VERSION
                WHEN OTHER
                    MOVE TCS-VERSION TO HCHKREQ-VERSION
                    MOVE LENGTH OF HB-HCHKREQ TO HCHKREQ-LENGTH
            END-EVALUATE
            IF TCS-LENGTH NOT = SPACES
                MOVE TCS-LENGTH-9 TO HCHKREQ-LENGTH
            END-IF
            IF HCHKREQ-VRS-CURRENT
               AND HCHKREQ-LENGTH = LENGTH OF HB-HCHKREQ
                SET WS-EXPECT-CURRENT TO TRUE
            ELSE
                MOVE 'N' TO WS-EXPECT-CURRENT-SW
            END-IF
            MOVE WS-GUARD-CORESTUS TO CORESTUS
            MOVE WS-GUARD-ELAPSDTM TO ELAPSDTM
            MOVE WS-GUARD-VERSION TO HCHKRPY-VERSION
            MOVE WS-GUARD-LENGTH TO HCHKRPY-LENGTH
            IF TCS-EXP-CORE-SPACES
                MOVE SPACES TO WS-EXP-CORESTUS
            ELSE
                MOVE TCS-EXP-CORESTUS TO WS-EXP-CORESTUS
            END-IF.

        3000-CHECK-REPLY.
            MOVE STUS OF HBHDR-RPY TO DL-GOT-STUS
            MOVE MSGENUMB TO DL-GOT-MSGENUMB
            IF STUS OF HBHDR-RPY NOT = TCS-EXP-STUS
                MOVE SPACES TO WS-REASON
                STRING 'REPLY STUS ' STUS OF HBHDR-RPY
                       ', EXPECTED ' TCS-EXP-STUS
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF
            IF MSGENUMB NOT = TCS-EXP-MSGENUMB
                MOVE SPACES TO WS-REASON
                STRING 'REPLY MSGENUMB ' MSGENUMB
                       ', EXPECTED ' TCS-EXP-MSGENUMB
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF
            IF TRCDNAME OF HBHDR-RPY NOT = TRCDNAME OF HBHDR-REQ
               OR TRMLIDNT OF HBHDR-RPY NOT = TRMLIDNT OF HBHDR-REQ
               OR PORTIDNF OF HBHDR-RPY NOT = PORTIDNF OF HBHDR-REQ
                MOVE 'REPLY HEADER DOES NOT ECHO THE REQUEST'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF WS-EXPECT-CURRENT
                IF HCHKRPY-VERSION NOT = '0002'
                   OR HCHKRPY-LENGTH NOT = LENGTH OF HB-HCHKRPY
                    MOVE 'CURRENT CALLER GOT NO REPLY VERSION/LENGTH'
                        TO WS-REASON
                    PERFORM 5900-ADD-REASON
                END-IF
                IF TCS-EXP-CORESTUS NOT = SPACES
                   AND CORESTUS NOT = WS-EXP-CORESTUS
                    MOVE SPACES TO WS-REASON
                    STRING 'REPLY CORESTUS ' CORESTUS
                           ', EXPECTED ' TCS-EXP-CORESTUS
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                END-IF
            ELSE
                IF CORESTUS NOT = WS-GUARD-CORESTUS
                   OR ELAPSDTM NOT = WS-GUARD-ELAPSDTM
                   OR HCHKRPY-VERSION NOT = WS-GUARD-VERSION
                   OR HCHKRPY-LENGTH NOT = WS-GUARD-LENGTH
                    MOVE SPACES TO WS-REASON
                    STRING 'REPLY OVERLAID PAST ERORMSGE FOR A CALLER '
                           'THAT IS NOT CURRENT-LAYOUT'
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                END-IF
            END-IF.

      *****************************************************************
      * PICK OFF THE RECORDS THE CALL APPENDED: EVERYTHING PAST THE
      * POSITION NOTED BEFORE IT. THE NEW POSITION IS CARRIED TO THE
      * NEXT CASE WHETHER OR NOT THIS ONE PASSED.
      *****************************************************************
        4000-READ-NEW-HISTORY.
            MOVE 0 TO WS-NEW-COUNT
            MOVE 0 TO WS-NEW-DROPPED
            MOVE 0 TO WS-LOG-POS
            MOVE 'N' TO WS-LOG-EOF-SW
            OPEN INPUT HB37LOG
            IF WS-LOG-STATUS = '00'
                READ HB37LOG
                    AT END SET WS-LOG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-LOG-EOF
                    ADD 1 TO WS-LOG-POS
                    IF WS-LOG-POS > WS-LOG-SKIP
                        IF WS-NEW-COUNT < 40
                            ADD 1 TO WS-NEW-COUNT
                            SET WS-NEW-IDX TO WS-NEW-COUNT
                            MOVE LOG-RECORD TO WS-NEW-REC (WS-NEW-IDX)
                        ELSE
                            ADD 1 TO WS-NEW-DROPPED
                        END-IF
                    END-IF
                    READ HB37LOG
                        AT END SET WS-LOG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37LOG
                MOVE WS-LOG-POS TO WS-LOG-SKIP
            ELSE
                MOVE SPACES TO WS-REASON
                STRING 'HB37LOG UNAVAILABLE AFTER THE CALL, STATUS '
                       WS-LOG-STATUS
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF.

      *****************************************************************
      * THE LAST NEW RECORD MUST BE THE CALL'S SUMMARY, AND EVERY ONE
      * AHEAD OF IT A 'D' OR 'C' DETAIL OF THE SAME CALL, 'D' FIRST -
      * THE ORDER 8000-WRITE-HISTORY WRITES THEM IN. NO NEW RECORD
      * MEANS THE CALL'S HISTORY WENT TO HB37OVF OR WAS LOST; EITHER
      * WAY THE NEXT CASE CANNOT BE CHAINED TO THIS ONE'S SEQUENCE.
      *****************************************************************
        4500-CHECK-HISTORY.
            IF WS-NEW-COUNT = 0
                IF WS-LOG-STATUS = '00'
                    MOVE 'NO HISTORY RECORD WRITTEN TO HB37LOG'
                        TO WS-REASON
                    PERFORM 5900-ADD-REASON
                END-IF
                MOVE 0 TO WS-PREV-SEQ
            ELSE
                IF WS-NEW-DROPPED > 0
                    MOVE SPACES TO WS-REASON
                    STRING 'MORE RECORDS ON HB37LOG THAN ONE CALL '
                           'WRITES - ANOTHER CALLER IS ACTIVE'
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                ELSE
                    PERFORM 4600-CHECK-SUMMARY
                    PERFORM 4700-CHECK-DETAILS
                END-IF
                PERFORM 4800-CHECK-SEQUENCE
            END-IF.

        4600-CHECK-SUMMARY.
            SET WS-NEW-IDX TO WS-NEW-COUNT
            MOVE WS-NEW-REC (WS-NEW-IDX) TO WSR-RECORD
            MOVE WSR-TIMESTAMP TO WS-SUM-TIMESTAMP
            IF WSR-REC-TYPE NOT = SPACE
                MOVE 'LAST NEW HB37LOG RECORD IS NOT A SUMMARY'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            ELSE
                MOVE WSR-CORE-STUS TO DL-GOT-CORESTUS
                IF WSR-TRMLIDNT NOT = HB37TST-TRMLIDNT
                   OR WSR-TRCDNAME NOT = TRCDNAME OF HBHDR-REQ
                   OR WSR-PORTIDNF NOT = PORTIDNF OF HBHDR-REQ
                    MOVE 'HB37LOG SUMMARY IS NOT FOR THIS REQUEST'
                        TO WS-REASON
                    PERFORM 5900-ADD-REASON
                END-IF
                IF WSR-STUS NOT = TCS-EXP-STUS
                    MOVE SPACES TO WS-REASON
                    STRING 'HB37LOG SUMMARY STUS ' WSR-STUS
                           ', EXPECTED ' TCS-EXP-STUS
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                END-IF
                IF WSR-MSGENUMB NOT = TCS-EXP-MSGENUMB
                    MOVE SPACES TO WS-REASON
                    STRING 'HB37LOG SUMMARY MSGENUMB ' WSR-MSGENUMB
                           ', EXPECTED ' TCS-EXP-MSGENUMB
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                END-IF
                IF TCS-EXP-CORESTUS NOT = SPACES
                   AND WSR-CORE-STUS NOT = WS-EXP-CORESTUS
                    MOVE SPACES TO WS-REASON
                    STRING 'HB37LOG SUMMARY CORESTUS ' WSR-CORE-STUS
                           ', EXPECTED ' TCS-EXP-CORESTUS
                        DELIMITED BY SIZE INTO WS-REASON
                    END-STRING
                    PERFORM 5900-ADD-REASON
                END-IF
            END-IF.

        4700-CHECK-DETAILS.
            MOVE 0 TO WS-D-FOUND
            MOVE 0 TO WS-C-FOUND
            MOVE 'N' TO WS-DTL-ORDER-SW
            MOVE 'N' TO WS-DTL-STRAY-SW
            MOVE 'N' TO WS-DTL-UNMATCHED-SW
            PERFORM 4710-CHECK-ONE-DETAIL
                VARYING WS-NEW-IDX FROM 1 BY 1
                UNTIL WS-NEW-IDX NOT < WS-NEW-COUNT
            MOVE WS-D-FOUND TO DL-DETAIL-D
            MOVE WS-C-FOUND TO DL-DETAIL-C
            IF WS-DTL-STRAY
                MOVE 'SECOND SUMMARY ON HB37LOG - OTHER CALLER ACTIVE'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF WS-DTL-OUT-OF-ORDER
                MOVE 'A ''D'' DETAIL FOLLOWS A ''C'' DETAIL'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF WS-DTL-UNMATCHED
                MOVE 'DETAIL NOT UNDER THE SUMMARY TIMESTAMP/TRMLIDNT'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-EXP-DETAIL-D NOT = SPACES
               AND WS-D-FOUND NOT = TCS-EXP-DETAIL-D-9
                MOVE WS-D-FOUND TO WS-SHOW-COUNT
                MOVE SPACES TO WS-REASON
                STRING 'HB37LOG ''D'' DETAILS ' WS-SHOW-COUNT
                       ', EXPECTED ' TCS-EXP-DETAIL-D
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF
            IF TCS-EXP-DETAIL-C NOT = SPACES
               AND WS-C-FOUND NOT = TCS-EXP-DETAIL-C-9
                MOVE WS-C-FOUND TO WS-SHOW-COUNT
                MOVE SPACES TO WS-REASON
                STRING 'HB37LOG ''C'' DETAILS ' WS-SHOW-COUNT
                       ', EXPECTED ' TCS-EXP-DETAIL-C
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF.

        4710-CHECK-ONE-DETAIL.
            MOVE WS-NEW-REC (WS-NEW-IDX) TO WSR-RECORD
            EVALUATE TRUE
                WHEN WSR-DB-DETAIL
                    ADD 1 TO WS-D-FOUND
                    IF WS-C-FOUND > 0
                        SET WS-DTL-OUT-OF-ORDER TO TRUE
                    END-IF
                WHEN WSR-CORE-DETAIL
                    ADD 1 TO WS-C-FOUND
                WHEN OTHER
                    SET WS-DTL-STRAY TO TRUE
            END-EVALUATE
            IF WSR-TIMESTAMP NOT = WS-SUM-TIMESTAMP
               OR WSR-TRMLIDNT NOT = HB37TST-TRMLIDNT
                SET WS-DTL-UNMATCHED TO TRUE
            END-IF.

      *****************************************************************
      * EVERY NEW RECORD MUST BE SEQUENCED, EACH ONE THE LAST PLUS
      * ONE, AND THE FIRST ONE THE PREVIOUS CASE'S LAST PLUS ONE.
      *****************************************************************
        4800-CHECK-SEQUENCE.
            MOVE 'N' TO WS-SEQ-ZERO-SW
            MOVE 'N' TO WS-SEQ-BREAK-SW
            MOVE 'N' TO WS-SEQ-GAP-SW
            SET WS-NEW-IDX TO 1
            MOVE WS-NEW-REC (WS-NEW-IDX) TO WSR-RECORD
            MOVE WSR-SEQ-NUM TO WS-FIRST-SEQ
            IF WS-PREV-SEQ NOT = 0 AND WS-FIRST-SEQ NOT = 0
                MOVE WS-PREV-SEQ TO WS-EXP-SEQ
                PERFORM 4850-BUMP-EXP-SEQ
                IF WS-FIRST-SEQ NOT = WS-EXP-SEQ
                    SET WS-SEQ-GAP TO TRUE
                END-IF
            END-IF
            MOVE WS-FIRST-SEQ TO WS-LAST-SEQ
            PERFORM 4810-CHECK-ONE-SEQ
                VARYING WS-NEW-IDX FROM 1 BY 1
                UNTIL WS-NEW-IDX > WS-NEW-COUNT
            MOVE WS-FIRST-SEQ TO DL-SEQ-FROM
            MOVE WS-LAST-SEQ TO DL-SEQ-TO
            IF WS-SEQ-ZERO
                MOVE 'HB37LOG RECORD WRITTEN WITH SEQUENCE ZERO'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
                MOVE 0 TO WS-PREV-SEQ
            ELSE
                MOVE WS-LAST-SEQ TO WS-PREV-SEQ
            END-IF
            IF WS-SEQ-BREAK
                MOVE 'HB37LOG SEQUENCE NOT CONTIGUOUS WITHIN THE CALL'
                    TO WS-REASON
                PERFORM 5900-ADD-REASON
            END-IF
            IF WS-SEQ-GAP
                MOVE WS-EXP-SEQ TO WS-SHOW-SEQ
                MOVE SPACES TO WS-REASON
                STRING 'HB37LOG SEQUENCE BREAK FROM THE PREVIOUS CASE, '
                       'EXPECTED ' WS-SHOW-SEQ
                    DELIMITED BY SIZE INTO WS-REASON
                END-STRING
                PERFORM 5900-ADD-REASON
            END-IF.

        4810-CHECK-ONE-SEQ.
            MOVE WS-NEW-REC (WS-NEW-IDX) TO WSR-RECORD
            IF WSR-SEQ-NUM = 0
                SET WS-SEQ-ZERO TO TRUE
            ELSE
                IF WS-NEW-IDX > 1
                    MOVE WS-LAST-SEQ TO WS-EXP-SEQ
                    PERFORM 4850-BUMP-EXP-SEQ
                    IF WSR-SEQ-NUM NOT = WS-EXP-SEQ
                        SET WS-SEQ-BREAK TO TRUE
                    END-IF
                END-IF
            END-IF
            MOVE WSR-SEQ-NUM TO WS-LAST-SEQ.

        4850-BUMP-EXP-SEQ.
            IF WS-EXP-SEQ = 999999999
                MOVE 1 TO WS-EXP-SEQ
            ELSE
                ADD 1 TO WS-EXP-SEQ
            END-IF.

        5000-PRINT-CASE.
            IF WS-CASE-FAILED
                MOVE 'FAIL' TO DL-RESULT
            ELSE
                MOVE 'PASS' TO DL-RESULT
            END-IF
            MOVE WS-DETAIL-LINE TO VDR-LINE
            WRITE VDR-LINE
            PERFORM 5100-PRINT-REASON
                VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > WS-RSN-COUNT
            IF WS-RSN-DROPPED > 0
                MOVE SPACES TO RL-TEXT
                STRING WS-RSN-DROPPED ' FURTHER FINDINGS NOT LISTED'
                    DELIMITED BY SIZE INTO RL-TEXT
                END-STRING
                MOVE WS-REASON-LINE TO VDR-LINE
                WRITE VDR-LINE
            END-IF.

        5100-PRINT-REASON.
            MOVE WS-RSN-TEXT (WS-RSN-IDX) TO RL-TEXT
            MOVE WS-REASON-LINE TO VDR-LINE
            WRITE VDR-LINE.

        5900-ADD-REASON.
            SET WS-CASE-FAILED TO TRUE
            IF WS-RSN-COUNT < 12
                ADD 1 TO WS-RSN-COUNT
                SET WS-RSN-IDX TO WS-RSN-COUNT
                MOVE WS-REASON TO WS-RSN-TEXT (WS-RSN-IDX)
            ELSE
                ADD 1 TO WS-RSN-DROPPED
            END-IF.

        6000-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO VDR-LINE
            WRITE VDR-LINE
            MOVE WS-CASES-RUN TO TO-RUN
            MOVE WS-CASES-PASSED TO TO-PASSED
            MOVE WS-CASES-FAILED TO TO-FAILED
            MOVE WS-CARDS-REJECTED TO TO-REJECTED
            MOVE WS-TOTALS-LINE TO VDR-LINE
            WRITE VDR-LINE
            EVALUATE TRUE
                WHEN WS-CASES-RUN = 0 AND WS-CARDS-REJECTED = 0
                    MOVE WS-NO-CASES-LINE TO VDR-LINE
                WHEN WS-CASES-FAILED = 0 AND WS-CARDS-REJECTED = 0
                    MOVE WS-CERTIFIED-LINE TO VDR-LINE
                WHEN OTHER
                    MOVE WS-NOT-CERTIFIED-LINE TO VDR-LINE
            END-EVALUATE
            WRITE VDR-LINE.
