            SELECT HB37TAUD ASSIGN TO HB37TAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAUD-STATUS.
            SELECT HB37PEND ASSIGN TO HB37PEND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-REFERENCE
                FILE STATUS IS WS-PEND-STATUS.
        DATA DIVISION.
      *
      * HB37TBM - HB37DBT/HB37CAL/HB37COR TABLE MAINTENANCE
      * LIVE TABLE BEHIND A CLEAN-LOOKING JOB. A TABLE NO TRANSACTION
      * CHANGED IS NOT REWRITTEN AT ALL.
      *
      * CHANGES ARE UNDER THE SAME DUAL CONTROL AS HB37PMT. A CARD
      * READ FROM SYSIN IS NOT APPLIED: IT IS FILED ON HB37PEND AS A
      * PENDING ITEM UNDER A NEW REFERENCE NUMBER (SHOWN ON THE
      * CONSOLE) AND AUDITED AS PENDING, AND A SECOND OPERATOR
      * APPROVES OR REJECTS IT BY REFERENCE IN AN HB37APR RUN. EVERY
      * RUN OF THIS PROGRAM THEN VALIDATES AND APPLIES EVERY APPROVED
      * TABLE ITEM ON HB37PEND UNDER THE RULES ABOVE, AUDITS IT WITH
      * BOTH OPERATOR IDS, AND MARKS THE ITEM APPLIED OR FAILED. A
      * CARD WITH NO OPERATOR ID IS REJECTED AT SUBMISSION.
      *
      * TRANSACTION CARD LAYOUT (SYSIN, ONE PER LINE):
      *   COLS  1-3   TABLE      DBT / CAL / COR
      *   COLS  4-13  ACTION     SEE ABOVE
      *                          CAL: TRCDNAME X(8), PORTIDNF X(5),
      *                               START X(14), END X(14),
      *                               TICKET X(8)
      *   COLS 73-80  OPERATOR   OPERATOR/RACF ID OF THE MAKER
      *
        FILE SECTION.
        FD  HB37TBM-IN.
        01 TRAN-CARD                     PIC X(80).

        FD  HB37DBT.
        COPY HB37DBTR.
        FD  HB37PORT.
        COPY HB37PRTR.

        FD  HB37TAUD.
        COPY HB37TAUR.

        FD  HB37PEND.
        COPY HB37PNDR.

        WORKING-STORAGE SECTION.
        01 WS-TRAN-STATUS                PIC X(2).
        01 WS-CORW-STATUS                PIC X(2).
        01 WS-PORT-STATUS                PIC X(2).
        01 WS-TAUD-STATUS                PIC X(2).
        01 WS-PEND-STATUS                PIC X(2).

      *****************************************************************
      * THE TRANSACTION IN FLIGHT - A CARD JUST READ FROM SYSIN FOR
      * SUBMISSION, OR THE CARD IMAGE OF AN APPROVED HB37PEND ITEM
      * BEING APPLIED. IT IS HELD HERE RATHER THAN IN THE FD SO BOTH
      * SOURCES SHARE ONE LAYOUT.
      *****************************************************************
        01 TRAN-RECORD.
           05 TRAN-TABLE                 PIC X(3).
           05 TRAN-ACTION                PIC X(10).
           05 TRAN-DATA                  PIC X(59).
           05 TRAN-DBT-DATA REDEFINES TRAN-DATA.
              10 TRAN-RESOURCE           PIC X(8).
              10 TRAN-RESDESC            PIC X(30).
              10 FILLER                  PIC X(21).
           05 TRAN-CAL-DATA REDEFINES TRAN-DATA.
              10 TRAN-TRCDNAME           PIC X(8).
              10 TRAN-PORTIDNF           PIC X(5).
              10 TRAN-START              PIC X(14).
              10 TRAN-END                PIC X(14).
              10 TRAN-TICKET             PIC X(8).
              10 FILLER                  PIC X(10).
           05 TRAN-OPERATOR              PIC X(8).

        01 WS-TRAN-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TRAN-EOF                             VALUE 'Y'.
           88 WS-CAL-EOF                              VALUE 'Y'.
        01 WS-COR-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-COR-EOF                              VALUE 'Y'.
        01 WS-PEND-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-PEND-EOF                             VALUE 'Y'.

      *****************************************************************
      * A TABLE WHOSE FILE WOULD NOT OPEN (OTHER THAN "DOES NOT EXIST
        01 WS-COR-CHANGED-SW             PIC X(1)     VALUE 'N'.
           88 WS-COR-CHANGED                          VALUE 'Y'.

      *****************************************************************
      * A TABLE ONLY HOLDS THIS RUN'S CHANGES ONCE ITS REWRITE HAS
      * COPIED THE FULL NEW IMAGE BACK TO THE LIVE FILE. UNTIL THEN
      * NO ITEM APPLIED TO IT MAY BE MARKED APPLIED.
      *****************************************************************
        01 WS-DBT-REWRITTEN-SW           PIC X(1)     VALUE 'N'.
           88 WS-DBT-REWRITTEN                        VALUE 'Y'.
        01 WS-CAL-REWRITTEN-SW           PIC X(1)     VALUE 'N'.
           88 WS-CAL-REWRITTEN                        VALUE 'Y'.
        01 WS-COR-REWRITTEN-SW           PIC X(1)     VALUE 'N'.
           88 WS-COR-REWRITTEN                        VALUE 'Y'.

      *****************************************************************
      * APPROVED ITEMS THAT PASSED VALIDATION AND NOW STAND ONLY IN
      * THE IN-STORAGE TABLES. EACH IS HELD HERE - REFERENCE, TABLE
      * AND ITS APPLIED AUDIT LINE - UNTIL 0000-MAIN HAS REWRITTEN
      * THE TABLES, AND ONLY THEN MARKED ON HB37PEND AND AUDITED.
      * BOUNDED AT 200 A RUN; APPROVED ITEMS PAST THE BOUND ARE LEFT
      * APPROVED FOR THE NEXT RUN.
      *****************************************************************
        01 WS-HELD-COUNT                 PIC 9(3)     VALUE 0.
        01 WS-HELD-FULL-SW               PIC X(1)     VALUE 'N'.
           88 WS-HELD-FULL                            VALUE 'Y'.
        01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-HELD-IDX.
              10 WS-HELD-PEND-REF        PIC 9(9).
              10 WS-HELD-TABLE-ID        PIC X(3).
              10 WS-HELD-AUDIT           PIC X(279).

      *****************************************************************
      * IN-STORAGE COPY OF HB37DBT. BOUNDED AT 50 ROWS - WELL PAST
      * THE 16 HB37 ITSELF WILL PROBE; A FILE BEYOND THE BOUND STOPS
                 88 WS-CALT-DELETED                   VALUE 'Y'.

      *****************************************************************
      * OUTCOME OF THE TRANSACTION IN FLIGHT. EVERY TRANSACTION ENDS
      * WITH AN AUDIT LINE BUILT FROM THESE BY 3100-BUILD-AUDIT.
      *****************************************************************
        01 WS-TRAN-RESULT                PIC X(8).
           88 WS-TRAN-APPLIED                         VALUE 'APPLIED'.
           88 WS-TRAN-REJECTED                        VALUE 'REJECTED'.
           88 WS-TRAN-PENDING                         VALUE 'PENDING'.
        01 WS-TRAN-REASON                PIC X(25).
        01 WS-TRAN-KEY                   PIC X(27).
        01 WS-BEFORE-IMAGE               PIC X(80).
        01 WS-AFTER-IMAGE                PIC X(80).
        01 WS-TRAN-CHECKER               PIC X(8).
        01 WS-TRAN-PEND-REF              PIC 9(9).
        01 WS-PEND-STAMP                 PIC X(21).
        01 WS-PEND-LAST-REF              PIC 9(9).

      *****************************************************************
      * HB37PORT STAYS OPEN FOR THE RUN SO A CAL ADD'S PORT SCOPE IS

        01 WS-APPLIED-COUNT              PIC 9(5)     VALUE 0.
        01 WS-REJECTED-COUNT             PIC 9(5)     VALUE 0.
        01 WS-SUBMITTED-COUNT            PIC 9(5)     VALUE 0.
        01 WS-REWRITE-FAILED-SW          PIC X(1)     VALUE 'N'.
           88 WS-REWRITE-FAILED                       VALUE 'Y'.

           05 FILLER                     PIC X(10)    VALUE
              ' REJECTED='.
           05 SM-REJECTED                PIC ZZ,ZZ9.
           05 FILLER                     PIC X(11)    VALUE
              ' SUBMITTED='.
           05 SM-SUBMITTED               PIC ZZ,ZZ9.

        01 WS-SUBMIT-MSG.
           05 FILLER                     PIC X(22)    VALUE
              'HB37TBM SUBMITTED REF '.
           05 SU-REFERENCE               PIC 9(9).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 SU-TABLE                   PIC X(3).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 SU-ACTION                  PIC X(10).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 SU-KEY                     PIC X(27).
           05 FILLER                     PIC X(7)     VALUE ' MAKER '.
           05 SU-MAKER                   PIC X(8).

        PROCEDURE DIVISION.
        0000-MAIN.
                CLOSE HB37TBM-IN
                GOBACK
            END-IF
            PERFORM 1000-OPEN-PENDING
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'HB37TBM - HB37PEND UNAVAILABLE, STATUS '
                    WS-PEND-STATUS ', NO MAINTENANCE PERFORMED'
                    UPON CONSOLE
                CLOSE HB37TBM-IN
                CLOSE HB37TAUD
                GOBACK
            END-IF
            OPEN INPUT HB37PORT
            IF WS-PORT-STATUS = '00'
                SET WS-PORT-AVAILABLE TO TRUE
            END-IF
            READ HB37TBM-IN INTO TRAN-RECORD
                AT END SET WS-TRAN-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-TRAN-EOF
                PERFORM 1500-SUBMIT-TRAN
                READ HB37TBM-IN INTO TRAN-RECORD
                    AT END SET WS-TRAN-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HB37TBM-IN
            PERFORM 4000-APPLY-APPROVED
            IF WS-PORT-AVAILABLE
                CLOSE HB37PORT
            END-IF
            IF WS-COR-CHANGED
                PERFORM 6500-REWRITE-COR
            END-IF
            PERFORM 4500-FINISH-HELD-ITEMS
            CLOSE HB37TAUD
            CLOSE HB37PEND
            MOVE WS-APPLIED-COUNT TO SM-APPLIED
            MOVE WS-REJECTED-COUNT TO SM-REJECTED
            MOVE WS-SUBMITTED-COUNT TO SM-SUBMITTED
            DISPLAY WS-SUMMARY-MSG UPON CONSOLE
            GOBACK.

      *****************************************************************
      * OPEN THE PENDING-CHANGE FILE, CREATING IT WITH ITS CONTROL
      * RECORD ON FIRST USE, THE WAY HB37MON CREATES HB37INC.
      *****************************************************************
        1000-OPEN-PENDING.
            OPEN I-O HB37PEND
            IF WS-PEND-STATUS = '35'
                OPEN OUTPUT HB37PEND
                IF WS-PEND-STATUS = '00'
                    MOVE SPACES TO HB37PND-RECORD
                    MOVE 0 TO PND-REFERENCE
                    MOVE 0 TO PND-LAST-REFERENCE
                    WRITE HB37PND-RECORD
                    CLOSE HB37PEND
                    OPEN I-O HB37PEND
                END-IF
            END-IF.

      *****************************************************************
      * LOAD HB37DBT. STATUS '35' (NO FILE YET) IS A LEGITIMATE EMPTY
      * TABLE ON FIRST USE; ANY OTHER OPEN FAILURE LEAVES THE TABLE
                SET WS-CALT-OVERFLOW TO TRUE
            END-IF.

      *****************************************************************
      * FILE ONE SYSIN CARD ON HB37PEND FOR A CHECKER'S DECISION. THE
      * CARD IS NOT VALIDATED HERE - IT IS VALIDATED WHEN IT IS
      * APPLIED, AGAINST THE TABLES AS THEY STAND THEN - BUT IT MUST
      * NAME ITS MAKER. THE AUDIT KEY IS BUILT THE WAY 2100/2200/2300
      * BUILD IT, SO EVERY LINE FOR ONE CHANGE CARRIES THE SAME KEY.
      *****************************************************************
        1500-SUBMIT-TRAN.
            SET WS-TRAN-PENDING TO TRUE
            MOVE SPACES TO WS-TRAN-REASON
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            MOVE SPACES TO WS-TRAN-CHECKER
            MOVE 0 TO WS-TRAN-PEND-REF
            IF TRAN-TABLE = 'CAL'
                MOVE TRAN-DATA (1:27) TO WS-TRAN-KEY
            ELSE
                MOVE TRAN-RESOURCE TO WS-TRAN-KEY
            END-IF
            IF TRAN-OPERATOR = SPACES
                SET WS-TRAN-REJECTED TO TRUE
                MOVE 'OPERATOR ID MISSING' TO WS-TRAN-REASON
            ELSE
                PERFORM 1600-FILE-PENDING-ITEM
            END-IF
            IF WS-TRAN-PENDING
                ADD 1 TO WS-SUBMITTED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
            PERFORM 3000-WRITE-AUDIT.

      *****************************************************************
      * TAKE THE NEXT REFERENCE OFF THE CONTROL RECORD (REREAD FOR
      * EVERY ITEM, SO AN HB37PMT SUBMISSION RUN SHARING THE FILE
      * NEVER HANDS OUT THE SAME NUMBER) AND WRITE THE ITEM.
      *****************************************************************
        1600-FILE-PENDING-ITEM.
            MOVE 0 TO PND-REFERENCE
            READ HB37PEND
                INVALID KEY
                    MOVE 0 TO WS-PEND-LAST-REF
                NOT INVALID KEY
                    MOVE PND-LAST-REFERENCE TO WS-PEND-LAST-REF
            END-READ
            ADD 1 TO WS-PEND-LAST-REF
            MOVE SPACES TO HB37PND-RECORD
            MOVE 0 TO PND-REFERENCE
            MOVE WS-PEND-LAST-REF TO PND-LAST-REFERENCE
            REWRITE HB37PND-RECORD
                INVALID KEY
                    WRITE HB37PND-RECORD
                        INVALID KEY CONTINUE
                    END-WRITE
            END-REWRITE
            MOVE SPACES TO HB37PND-RECORD
            MOVE WS-PEND-LAST-REF TO PND-REFERENCE
            SET PND-QUEUE-TABLE TO TRUE
            MOVE TRAN-RECORD TO PND-CARD
            MOVE TRAN-OPERATOR TO PND-MAKER
            MOVE FUNCTION CURRENT-DATE TO WS-PEND-STAMP
            MOVE WS-PEND-STAMP (1:14) TO PND-SUBMIT-TS
            SET PND-PENDING TO TRUE
            WRITE HB37PND-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            IF WS-PEND-STATUS = '00'
                MOVE 'AWAITING APPROVAL' TO WS-TRAN-REASON
                MOVE WS-PEND-LAST-REF TO WS-TRAN-PEND-REF
                MOVE WS-PEND-LAST-REF TO SU-REFERENCE
                MOVE TRAN-TABLE TO SU-TABLE
                MOVE TRAN-ACTION TO SU-ACTION
                MOVE WS-TRAN-KEY TO SU-KEY
                MOVE TRAN-OPERATOR TO SU-MAKER
                DISPLAY WS-SUBMIT-MSG UPON CONSOLE
            ELSE
                SET WS-TRAN-REJECTED TO TRUE
                MOVE 'PENDING WRITE FAILED' TO WS-TRAN-REASON
            END-IF.

        2000-PROCESS-TRAN.
            SET WS-TRAN-APPLIED TO TRUE
            MOVE SPACES TO WS-TRAN-REASON
                WHEN OTHER
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'UNKNOWN TABLE' TO WS-TRAN-REASON
            END-EVALUATE.

        2100-PROCESS-DBT-TRAN.
            MOVE TRAN-RESOURCE TO WS-TRAN-KEY
            END-PERFORM.

        3000-WRITE-AUDIT.
            PERFORM 3100-BUILD-AUDIT
            WRITE TAUD-RECORD.

        3100-BUILD-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO TAUD-TIMESTAMP
            MOVE TRAN-OPERATOR TO TAUD-OPERATOR
            MOVE TRAN-TABLE TO TAUD-TABLE
            MOVE WS-TRAN-REASON TO TAUD-REASON
            MOVE WS-BEFORE-IMAGE TO TAUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE TO TAUD-AFTER-IMAGE
            MOVE WS-TRAN-CHECKER TO TAUD-CHECKER
            MOVE WS-TRAN-PEND-REF TO TAUD-PEND-REF.

      *****************************************************************
      * APPLY EVERY APPROVED TABLE ITEM ON HB37PEND, OLDEST REFERENCE
      * FIRST, THROUGH THE SAME 2000-PROCESS-TRAN VALIDATION AS EVER.
      * AN ITEM THAT FAILS VALIDATION IS MARKED FAILED AND AUDITED
      * THERE AND THEN. ONE THAT PASSES HAS ONLY CHANGED THE
      * IN-STORAGE TABLE, SO IT IS HELD UNTIL 0000-MAIN HAS REWRITTEN
      * THE TABLES AND 4500-FINISH-HELD-ITEMS KNOWS WHETHER THE
      * CHANGE REACHED THE LIVE FILE. AN ITEM IS MARKED FINAL EITHER
      * WAY - A FAILED ONE MUST BE RESUBMITTED AND APPROVED AGAIN,
      * NEVER RETRIED BEHIND THE CHECKER'S BACK.
      *****************************************************************
        4000-APPLY-APPROVED.
            MOVE 'N' TO WS-PEND-EOF-SW
            MOVE 1 TO PND-REFERENCE
            START HB37PEND KEY IS NOT LESS THAN PND-REFERENCE
                INVALID KEY SET WS-PEND-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-PEND-EOF OR WS-HELD-FULL
                READ HB37PEND NEXT RECORD
                    AT END SET WS-PEND-EOF TO TRUE
                    NOT AT END
                        IF NOT PND-CONTROL-RECORD
                           AND PND-QUEUE-TABLE AND PND-APPROVED
                            IF WS-HELD-COUNT = 200
                                SET WS-HELD-FULL TO TRUE
                            ELSE
                                PERFORM 4100-APPLY-PENDING-ITEM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-HELD-FULL
                DISPLAY 'HB37TBM WARNING - 200 ITEMS APPLIED, ITEMS '
                    'FROM REF ' PND-REFERENCE ' LEFT APPROVED FOR '
                    'THE NEXT RUN' UPON CONSOLE
            END-IF.

        4100-APPLY-PENDING-ITEM.
            MOVE PND-CARD TO TRAN-RECORD
            MOVE PND-CHECKER TO WS-TRAN-CHECKER
            MOVE PND-REFERENCE TO WS-TRAN-PEND-REF
            PERFORM 2000-PROCESS-TRAN
            IF WS-TRAN-APPLIED
                PERFORM 3100-BUILD-AUDIT
                ADD 1 TO WS-HELD-COUNT
                SET WS-HELD-IDX TO WS-HELD-COUNT
                MOVE PND-REFERENCE TO WS-HELD-PEND-REF (WS-HELD-IDX)
                MOVE TRAN-TABLE TO WS-HELD-TABLE-ID (WS-HELD-IDX)
                MOVE TAUD-RECORD TO WS-HELD-AUDIT (WS-HELD-IDX)
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM 3000-WRITE-AUDIT
                PERFORM 4300-MARK-PENDING-ITEM
            END-IF.

      *****************************************************************
      * RECORD THE OUTCOME IN WS-TRAN-RESULT/WS-TRAN-REASON ON THE
      * HB37PEND ITEM CURRENTLY IN THE RECORD AREA.
      *****************************************************************
        4300-MARK-PENDING-ITEM.
            MOVE FUNCTION CURRENT-DATE TO WS-PEND-STAMP
            MOVE WS-PEND-STAMP (1:14) TO PND-APPLY-TS
            MOVE WS-TRAN-REASON TO PND-REASON
            IF WS-TRAN-APPLIED
                SET PND-APPLIED TO TRUE
            ELSE
                SET PND-FAILED TO TRUE
            END-IF
            REWRITE HB37PND-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'HB37TBM WARNING - HB37PEND ITEM '
                    WS-TRAN-PEND-REF ' NOT MARKED ' WS-TRAN-RESULT
                    ', STATUS ' WS-PEND-STATUS UPON CONSOLE
            END-IF.

      *****************************************************************
      * AFTER THE TABLE REWRITES: EACH HELD ITEM WHOSE TABLE REACHED
      * THE LIVE FILE IS MARKED APPLIED WITH ITS APPLIED AUDIT LINE.
      * ONE WHOSE TABLE DID NOT IS MARKED FAILED AND AUDITED REJECTED,
      * REASON TABLE REWRITE FAILED - THE LIVE TABLE NEVER SAW IT.
      *****************************************************************
        4500-FINISH-HELD-ITEMS.
            PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                    UNTIL WS-HELD-IDX > WS-HELD-COUNT
                PERFORM 4600-FINISH-HELD-ITEM
            END-PERFORM.

        4600-FINISH-HELD-ITEM.
            MOVE WS-HELD-AUDIT (WS-HELD-IDX) TO TAUD-RECORD
            MOVE WS-HELD-PEND-REF (WS-HELD-IDX) TO WS-TRAN-PEND-REF
            MOVE TAUD-RESULT TO WS-TRAN-RESULT
            MOVE TAUD-REASON TO WS-TRAN-REASON
            EVALUATE TRUE
                WHEN WS-HELD-TABLE-ID (WS-HELD-IDX) = 'DBT'
                 AND NOT WS-DBT-REWRITTEN
                WHEN WS-HELD-TABLE-ID (WS-HELD-IDX) = 'CAL'
                 AND NOT WS-CAL-REWRITTEN
                WHEN WS-HELD-TABLE-ID (WS-HELD-IDX) = 'COR'
                 AND NOT WS-COR-REWRITTEN
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'TABLE REWRITE FAILED' TO WS-TRAN-REASON
                    MOVE WS-TRAN-RESULT TO TAUD-RESULT
                    MOVE WS-TRAN-REASON TO TAUD-REASON
                    MOVE SPACES TO TAUD-AFTER-IMAGE
            END-EVALUATE
            IF WS-TRAN-APPLIED
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO TAUD-TIMESTAMP
            WRITE TAUD-RECORD
            MOVE WS-TRAN-PEND-REF TO PND-REFERENCE
            READ HB37PEND
                INVALID KEY CONTINUE
            END-READ
            IF WS-PEND-STATUS = '00'
                PERFORM 4300-MARK-PENDING-ITEM
            ELSE
                DISPLAY 'HB37TBM WARNING - HB37PEND ITEM '
                    WS-TRAN-PEND-REF ' NOT MARKED ' WS-TRAN-RESULT
                    ', STATUS ' WS-PEND-STATUS UPON CONSOLE
            END-IF.

      *****************************************************************
      * REWRITE HB37DBT THROUGH THE HB37DBTW WORK FILE - WRITE THE
                    DISPLAY 'HB37TBM - REWRITE OF HB37DBT FAILED, '
                        'LIVE TABLE IS PARTIAL - FULL NEW COPY IS '
                        'INTACT IN HB37DBTW' UPON CONSOLE
                ELSE
                    SET WS-DBT-REWRITTEN TO TRUE
                END-IF
            END-IF.

                    DISPLAY 'HB37TBM - REWRITE OF HB37CAL FAILED, '
                        'LIVE CALENDAR IS PARTIAL - FULL NEW COPY '
                        'IS INTACT IN HB37CALW' UPON CONSOLE
                ELSE
                    SET WS-CAL-REWRITTEN TO TRUE
                END-IF
            END-IF.

                    DISPLAY 'HB37TBM - REWRITE OF HB37COR FAILED, '
                        'LIVE TABLE IS PARTIAL - FULL NEW COPY IS '
                        'INTACT IN HB37CORW' UPON CONSOLE
                ELSE
                    SET WS-COR-REWRITTEN TO TRUE
                END-IF
            END-IF.

