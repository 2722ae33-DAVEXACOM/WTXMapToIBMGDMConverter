            SELECT HB37AUDT ASSIGN TO HB37AUDT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDT-STATUS.
            SELECT HB37PEND ASSIGN TO HB37PEND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-REFERENCE
                FILE STATUS IS WS-PEND-STATUS.
        DATA DIVISION.
      *
      * HB37PMT - HB37PORT TABLE MAINTENANCE
      * FOR THE QUARTERLY ACCESS REVIEW, SO REJECTS ARE DELIBERATELY
      * RECORDED TOO.
      *
      * CHANGES ARE UNDER DUAL CONTROL. A CARD READ FROM SYSIN IS NOT
      * APPLIED: IT IS FILED ON HB37PEND AS A PENDING ITEM UNDER A
      * NEW REFERENCE NUMBER (SHOWN ON THE CONSOLE FOR THE MAKER TO
      * PASS TO A CHECKER) AND AUDITED AS PENDING. A SECOND OPERATOR
      * APPROVES OR REJECTS IT BY REFERENCE IN AN HB37APR RUN. EVERY
      * RUN OF THIS PROGRAM THEN PICKS UP EVERY APPROVED PORT ITEM
      * ON HB37PEND, VALIDATES AND APPLIES IT UNDER THE RULES ABOVE,
      * AUDITS IT WITH BOTH THE MAKER'S AND THE CHECKER'S OPERATOR
      * IDS, AND MARKS THE ITEM APPLIED OR FAILED. THE APPROVAL JOB
      * RUNS THIS PROGRAM STRAIGHT AFTER HB37APR WITH AN EMPTY SYSIN
      * SO APPROVED CHANGES LAND AT ONCE. A CARD WITH NO OPERATOR ID
      * IS REJECTED AT SUBMISSION - WITHOUT A MAKER THERE IS NOTHING
      * TO HOLD THE CHECKER APART FROM.
      *
      * TRANSACTION CARD LAYOUT (SYSIN, ONE PER LINE):
      *   COLS  1-10  ACTION     ADD / RETIRE / REACTIVATE / CHGDESC
      *                          / CHGCADENCE
      *                          CADENCE IN MINUTES (ZONED 9(4) IN
      *                          COLS 16-19, 0000 TO REVERT TO THE
      *                          CADENCEMIN DEFAULT)
      *   COLS 46-53  OPERATOR   OPERATOR/RACF ID OF THE MAKER
      *
        FILE SECTION.
        FD  HB37PMT-IN.
        01 TRAN-CARD                     PIC X(80).

        FD  HB37PORT.
        COPY HB37PRTR.

        FD  HB37AUDT.
        COPY HB37AUDR.

        FD  HB37PEND.
        COPY HB37PNDR.

        WORKING-STORAGE SECTION.
        01 WS-TRAN-STATUS                PIC X(2).
        01 WS-HB37PORT-STATUS            PIC X(2).
        01 WS-AUDT-STATUS                PIC X(2).
        01 WS-PEND-STATUS                PIC X(2).

        01 WS-TRAN-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TRAN-EOF                             VALUE 'Y'.
        01 WS-PEND-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-PEND-EOF                             VALUE 'Y'.

      *****************************************************************
      * THE TRANSACTION IN FLIGHT - A CARD JUST READ FROM SYSIN FOR
      * SUBMISSION, OR THE CARD IMAGE OF AN APPROVED HB37PEND ITEM
      * BEING APPLIED. IT IS HELD HERE RATHER THAN IN THE FD SO BOTH
      * SOURCES SHARE ONE LAYOUT.
      *****************************************************************
        01 TRAN-RECORD.
           05 TRAN-ACTION                PIC X(10).
           05 TRAN-PORTIDNF              PIC X(5).
           05 TRAN-PORTDESC              PIC X(30).
           05 TRAN-OPERATOR              PIC X(8).
           05 FILLER                     PIC X(27).

      *****************************************************************
      * OUTCOME OF THE TRANSACTION IN FLIGHT. EVERY PATH THROUGH
        01 WS-TRAN-RESULT                PIC X(8).
           88 WS-TRAN-APPLIED                         VALUE 'APPLIED'.
           88 WS-TRAN-REJECTED                        VALUE 'REJECTED'.
           88 WS-TRAN-PENDING                         VALUE 'PENDING'.
        01 WS-TRAN-REASON                PIC X(25).
        01 WS-BEFORE-IMAGE               PIC X(46).
        01 WS-AFTER-IMAGE                PIC X(46).
        01 WS-TRAN-CHECKER               PIC X(8).
        01 WS-TRAN-PEND-REF              PIC 9(9).
        01 WS-PEND-STAMP                 PIC X(21).
        01 WS-PEND-LAST-REF              PIC 9(9).

        01 WS-PORT-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-PORT-FOUND                           VALUE 'Y'.

        01 WS-APPLIED-COUNT              PIC 9(5)     VALUE 0.
        01 WS-REJECTED-COUNT             PIC 9(5)     VALUE 0.
        01 WS-SUBMITTED-COUNT            PIC 9(5)     VALUE 0.

        01 WS-SUMMARY-MSG.
           05 FILLER                     PIC X(16)    VALUE
           05 FILLER                     PIC X(10)    VALUE
              ' REJECTED='.
           05 SM-REJECTED                PIC ZZ,ZZ9.
           05 FILLER                     PIC X(11)    VALUE
              ' SUBMITTED='.
           05 SM-SUBMITTED               PIC ZZ,ZZ9.

        01 WS-SUBMIT-MSG.
           05 FILLER                     PIC X(22)    VALUE
              'HB37PMT SUBMITTED REF '.
           05 SU-REFERENCE               PIC 9(9).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 SU-ACTION                  PIC X(10).
           05 FILLER                     PIC X(6)     VALUE ' PORT '.
           05 SU-PORTIDNF                PIC X(5).
           05 FILLER                     PIC X(7)     VALUE ' MAKER '.
           05 SU-MAKER                   PIC X(8).

        PROCEDURE DIVISION.
        0000-MAIN.
                CLOSE HB37PORT
                GOBACK
            END-IF
            PERFORM 1000-OPEN-PENDING
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'HB37PMT - HB37PEND UNAVAILABLE, STATUS '
                    WS-PEND-STATUS ', NO MAINTENANCE PERFORMED'
                    UPON CONSOLE
                CLOSE HB37PMT-IN
                CLOSE HB37PORT
                CLOSE HB37AUDT
                GOBACK
            END-IF
            READ HB37PMT-IN INTO TRAN-RECORD
                AT END SET WS-TRAN-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-TRAN-EOF
                PERFORM 1500-SUBMIT-TRAN
                READ HB37PMT-IN INTO TRAN-RECORD
                    AT END SET WS-TRAN-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HB37PMT-IN
            PERFORM 4000-APPLY-APPROVED
            CLOSE HB37PORT
            CLOSE HB37AUDT
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
      * FILE ONE SYSIN CARD ON HB37PEND FOR A CHECKER'S DECISION. THE
      * CARD IS NOT VALIDATED HERE - IT IS VALIDATED WHEN IT IS
      * APPLIED, AGAINST THE TABLE AS IT STANDS THEN - BUT IT MUST
      * NAME ITS MAKER.
      *****************************************************************
        1500-SUBMIT-TRAN.
            SET WS-TRAN-PENDING TO TRUE
            MOVE SPACES TO WS-TRAN-REASON
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            MOVE SPACES TO WS-TRAN-CHECKER
            MOVE 0 TO WS-TRAN-PEND-REF
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
      * EVERY ITEM, SO AN HB37TBM SUBMISSION RUN SHARING THE FILE
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
            SET PND-QUEUE-PORT TO TRUE
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
                MOVE TRAN-ACTION TO SU-ACTION
                MOVE TRAN-PORTIDNF TO SU-PORTIDNF
                MOVE TRAN-OPERATOR TO SU-MAKER
                DISPLAY WS-SUBMIT-MSG UPON CONSOLE
            ELSE
                SET WS-TRAN-REJECTED TO TRUE
                MOVE 'PENDING WRITE FAILED' TO WS-TRAN-REASON
            END-IF.

        2000-PROCESS-TRAN.
            SET WS-TRAN-APPLIED TO TRUE
            MOVE SPACES TO WS-TRAN-REASON
            MOVE WS-TRAN-REASON TO AUDT-REASON
            MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE TO AUDT-AFTER-IMAGE
            MOVE WS-TRAN-CHECKER TO AUDT-CHECKER
            MOVE WS-TRAN-PEND-REF TO AUDT-PEND-REF
            WRITE AUDT-RECORD.

      *****************************************************************
      * APPLY EVERY APPROVED PORT ITEM ON HB37PEND, OLDEST REFERENCE
      * FIRST, THROUGH THE SAME 2000-PROCESS-TRAN VALIDATION AS EVER,
      * AND RECORD THE OUTCOME BACK ON THE ITEM. AN ITEM IS MARKED
      * FINAL EITHER WAY, SO A FAILED ONE IS NEVER RETRIED BEHIND THE
      * CHECKER'S BACK - IT MUST BE RESUBMITTED AND APPROVED AGAIN.
      *****************************************************************
        4000-APPLY-APPROVED.
            MOVE 'N' TO WS-PEND-EOF-SW
            MOVE 1 TO PND-REFERENCE
            START HB37PEND KEY IS NOT LESS THAN PND-REFERENCE
                INVALID KEY SET WS-PEND-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-PEND-EOF
                READ HB37PEND NEXT RECORD
                    AT END SET WS-PEND-EOF TO TRUE
                    NOT AT END
                        IF NOT PND-CONTROL-RECORD
                           AND PND-QUEUE-PORT AND PND-APPROVED
                            PERFORM 4100-APPLY-PENDING-ITEM
                        END-IF
                END-READ
            END-PERFORM.

        4100-APPLY-PENDING-ITEM.
            MOVE PND-CARD TO TRAN-RECORD
            MOVE PND-CHECKER TO WS-TRAN-CHECKER
            MOVE PND-REFERENCE TO WS-TRAN-PEND-REF
            PERFORM 2000-PROCESS-TRAN
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
                DISPLAY 'HB37PMT WARNING - HB37PEND ITEM '
                    WS-TRAN-PEND-REF ' NOT MARKED ' WS-TRAN-RESULT
                    ', STATUS ' WS-PEND-STATUS UPON CONSOLE
            END-IF.
