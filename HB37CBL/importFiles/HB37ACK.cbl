        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37ACK.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37ACK-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT HB37INC ASSIGN TO HB37INC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INC-NUMBER
                FILE STATUS IS WS-HB37INC-STATUS.
            SELECT HB37IAUD ASSIGN TO HB37IAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IAUD-STATUS.
        DATA DIVISION.
      *
      * HB37ACK - HB37INC INCIDENT ACKNOWLEDGEMENT
      * AN INCIDENT HB37MON OPENS ON THE HB37INC REGISTER STAYS
      * UNOWNED UNTIL AN OPERATOR ACKNOWLEDGES IT HERE WITH THEIR
      * OPERATOR ID AND THE PROBLEM-TICKET NUMBER RAISED FOR IT. THIS
      * PROGRAM READS ACK/ASSIGN/RESOLVE TRANSACTIONS FROM SYSIN,
      * VALIDATES EACH ONE (THE INCIDENT MUST EXIST, AN INCIDENT IS
      * ACKNOWLEDGED ONCE, OWNERSHIP AND RESOLUTION CAN ONLY BE
      * RECORDED AGAINST AN ACKNOWLEDGED INCIDENT), APPLIES THE GOOD
      * ONES TO THE REGISTER, AND WRITES EVERY TRANSACTION - APPLIED
      * OR REJECTED - TO THE HB37IAUD AUDIT FILE WITH THE
      * ACKNOWLEDGEMENT DATA'S BEFORE AND AFTER IMAGE, THE OPERATOR
      * ID FROM THE TRANSACTION AND A TIMESTAMP, EXACTLY AS HB37PMT
      * AUDITS HB37PORT. HB37MON OPENS AND CLOSES INCIDENTS; THIS
      * PROGRAM NEVER DOES EITHER.
      *
      * TRANSACTION CARD LAYOUT (SYSIN, ONE PER LINE):
      *   COLS  1-10  ACTION     ACK / ASSIGN / RESOLVE
      *   COLS 11-19  INCIDENT   HB37INC INCIDENT NUMBER, ZONED 9(9)
      *   COLS 20-29  TICKET     PROBLEM-TICKET NUMBER (REQUIRED FOR
      *                          ACK; REPLACES THE TICKET ON ASSIGN
      *                          WHEN PRESENT)
      *   COLS 30-37  OWNER      OWNING OPERATOR/GROUP (ACK DEFAULTS
      *                          IT TO THE OPERATOR; REQUIRED FOR
      *                          ASSIGN)
      *   COLS 38-67  RESOLUTION RESOLUTION NOTE (REQUIRED FOR
      *                          RESOLVE; OPTIONAL ON ACK)
      *   COLS 68-75  OPERATOR   OPERATOR/RACF ID FOR THE AUDIT TRAIL
      *
        FILE SECTION.
        FD  HB37ACK-IN.
        01 TRAN-RECORD.
           05 TRAN-ACTION                PIC X(10).
           05 TRAN-INCIDENT              PIC X(9).
           05 TRAN-TICKET                PIC X(10).
           05 TRAN-OWNER                 PIC X(8).
           05 TRAN-RESOLUTION            PIC X(30).
           05 TRAN-OPERATOR              PIC X(8).
           05 FILLER                     PIC X(5).

        FD  HB37INC.
        COPY HB37INCR.

      *****************************************************************
      * ONE AUDIT LINE PER TRANSACTION. THE IMAGES ARE OF
      * INC-ACK-DATA ONLY - THE PART OF THE INCIDENT THIS PROGRAM
      * OWNS. THE BEFORE IMAGE IS SPACES WHEN THE INCIDENT DOES NOT
      * EXIST; THE AFTER IMAGE IS SPACES WHEN THE TRANSACTION WAS
      * REJECTED AND NOTHING CHANGED.
      *****************************************************************
        FD  HB37IAUD.
        01 IAUD-RECORD.
           05 IAUD-TIMESTAMP             PIC X(21).
           05 IAUD-OPERATOR              PIC X(8).
           05 IAUD-ACTION                PIC X(10).
           05 IAUD-INCIDENT              PIC X(9).
           05 IAUD-RESULT                PIC X(8).
           05 IAUD-REASON                PIC X(25).
           05 IAUD-BEFORE-IMAGE          PIC X(71).
           05 IAUD-AFTER-IMAGE           PIC X(71).

        WORKING-STORAGE SECTION.
        01 WS-TRAN-STATUS                PIC X(2).
        01 WS-HB37INC-STATUS             PIC X(2).
        01 WS-IAUD-STATUS                PIC X(2).

        01 WS-TRAN-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TRAN-EOF                             VALUE 'Y'.

      *****************************************************************
      * OUTCOME OF THE TRANSACTION IN FLIGHT. EVERY PATH THROUGH
      * 2000-PROCESS-TRAN ENDS BY WRITING AN AUDIT LINE FROM THESE.
      *****************************************************************
        01 WS-TRAN-RESULT                PIC X(8).
           88 WS-TRAN-APPLIED                         VALUE 'APPLIED'.
           88 WS-TRAN-REJECTED                        VALUE 'REJECTED'.
        01 WS-TRAN-REASON                PIC X(25).
        01 WS-BEFORE-IMAGE               PIC X(71).
        01 WS-AFTER-IMAGE                PIC X(71).
        01 WS-ACK-STAMP                  PIC X(21).

        01 WS-INC-FOUND-SW               PIC X(1)     VALUE 'N'.
           88 WS-INC-FOUND                            VALUE 'Y'.
           88 WS-INC-NOT-FOUND                        VALUE 'N'.

        01 WS-APPLIED-COUNT              PIC 9(5)     VALUE 0.
        01 WS-REJECTED-COUNT             PIC 9(5)     VALUE 0.

        01 WS-SUMMARY-MSG.
           05 FILLER                     PIC X(16)    VALUE
              'HB37ACK APPLIED='.
           05 SM-APPLIED                 PIC ZZ,ZZ9.
           05 FILLER                     PIC X(10)    VALUE
              ' REJECTED='.
           05 SM-REJECTED                PIC ZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN.
            OPEN INPUT HB37ACK-IN
            IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'HB37ACK - TRANSACTION FILE UNAVAILABLE, '
                    'STATUS ' WS-TRAN-STATUS UPON CONSOLE
                GOBACK
            END-IF
            OPEN I-O HB37INC
            IF WS-HB37INC-STATUS NOT = '00'
                DISPLAY 'HB37ACK - HB37INC UNAVAILABLE, STATUS '
                    WS-HB37INC-STATUS ', NO ACKNOWLEDGEMENTS APPLIED'
                    UPON CONSOLE
                CLOSE HB37ACK-IN
                GOBACK
            END-IF
            OPEN EXTEND HB37IAUD
            IF WS-IAUD-STATUS NOT = '00'
                DISPLAY 'HB37ACK - AUDIT FILE UNAVAILABLE, STATUS '
                    WS-IAUD-STATUS ', NO ACKNOWLEDGEMENTS APPLIED'
                    UPON CONSOLE
                CLOSE HB37ACK-IN
                CLOSE HB37INC
                GOBACK
            END-IF
            READ HB37ACK-IN
                AT END SET WS-TRAN-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-TRAN-EOF
                PERFORM 2000-PROCESS-TRAN
                READ HB37ACK-IN
                    AT END SET WS-TRAN-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HB37ACK-IN
            CLOSE HB37INC
            CLOSE HB37IAUD
            MOVE WS-APPLIED-COUNT TO SM-APPLIED
            MOVE WS-REJECTED-COUNT TO SM-REJECTED
            DISPLAY WS-SUMMARY-MSG UPON CONSOLE
            GOBACK.

        2000-PROCESS-TRAN.
            SET WS-TRAN-APPLIED TO TRUE
            MOVE SPACES TO WS-TRAN-REASON
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            EVALUATE TRUE
                WHEN TRAN-INCIDENT IS NOT NUMERIC
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'INCIDENT NOT NUMERIC' TO WS-TRAN-REASON
                WHEN TRAN-OPERATOR = SPACES
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'OPERATOR ID MISSING' TO WS-TRAN-REASON
                WHEN OTHER
                    PERFORM 2050-READ-EXISTING-INCIDENT
                    IF WS-INC-NOT-FOUND
                        SET WS-TRAN-REJECTED TO TRUE
                        MOVE 'INCIDENT DOES NOT EXIST'
                            TO WS-TRAN-REASON
                    ELSE
                        EVALUATE TRAN-ACTION
                            WHEN 'ACK'
                                PERFORM 2100-APPLY-ACK
                            WHEN 'ASSIGN'
                                PERFORM 2200-APPLY-ASSIGN
                            WHEN 'RESOLVE'
                                PERFORM 2300-APPLY-RESOLVE
                            WHEN OTHER
                                SET WS-TRAN-REJECTED TO TRUE
                                MOVE 'UNKNOWN ACTION'
                                    TO WS-TRAN-REASON
                        END-EVALUATE
                    END-IF
            END-EVALUATE
            IF WS-TRAN-APPLIED
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
            PERFORM 3000-WRITE-AUDIT.

      *****************************************************************
      * CAPTURE THE BEFORE IMAGE (IF THE INCIDENT EXISTS) AHEAD OF
      * ANY CHANGE. INCIDENT NUMBER ZERO IS THE REGISTER CONTROL
      * RECORD AND IS NEVER A VALID TARGET.
      *****************************************************************
        2050-READ-EXISTING-INCIDENT.
            SET WS-INC-NOT-FOUND TO TRUE
            MOVE TRAN-INCIDENT TO INC-NUMBER
            IF NOT INC-CONTROL-RECORD
                READ HB37INC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-INC-FOUND TO TRUE
                        MOVE INC-ACK-DATA TO WS-BEFORE-IMAGE
                END-READ
            END-IF.

      *****************************************************************
      * TAKE OWNERSHIP: WHO, WHEN, AND UNDER WHICH PROBLEM TICKET. THE
      * OWNER DEFAULTS TO THE ACKNOWLEDGING OPERATOR.
      *****************************************************************
        2100-APPLY-ACK.
            EVALUATE TRUE
                WHEN INC-ACKNOWLEDGED
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'ALREADY ACKNOWLEDGED' TO WS-TRAN-REASON
                WHEN TRAN-TICKET = SPACES
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'TICKET NUMBER MISSING' TO WS-TRAN-REASON
                WHEN OTHER
                    SET INC-ACKNOWLEDGED TO TRUE
                    MOVE TRAN-OPERATOR TO INC-ACK-OPERATOR
                    MOVE FUNCTION CURRENT-DATE TO WS-ACK-STAMP
                    MOVE WS-ACK-STAMP (1:14) TO INC-ACK-TS
                    MOVE TRAN-TICKET TO INC-TICKET
                    IF TRAN-OWNER = SPACES
                        MOVE TRAN-OPERATOR TO INC-OWNER
                    ELSE
                        MOVE TRAN-OWNER TO INC-OWNER
                    END-IF
                    IF TRAN-RESOLUTION NOT = SPACES
                        MOVE TRAN-RESOLUTION TO INC-RESOLUTION
                    END-IF
                    PERFORM 2500-REWRITE-INCIDENT
            END-EVALUATE.

        2200-APPLY-ASSIGN.
            EVALUATE TRUE
                WHEN NOT INC-ACKNOWLEDGED
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'NOT ACKNOWLEDGED' TO WS-TRAN-REASON
                WHEN TRAN-OWNER = SPACES
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'OWNER MISSING' TO WS-TRAN-REASON
                WHEN OTHER
                    MOVE TRAN-OWNER TO INC-OWNER
                    IF TRAN-TICKET NOT = SPACES
                        MOVE TRAN-TICKET TO INC-TICKET
                    END-IF
                    PERFORM 2500-REWRITE-INCIDENT
            END-EVALUATE.

        2300-APPLY-RESOLVE.
            EVALUATE TRUE
                WHEN NOT INC-ACKNOWLEDGED
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'NOT ACKNOWLEDGED' TO WS-TRAN-REASON
                WHEN TRAN-RESOLUTION = SPACES
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'RESOLUTION MISSING' TO WS-TRAN-REASON
                WHEN OTHER
                    MOVE TRAN-RESOLUTION TO INC-RESOLUTION
                    PERFORM 2500-REWRITE-INCIDENT
            END-EVALUATE.

        2500-REWRITE-INCIDENT.
            REWRITE HB37INC-RECORD
                INVALID KEY
                    SET WS-TRAN-REJECTED TO TRUE
                    MOVE 'REWRITE FAILED' TO WS-TRAN-REASON
                NOT INVALID KEY
                    MOVE INC-ACK-DATA TO WS-AFTER-IMAGE
            END-REWRITE
      *    A NON-INVALID-KEY I/O FAILURE TAKES NEITHER PHRASE, AND
      *    MUST NOT AUDIT AS AN APPLIED CHANGE.
            IF NOT WS-TRAN-REJECTED
               AND WS-HB37INC-STATUS NOT = '00'
                SET WS-TRAN-REJECTED TO TRUE
                MOVE 'REWRITE FAILED' TO WS-TRAN-REASON
                MOVE SPACES TO WS-AFTER-IMAGE
            END-IF.

        3000-WRITE-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO IAUD-TIMESTAMP
            MOVE TRAN-OPERATOR TO IAUD-OPERATOR
            MOVE TRAN-ACTION TO IAUD-ACTION
            MOVE TRAN-INCIDENT TO IAUD-INCIDENT
            MOVE WS-TRAN-RESULT TO IAUD-RESULT
            MOVE WS-TRAN-REASON TO IAUD-REASON
            MOVE WS-BEFORE-IMAGE TO IAUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE TO IAUD-AFTER-IMAGE
            WRITE IAUD-RECORD.
