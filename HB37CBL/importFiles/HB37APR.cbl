        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37APR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37APR-IN ASSIGN TO SYSIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT HB37CFG ASSIGN TO HB37CFG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CFG-STATUS.
            SELECT HB37PEND ASSIGN TO HB37PEND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-REFERENCE
                FILE STATUS IS WS-PEND-STATUS.
            SELECT HB37AUDT ASSIGN TO HB37AUDT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDT-STATUS.
            SELECT HB37TAUD ASSIGN TO HB37TAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAUD-STATUS.
        DATA DIVISION.
      *
      * HB37APR - HB37PEND CHANGE APPROVAL (CHECKER RUN)
      * HB37PMT AND HB37TBM NO LONGER APPLY A CHANGE ON ONE
      * OPERATOR'S SAY-SO: EACH CARD IS FILED ON HB37PEND AS A
      * PENDING ITEM CARRYING THE MAKER'S OPERATOR ID. THIS PROGRAM
      * IS THE CHECKER'S SIDE. IT READS APPROVE/REJECT DECISIONS FROM
      * SYSIN, EACH NAMING A PENDING ITEM BY REFERENCE AND CARRYING
      * THE CHECKER'S OPERATOR ID, AND RECORDS THEM ON THE ITEM. IT
      * APPLIES NOTHING ITSELF - THE APPROVAL JOB RUNS HB37PMT AND
      * HB37TBM STRAIGHT AFTER THIS STEP WITH AN EMPTY SYSIN, AND
      * THEY VALIDATE AND APPLY EVERY APPROVED ITEM OF THEIR OWN
      * QUEUE UNDER THEIR OWN RULES.
      *
      * THE RULES OF DUAL CONTROL:
      *   - AN APPROVAL BY THE ITEM'S OWN MAKER IS NOT AN APPROVAL.
      *     THE ITEM IS REJECTED OUTRIGHT ('SELF-APPROVAL') SO THE
      *     ATTEMPT IS ON THE RECORD AND THE CHANGE CANNOT BE WAVED
      *     THROUGH BY A SECOND TRY. A MAKER MAY REJECT (WITHDRAW)
      *     THEIR OWN ITEM.
      *   - AN ITEM NOBODY DECIDES WITHIN THE PENDAGEHRS HB37CFG
      *     LIMIT (COMPILED-IN DEFAULT 72 HOURS) IS EXPIRED AT THE
      *     START OF THE NEXT RUN, BEFORE ANY DECISION IS READ - A
      *     STALE CHANGE IS REKEYED AND RESUBMITTED, NOT APPROVED
      *     AGAINST A TABLE THAT HAS MOVED ON UNDER IT.
      *   - ONLY A PENDING ITEM CAN BE DECIDED. A DECISION NAMING AN
      *     ITEM ALREADY DECIDED, EXPIRED OR APPLIED IS REFUSED.
      *
      * EVERY STEP IS AUDITED ON THE ITEM'S OWN TRAIL - HB37AUDT FOR
      * A PORT ITEM, HB37TAUD FOR A TABLE ITEM - WITH THE MAKER'S
      * AND THE CHECKER'S OPERATOR IDS AND THE REFERENCE: APPROVED,
      * REJECTED, EXPIRED (CHECKER 'HB37APR'), AND REFUSED FOR A
      * DECISION THAT COULD NOT BE RECORDED. A DECISION NAMING NO
      * ITEM ON FILE BELONGS TO NEITHER TRAIL AND IS REFUSED ON THE
      * CONSOLE ONLY.
      *
      * DECISION CARD LAYOUT (SYSIN, ONE PER LINE):
      *   COLS  1-10  ACTION     APPROVE / REJECT
      *   COLS 11-19  REFERENCE  HB37PEND REFERENCE, ZONED 9(9)
      *   COLS 20-27  OPERATOR   OPERATOR/RACF ID OF THE CHECKER
      *   COLS 28-52  REASON     REJECTION REASON (OPTIONAL)
      *
        FILE SECTION.
        FD  HB37APR-IN.
        01 TRAN-RECORD.
           05 TRAN-ACTION                PIC X(10).
           05 TRAN-REFERENCE             PIC X(9).
           05 TRAN-OPERATOR              PIC X(8).
           05 TRAN-REASON                PIC X(25).
           05 FILLER                     PIC X(28).

        FD  HB37CFG.
        COPY HB37CFGR.

        FD  HB37PEND.
        COPY HB37PNDR.

        FD  HB37AUDT.
        COPY HB37AUDR.

        FD  HB37TAUD.
        COPY HB37TAUR.

        WORKING-STORAGE SECTION.
        01 WS-TRAN-STATUS                PIC X(2).
        01 WS-CFG-STATUS                 PIC X(2).
        01 WS-PEND-STATUS                PIC X(2).
        01 WS-AUDT-STATUS                PIC X(2).
        01 WS-TAUD-STATUS                PIC X(2).

        01 WS-TRAN-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-TRAN-EOF                             VALUE 'Y'.
        01 WS-CFG-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-CFG-EOF                              VALUE 'Y'.
        01 WS-PEND-EOF-SW                PIC X(1)     VALUE 'N'.
           88 WS-PEND-EOF                             VALUE 'Y'.

      *****************************************************************
      * HOURS AN ITEM MAY WAIT FOR A DECISION. THE VALUE HERE IS ONLY
      * THE COMPILED-IN DEFAULT: 0500-LOAD-CONFIG OVERRIDES IT FROM
      * THE PENDAGEHRS CARD IN THE SHARED HB37CFG FILE.
      *****************************************************************
        01 WS-PEND-AGE-HRS               PIC 9(4)     VALUE 72.
        01 WS-CFG-AGE-FOUND-SW           PIC X(1)     VALUE 'N'.
           88 WS-CFG-AGE-FOUND                        VALUE 'Y'.

      *****************************************************************
      * AGE ARITHMETIC: TIMESTAMPS BECOME DAY NUMBER PLUS
      * SECONDS-WITHIN-DAY (SAME TECHNIQUE AS HB37AGE) SO AN AGE
      * SPANNING MIDNIGHT OR MONTH END MEASURES TRUE.
      *****************************************************************
        01 WS-NOW-STAMP                  PIC X(21).
        01 WS-NOW-TS                     PIC X(14).
        01 WS-NOW-DAYNUM                 PIC 9(8)     VALUE 0.
        01 WS-NOW-SECS                   PIC 9(7)     VALUE 0.
        01 WS-TS-WORK                    PIC X(14).
        01 WS-TS-DATE-9                  PIC 9(8).
        01 WS-TS-DAYNUM                  PIC 9(8).
        01 WS-TS-SECS                    PIC 9(7).
        01 WS-AGE-SECS                   PIC S9(11)   VALUE 0.

      *****************************************************************
      * OUTCOME OF THE DECISION IN FLIGHT. EVERY DECISION NAMING AN
      * ITEM ON FILE ENDS BY WRITING AN AUDIT LINE FROM THESE.
      *****************************************************************
        01 WS-DEC-RESULT                 PIC X(8).
           88 WS-DEC-APPROVED                         VALUE 'APPROVED'.
           88 WS-DEC-REJECTED                         VALUE 'REJECTED'.
           88 WS-DEC-EXPIRED                          VALUE 'EXPIRED'.
           88 WS-DEC-REFUSED                          VALUE 'REFUSED'.
        01 WS-DEC-REASON                 PIC X(25).
        01 WS-DEC-CHECKER                PIC X(8).

        01 WS-ITEM-FOUND-SW              PIC X(1)     VALUE 'N'.
           88 WS-ITEM-FOUND                           VALUE 'Y'.
           88 WS-ITEM-NOT-FOUND                       VALUE 'N'.

      *****************************************************************
      * THE ITEM'S CARD IMAGE, IN WHICHEVER OF THE TWO MAKER LAYOUTS
      * ITS QUEUE SAYS IT IS - ONLY THE FIELDS THE AUDIT LINE NEEDS.
      *****************************************************************
        01 WS-ITEM-CARD.
           05 WS-PRT-CARD.
              10 WS-PRT-ACTION           PIC X(10).
              10 WS-PRT-PORTIDNF         PIC X(5).
              10 FILLER                  PIC X(65).
           05 WS-TBL-CARD REDEFINES WS-PRT-CARD.
              10 WS-TBL-TABLE            PIC X(3).
              10 WS-TBL-ACTION           PIC X(10).
              10 WS-TBL-DATA             PIC X(59).
              10 FILLER                  PIC X(8).

        01 WS-APPROVED-COUNT             PIC 9(5)     VALUE 0.
        01 WS-REJECTED-COUNT             PIC 9(5)     VALUE 0.
        01 WS-EXPIRED-COUNT              PIC 9(5)     VALUE 0.
        01 WS-REFUSED-COUNT              PIC 9(5)     VALUE 0.

        01 WS-REFUSED-MSG.
           05 FILLER                     PIC X(20)    VALUE
              'HB37APR REFUSED REF '.
           05 RM-REFERENCE               PIC X(9).
           05 FILLER                     PIC X(1)     VALUE SPACES.
           05 RM-ACTION                  PIC X(10).
           05 FILLER                     PIC X(4)     VALUE ' BY '.
           05 RM-OPERATOR                PIC X(8).
           05 FILLER                     PIC X(3)     VALUE ' - '.
           05 RM-REASON                  PIC X(25).

        01 WS-SUMMARY-MSG.
           05 FILLER                     PIC X(17)    VALUE
              'HB37APR APPROVED='.
           05 SM-APPROVED                PIC ZZ,ZZ9.
           05 FILLER                     PIC X(10)    VALUE
              ' REJECTED='.
           05 SM-REJECTED                PIC ZZ,ZZ9.
           05 FILLER                     PIC X(9)     VALUE
              ' EXPIRED='.
           05 SM-EXPIRED                 PIC ZZ,ZZ9.
           05 FILLER                     PIC X(9)     VALUE
              ' REFUSED='.
           05 SM-REFUSED                 PIC ZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
            MOVE WS-NOW-STAMP (1:14) TO WS-NOW-TS
            MOVE WS-NOW-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            MOVE WS-TS-DAYNUM TO WS-NOW-DAYNUM
            MOVE WS-TS-SECS TO WS-NOW-SECS
            PERFORM 0500-LOAD-CONFIG
            OPEN INPUT HB37APR-IN
            IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'HB37APR - DECISION FILE UNAVAILABLE, '
                    'STATUS ' WS-TRAN-STATUS UPON CONSOLE
                GOBACK
            END-IF
            OPEN I-O HB37PEND
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'HB37APR - HB37PEND UNAVAILABLE, STATUS '
                    WS-PEND-STATUS ', NO DECISIONS RECORDED'
                    UPON CONSOLE
                CLOSE HB37APR-IN
                GOBACK
            END-IF
            OPEN EXTEND HB37AUDT
            IF WS-AUDT-STATUS NOT = '00'
                DISPLAY 'HB37APR - HB37AUDT UNAVAILABLE, STATUS '
                    WS-AUDT-STATUS ', NO DECISIONS RECORDED'
                    UPON CONSOLE
                CLOSE HB37APR-IN
                CLOSE HB37PEND
                GOBACK
            END-IF
            OPEN EXTEND HB37TAUD
            IF WS-TAUD-STATUS NOT = '00'
                DISPLAY 'HB37APR - HB37TAUD UNAVAILABLE, STATUS '
                    WS-TAUD-STATUS ', NO DECISIONS RECORDED'
                    UPON CONSOLE
                CLOSE HB37APR-IN
                CLOSE HB37PEND
                CLOSE HB37AUDT
                GOBACK
            END-IF
            PERFORM 1000-EXPIRE-STALE-ITEMS
            READ HB37APR-IN
                AT END SET WS-TRAN-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-TRAN-EOF
                PERFORM 2000-PROCESS-DECISION
                READ HB37APR-IN
                    AT END SET WS-TRAN-EOF TO TRUE
                END-READ
            END-PERFORM
            CLOSE HB37APR-IN
            CLOSE HB37PEND
            CLOSE HB37AUDT
            CLOSE HB37TAUD
            MOVE WS-APPROVED-COUNT TO SM-APPROVED
            MOVE WS-REJECTED-COUNT TO SM-REJECTED
            MOVE WS-EXPIRED-COUNT TO SM-EXPIRED
            MOVE WS-REFUSED-COUNT TO SM-REFUSED
            DISPLAY WS-SUMMARY-MSG UPON CONSOLE
            GOBACK.

      *****************************************************************
      * LOAD THE SHARED HB37CFG PARAMETERS THIS PROGRAM USES (ONLY
      * PENDAGEHRS). UNKNOWN KEYS BELONG TO THE OTHER CONSUMERS AND
      * PASS WITHOUT COMMENT; A MALFORMED OR MISSING CARD, OR NO
      * CONFIG FILE AT ALL, LEAVES THE COMPILED-IN DEFAULT IN PLACE
      * WITH A CONSOLE WARNING.
      *****************************************************************
        0500-LOAD-CONFIG.
            OPEN INPUT HB37CFG
            IF WS-CFG-STATUS = '00'
                READ HB37CFG
                    AT END SET WS-CFG-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-CFG-EOF
                    PERFORM 0600-APPLY-CONFIG-CARD
                    READ HB37CFG
                        AT END SET WS-CFG-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37CFG
            ELSE
                DISPLAY 'HB37APR WARNING - HB37CFG UNAVAILABLE, '
                    'STATUS ' WS-CFG-STATUS ', USING DEFAULTS'
                    UPON CONSOLE
            END-IF
            IF NOT WS-CFG-AGE-FOUND
                DISPLAY 'HB37APR WARNING - PENDAGEHRS NOT IN '
                    'HB37CFG, USING DEFAULT ' WS-PEND-AGE-HRS
                    UPON CONSOLE
            END-IF.

        0600-APPLY-CONFIG-CARD.
            IF CFG-KEY (1:1) NOT = '*'
               AND CFG-KEY-PEND-AGE
                IF CFG-VALUE (1:4) IS NUMERIC
                   AND CFG-VALUE (1:4) NOT = '0000'
                    MOVE CFG-VALUE (1:4) TO WS-PEND-AGE-HRS
                    SET WS-CFG-AGE-FOUND TO TRUE
                ELSE
                    DISPLAY 'HB37APR WARNING - MALFORMED PENDAGEHRS '
                        'VALUE ' CFG-VALUE ', USING DEFAULT '
                        WS-PEND-AGE-HRS UPON CONSOLE
                END-IF
            END-IF.

      *****************************************************************
      * EXPIRE EVERY PENDING ITEM OLDER THAN THE PENDAGEHRS LIMIT,
      * BEFORE ANY DECISION IS READ, SO NO DECISION CAN CATCH A STALE
      * ITEM ON ITS LAST DAY.
      *****************************************************************
        1000-EXPIRE-STALE-ITEMS.
            MOVE 'N' TO WS-PEND-EOF-SW
            MOVE 1 TO PND-REFERENCE
            START HB37PEND KEY IS NOT LESS THAN PND-REFERENCE
                INVALID KEY SET WS-PEND-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-PEND-EOF
                READ HB37PEND NEXT RECORD
                    AT END SET WS-PEND-EOF TO TRUE
                    NOT AT END
                        IF NOT PND-CONTROL-RECORD AND PND-PENDING
                            PERFORM 1100-CHECK-ITEM-AGE
                        END-IF
                END-READ
            END-PERFORM.

        1100-CHECK-ITEM-AGE.
            IF PND-SUBMIT-TS IS NUMERIC
                MOVE PND-SUBMIT-TS TO WS-TS-WORK
                PERFORM 8100-TS-TO-DAYNUM-SECS
                COMPUTE WS-AGE-SECS =
                    (WS-NOW-DAYNUM - WS-TS-DAYNUM) * 86400
                    + WS-NOW-SECS - WS-TS-SECS
                IF WS-AGE-SECS >= WS-PEND-AGE-HRS * 3600
                    SET WS-DEC-EXPIRED TO TRUE
                    MOVE 'NO DECISION IN TIME' TO WS-DEC-REASON
                    MOVE 'HB37APR' TO WS-DEC-CHECKER
                    SET PND-EXPIRED TO TRUE
                    PERFORM 2500-RECORD-DECISION
                END-IF
            END-IF.

        2000-PROCESS-DECISION.
            MOVE SPACES TO WS-DEC-REASON
            MOVE TRAN-OPERATOR TO WS-DEC-CHECKER
            SET WS-DEC-REFUSED TO TRUE
            EVALUATE TRUE
                WHEN TRAN-REFERENCE IS NOT NUMERIC
                    MOVE 'REFERENCE NOT NUMERIC' TO WS-DEC-REASON
                    PERFORM 2900-REFUSE-ON-CONSOLE
                WHEN TRAN-OPERATOR = SPACES
                    MOVE 'OPERATOR ID MISSING' TO WS-DEC-REASON
                    PERFORM 2900-REFUSE-ON-CONSOLE
                WHEN TRAN-ACTION NOT = 'APPROVE'
                 AND TRAN-ACTION NOT = 'REJECT'
                    MOVE 'UNKNOWN ACTION' TO WS-DEC-REASON
                    PERFORM 2900-REFUSE-ON-CONSOLE
                WHEN OTHER
                    PERFORM 2050-READ-PENDING-ITEM
                    IF WS-ITEM-NOT-FOUND
                        MOVE 'REFERENCE NOT ON FILE' TO WS-DEC-REASON
                        PERFORM 2900-REFUSE-ON-CONSOLE
                    ELSE
                        PERFORM 2100-DECIDE-ITEM
                    END-IF
            END-EVALUATE.

      *****************************************************************
      * REFERENCE ZERO IS THE CONTROL RECORD AND IS NEVER AN ITEM.
      *****************************************************************
        2050-READ-PENDING-ITEM.
            SET WS-ITEM-NOT-FOUND TO TRUE
            MOVE TRAN-REFERENCE TO PND-REFERENCE
            IF NOT PND-CONTROL-RECORD
                READ HB37PEND
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ITEM-FOUND TO TRUE
                END-READ
            END-IF.

        2100-DECIDE-ITEM.
            EVALUATE TRUE
                WHEN NOT PND-PENDING
                    MOVE 'ITEM NOT PENDING' TO WS-DEC-REASON
                    PERFORM 2800-REFUSE-ON-TRAIL
                WHEN TRAN-ACTION = 'APPROVE'
                 AND TRAN-OPERATOR = PND-MAKER
                    SET WS-DEC-REJECTED TO TRUE
                    MOVE 'SELF-APPROVAL' TO WS-DEC-REASON
                    SET PND-REJECTED TO TRUE
                    PERFORM 2500-RECORD-DECISION
                WHEN TRAN-ACTION = 'APPROVE'
                    SET WS-DEC-APPROVED TO TRUE
                    SET PND-APPROVED TO TRUE
                    PERFORM 2500-RECORD-DECISION
                WHEN OTHER
                    SET WS-DEC-REJECTED TO TRUE
                    IF TRAN-REASON = SPACES
                        MOVE 'REJECTED BY CHECKER' TO WS-DEC-REASON
                    ELSE
                        MOVE TRAN-REASON TO WS-DEC-REASON
                    END-IF
                    SET PND-REJECTED TO TRUE
                    PERFORM 2500-RECORD-DECISION
            END-EVALUATE.

      *****************************************************************
      * STAMP THE DECISION ON THE ITEM (ITS NEW PND-STATE IS ALREADY
      * SET) AND AUDIT IT. A REWRITE THAT DOES NOT LAND LEAVES THE
      * ITEM AS IT WAS, AND IS AUDITED AS A REFUSAL - NEVER AS A
      * DECISION THE FILE DOES NOT CARRY.
      *****************************************************************
        2500-RECORD-DECISION.
            MOVE WS-DEC-CHECKER TO PND-CHECKER
            MOVE WS-NOW-TS TO PND-DECISION-TS
            MOVE WS-DEC-REASON TO PND-REASON
            REWRITE HB37PND-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            IF WS-PEND-STATUS = '00'
                EVALUATE TRUE
                    WHEN WS-DEC-APPROVED
                        ADD 1 TO WS-APPROVED-COUNT
                    WHEN WS-DEC-REJECTED
                        ADD 1 TO WS-REJECTED-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-EXPIRED-COUNT
                END-EVALUATE
            ELSE
                SET WS-DEC-REFUSED TO TRUE
                MOVE 'PENDING REWRITE FAILED' TO WS-DEC-REASON
                ADD 1 TO WS-REFUSED-COUNT
            END-IF
            PERFORM 3000-WRITE-AUDIT.

        2800-REFUSE-ON-TRAIL.
            ADD 1 TO WS-REFUSED-COUNT
            PERFORM 3000-WRITE-AUDIT.

        2900-REFUSE-ON-CONSOLE.
            ADD 1 TO WS-REFUSED-COUNT
            MOVE TRAN-REFERENCE TO RM-REFERENCE
            MOVE TRAN-ACTION TO RM-ACTION
            MOVE TRAN-OPERATOR TO RM-OPERATOR
            MOVE WS-DEC-REASON TO RM-REASON
            DISPLAY WS-REFUSED-MSG UPON CONSOLE.

      *****************************************************************
      * ONE AUDIT LINE ON THE ITEM'S OWN TRAIL. THE OPERATOR IS ALWAYS
      * THE MAKER AND THE ACTION/KEY ARE THE MAKER'S CARD'S, SO EVERY
      * LINE FOR ONE CHANGE READS ALIKE ACROSS SUBMIT, DECISION AND
      * APPLY. NOTHING HAS BEEN APPLIED YET, SO THERE ARE NO IMAGES.
      *****************************************************************
        3000-WRITE-AUDIT.
            MOVE PND-CARD TO WS-ITEM-CARD
            IF PND-QUEUE-PORT
                MOVE SPACES TO AUDT-RECORD
                MOVE FUNCTION CURRENT-DATE TO AUDT-TIMESTAMP
                MOVE PND-MAKER TO AUDT-OPERATOR
                MOVE WS-PRT-ACTION TO AUDT-ACTION
                MOVE WS-PRT-PORTIDNF TO AUDT-PORTIDNF
                MOVE WS-DEC-RESULT TO AUDT-RESULT
                MOVE WS-DEC-REASON TO AUDT-REASON
                MOVE WS-DEC-CHECKER TO AUDT-CHECKER
                MOVE PND-REFERENCE TO AUDT-PEND-REF
                WRITE AUDT-RECORD
            ELSE
                MOVE SPACES TO TAUD-RECORD
                MOVE FUNCTION CURRENT-DATE TO TAUD-TIMESTAMP
                MOVE PND-MAKER TO TAUD-OPERATOR
                MOVE WS-TBL-TABLE TO TAUD-TABLE
                MOVE WS-TBL-ACTION TO TAUD-ACTION
                IF WS-TBL-TABLE = 'CAL'
                    MOVE WS-TBL-DATA (1:27) TO TAUD-KEY
                ELSE
                    MOVE WS-TBL-DATA (1:8) TO TAUD-KEY
                END-IF
                MOVE WS-DEC-RESULT TO TAUD-RESULT
                MOVE WS-DEC-REASON TO TAUD-REASON
                MOVE WS-DEC-CHECKER TO TAUD-CHECKER
                MOVE PND-REFERENCE TO TAUD-PEND-REF
                WRITE TAUD-RECORD
            END-IF.

        8100-TS-TO-DAYNUM-SECS.
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-TS-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9)
            COMPUTE WS-TS-SECS =
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2)).
