        IDENTIFICATION DIVISION.
        PROGRAM-ID. HB37AGE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HB37CFG ASSIGN TO HB37CFG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CFG-STATUS.
            SELECT HB37INC ASSIGN TO HB37INC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INC-NUMBER
                FILE STATUS IS WS-INC-STATUS.
            SELECT HB37AGE ASSIGN TO HB37AGE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGE-STATUS.
            SELECT HB37EXC ASSIGN TO HB37EXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
        DATA DIVISION.
      *
      * HB37AGE - INCIDENT AGING REPORT AND ACKNOWLEDGEMENT ESCALATION
      * LISTS EVERY HB37INC INCIDENT THAT IS STILL OPEN OR HAS NEVER
      * BEEN ACKNOWLEDGED THROUGH HB37ACK, WITH ITS AGE IN MINUTES
      * SINCE HB37MON OPENED IT, WHO ACKNOWLEDGED IT (IF ANYONE), THE
      * PROBLEM TICKET AND THE OWNER. A RECOVERED INCIDENT NOBODY
      * ACKNOWLEDGED STAYS ON THE REPORT - "IT FIXED ITSELF" STILL
      * NEEDS AN OWNER TO SAY WHY IT BROKE.
      *
      * ANY INCIDENT STILL UNACKNOWLEDGED LONGER THAN THE ACKESCMIN
      * HB37CFG THRESHOLD IS ESCALATED: A CONSOLE ALERT AND AN HB37EXC
      * LINE FOR THE HB37DIG DIGEST, SEVERITY 1 WHILE THE OPTION IS
      * STILL FAILING, SEVERITY 2 ONCE IT HAS RECOVERED. THE JOB IS
      * SCHEDULED AFTER HB37MON AND MAY BE RUN AS OFTEN AS WANTED
      * THROUGH THE DAY; IT ONLY READS THE REGISTER. BECAUSE A SECOND
      * RUN ON THE SAME DATE IS NORMAL, NOT A RERUN, IT IS NOT A
      * BALANCED STEP OF THE NIGHTLY STREAM AND WRITES NO HB37CTL
      * RUN-CONTROL RECORD.
      *
        FILE SECTION.
        FD  HB37CFG.
        COPY HB37CFGR.

        FD  HB37INC.
        COPY HB37INCR.

        FD  HB37AGE.
        01 AGE-LINE                     PIC X(132).

      *****************************************************************
      * SHARED NIGHTLY EXCEPTION DATASET FOR THE HB37DIG MORNING
      * DIGEST (SEE THE HB37EXCR COPYBOOK NOTES). APPENDED TO
      * ALONGSIDE EVERY CONSOLE ESCALATION.
      *****************************************************************
        FD  HB37EXC.
        COPY HB37EXCR.

        WORKING-STORAGE SECTION.
        01 WS-CFG-STATUS                 PIC X(2).
        01 WS-INC-STATUS                 PIC X(2).
        01 WS-AGE-STATUS                 PIC X(2).

        01 WS-CFG-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-CFG-EOF                              VALUE 'Y'.
        01 WS-INC-EOF-SW                 PIC X(1)     VALUE 'N'.
           88 WS-INC-EOF                              VALUE 'Y'.

      *****************************************************************
      * MINUTES AN INCIDENT MAY STAND UNACKNOWLEDGED BEFORE IT IS
      * ESCALATED. THE VALUE HERE IS ONLY THE COMPILED-IN DEFAULT:
      * 0500-LOAD-CONFIG OVERRIDES IT FROM THE ACKESCMIN CARD IN THE
      * SHARED HB37CFG FILE.
      *****************************************************************
        01 WS-ACK-ESC-MINS               PIC 9(4)     VALUE 60.
        01 WS-CFG-ESC-FOUND-SW           PIC X(1)     VALUE 'N'.
           88 WS-CFG-ESC-FOUND                        VALUE 'Y'.

      *****************************************************************
      * AGE ARITHMETIC: TIMESTAMPS BECOME DAY NUMBER PLUS
      * SECONDS-WITHIN-DAY (SAME TECHNIQUE AS HB37SIL) SO AN AGE
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
        01 WS-AGE-MINS                   PIC 9(7)     VALUE 0.

        01 WS-LISTED-COUNT               PIC 9(5)     VALUE 0.
        01 WS-OPEN-COUNT                 PIC 9(5)     VALUE 0.
        01 WS-UNACKED-COUNT              PIC 9(5)     VALUE 0.
        01 WS-ESCALATED-COUNT            PIC 9(5)     VALUE 0.

      *****************************************************************
      * EXCEPTION-WRITE STATE FOR THE DIGEST. A DATASET THAT WILL NOT
      * OPEN COSTS THE DIGEST LINE, NEVER THE ALERT - AND WARNS ONCE.
      *****************************************************************
        01 WS-EXC-STATUS                 PIC X(2).
        01 WS-EXC-WARNED-SW              PIC X(1)     VALUE 'N'.
           88 WS-EXC-WARNED                           VALUE 'Y'.
        01 WS-EXC-STAMP                  PIC X(21).
        01 WS-EXC-TEXT-AREA.
           05 FILLER                     PIC X(9)     VALUE
              'INCIDENT '.
           05 ET-NUMBER                  PIC Z(8)9.
           05 FILLER                     PIC X(9)     VALUE
              ' UNACKED '.
           05 ET-MINS                    PIC Z(6)9.
           05 FILLER                     PIC X(6)     VALUE ' MINS'.

        01 WS-ALERT-MSG.
           05 FILLER                     PIC X(32)    VALUE
              'HB37AGE ESCALATION - INCIDENT '.
           05 AM-NUMBER                  PIC Z(8)9.
           05 FILLER                     PIC X(6)     VALUE ' TRCD='.
           05 AM-TRCDNAME                PIC X(8).
           05 FILLER                     PIC X(19)    VALUE
              ' UNACKNOWLEDGED FOR'.
           05 AM-MINS                    PIC Z(6)9.
           05 FILLER                     PIC X(5)     VALUE ' MINS'.

        01 WS-HEADING-1.
           05 FILLER                    PIC X(34)    VALUE
              'HB37AGE - INCIDENT AGING AS OF'.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 HD-NOW                    PIC X(14).
           05 FILLER                    PIC X(24)    VALUE
              '  ESCALATE UNACKED AFTER'.
           05 HD-ESC-MINS               PIC ZZZ9.
           05 FILLER                    PIC X(5)     VALUE ' MINS'.

        01 WS-HEADING-2.
           05 FILLER                    PIC X(10)    VALUE 'INCIDENT'.
           05 FILLER                    PIC X(9)     VALUE 'TRCDNAME'.
           05 FILLER                    PIC X(6)     VALUE 'PORT'.
           05 FILLER                    PIC X(3)     VALUE 'ST'.
           05 FILLER                    PIC X(6)     VALUE 'MSGE'.
           05 FILLER                    PIC X(15)    VALUE
              'FIRST-FAIL'.
           05 FILLER                    PIC X(15)    VALUE 'OPENED'.
           05 FILLER                    PIC X(10)    VALUE 'STATE'.
           05 FILLER                    PIC X(11)    VALUE
              ' AGE-MINS'.
           05 FILLER                    PIC X(9)     VALUE 'ACK-BY'.
           05 FILLER                    PIC X(11)    VALUE 'TICKET'.
           05 FILLER                    PIC X(9)     VALUE 'OWNER'.

        01 WS-DETAIL-LINE.
           05 DL-NUMBER                 PIC Z(8)9.
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TRCDNAME               PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-PORTIDNF               PIC 9(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-STUS                   PIC X(2).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-MSGENUMB               PIC X(5).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-FIRST-FAIL             PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-OPENED                 PIC X(14).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-STATE                  PIC X(9).
           05 DL-AGE-MINS               PIC ZZZZ,ZZ9.
           05 FILLER                    PIC X(3)     VALUE SPACES.
           05 DL-ACK-BY                 PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-TICKET                 PIC X(10).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-OWNER                  PIC X(8).
           05 FILLER                    PIC X(1)     VALUE SPACES.
           05 DL-ESCALATED              PIC X(9).

        01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(7)     VALUE
              'LISTED='.
           05 TR-LISTED                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(6)     VALUE
              ' OPEN='.
           05 TR-OPEN                   PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)    VALUE
              ' UNACKNOWLEDGED='.
           05 TR-UNACKED                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)    VALUE
              ' ESCALATED='.
           05 TR-ESCALATED              PIC ZZ,ZZ9.

        01 WS-CLEAN-LINE                PIC X(36)    VALUE
           'NO OPEN OR UNACKNOWLEDGED INCIDENTS'.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
            MOVE WS-NOW-STAMP (1:14) TO WS-NOW-TS
            MOVE WS-NOW-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            MOVE WS-TS-DAYNUM TO WS-NOW-DAYNUM
            MOVE WS-TS-SECS TO WS-NOW-SECS
            PERFORM 0500-LOAD-CONFIG
            OPEN OUTPUT HB37AGE
            MOVE WS-NOW-TS TO HD-NOW
            MOVE WS-ACK-ESC-MINS TO HD-ESC-MINS
            MOVE WS-HEADING-1 TO AGE-LINE
            WRITE AGE-LINE
            MOVE WS-HEADING-2 TO AGE-LINE
            WRITE AGE-LINE
            PERFORM 2000-SCAN-REGISTER
            IF WS-LISTED-COUNT = 0
                MOVE WS-CLEAN-LINE TO AGE-LINE
                WRITE AGE-LINE
            END-IF
            MOVE WS-LISTED-COUNT TO TR-LISTED
            MOVE WS-OPEN-COUNT TO TR-OPEN
            MOVE WS-UNACKED-COUNT TO TR-UNACKED
            MOVE WS-ESCALATED-COUNT TO TR-ESCALATED
            MOVE WS-TRAILER-LINE TO AGE-LINE
            WRITE AGE-LINE
            CLOSE HB37AGE
            GOBACK.

      *****************************************************************
      * LOAD THE SHARED HB37CFG PARAMETERS THIS PROGRAM USES (ONLY
      * ACKESCMIN). UNKNOWN KEYS BELONG TO THE OTHER CONSUMERS AND
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
                DISPLAY 'HB37AGE WARNING - HB37CFG UNAVAILABLE, '
                    'STATUS ' WS-CFG-STATUS ', USING DEFAULTS'
                    UPON CONSOLE
            END-IF
            IF NOT WS-CFG-ESC-FOUND
                DISPLAY 'HB37AGE WARNING - ACKESCMIN NOT IN '
                    'HB37CFG, USING DEFAULT ' WS-ACK-ESC-MINS
                    UPON CONSOLE
            END-IF.

        0600-APPLY-CONFIG-CARD.
            IF CFG-KEY (1:1) NOT = '*'
               AND CFG-KEY-ACK-ESCALATE
                IF CFG-VALUE (1:4) IS NUMERIC
                   AND CFG-VALUE (1:4) NOT = '0000'
                    MOVE CFG-VALUE (1:4) TO WS-ACK-ESC-MINS
                    SET WS-CFG-ESC-FOUND TO TRUE
                ELSE
                    DISPLAY 'HB37AGE WARNING - MALFORMED ACKESCMIN '
                        'VALUE ' CFG-VALUE ', USING DEFAULT '
                        WS-ACK-ESC-MINS UPON CONSOLE
                END-IF
            END-IF.

      *****************************************************************
      * THE REGISTER IS READ FRONT TO BACK IN INCIDENT-NUMBER ORDER,
      * SO THE OLDEST INCIDENTS PRINT FIRST. NO REGISTER AT ALL
      * (HB37MON HAS NEVER OPENED AN INCIDENT) IS AN EMPTY REPORT
      * WITH A CONSOLE NOTE, NOT A FAILURE.
      *****************************************************************
        2000-SCAN-REGISTER.
            OPEN INPUT HB37INC
            IF WS-INC-STATUS NOT = '00'
                DISPLAY 'HB37AGE WARNING - HB37INC UNAVAILABLE, '
                    'STATUS ' WS-INC-STATUS ', NO INCIDENTS LISTED'
                    UPON CONSOLE
            ELSE
                READ HB37INC NEXT RECORD
                    AT END SET WS-INC-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-INC-EOF
                    IF NOT INC-CONTROL-RECORD
                        IF INC-OPEN OR NOT INC-ACKNOWLEDGED
                            PERFORM 2100-LIST-INCIDENT
                        END-IF
                    END-IF
                    READ HB37INC NEXT RECORD
                        AT END SET WS-INC-EOF TO TRUE
                    END-READ
                END-PERFORM
                CLOSE HB37INC
            END-IF.

        2100-LIST-INCIDENT.
            MOVE INC-OPENED-TS TO WS-TS-WORK
            PERFORM 8100-TS-TO-DAYNUM-SECS
            COMPUTE WS-AGE-SECS =
                (WS-NOW-DAYNUM - WS-TS-DAYNUM) * 86400
                    + WS-NOW-SECS - WS-TS-SECS
            IF WS-AGE-SECS < 0
                MOVE 0 TO WS-AGE-SECS
            END-IF
            COMPUTE WS-AGE-MINS = WS-AGE-SECS / 60
            ADD 1 TO WS-LISTED-COUNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE INC-NUMBER TO DL-NUMBER
            MOVE INC-TRCDNAME TO DL-TRCDNAME
            MOVE INC-PORTIDNF TO DL-PORTIDNF
            MOVE INC-STUS TO DL-STUS
            MOVE INC-MSGENUMB TO DL-MSGENUMB
            MOVE INC-FIRST-FAIL-TS TO DL-FIRST-FAIL
            MOVE INC-OPENED-TS TO DL-OPENED
            MOVE WS-AGE-MINS TO DL-AGE-MINS
            IF INC-OPEN
                ADD 1 TO WS-OPEN-COUNT
                MOVE 'OPEN' TO DL-STATE
            ELSE
                MOVE 'RECOVERED' TO DL-STATE
            END-IF
            IF INC-ACKNOWLEDGED
                MOVE INC-ACK-OPERATOR TO DL-ACK-BY
                MOVE INC-TICKET TO DL-TICKET
                MOVE INC-OWNER TO DL-OWNER
            ELSE
                ADD 1 TO WS-UNACKED-COUNT
                MOVE 'NO' TO DL-ACK-BY
                IF WS-AGE-MINS > WS-ACK-ESC-MINS
                    ADD 1 TO WS-ESCALATED-COUNT
                    MOVE 'ESCALATED' TO DL-ESCALATED
                    MOVE INC-NUMBER TO AM-NUMBER
                    MOVE INC-TRCDNAME TO AM-TRCDNAME
                    MOVE WS-AGE-MINS TO AM-MINS
                    DISPLAY WS-ALERT-MSG UPON CONSOLE
                    PERFORM 9800-WRITE-EXCEPTION
                END-IF
            END-IF
            MOVE WS-DETAIL-LINE TO AGE-LINE
            WRITE AGE-LINE.

      *****************************************************************
      * PUT THE ESCALATION ON THE MORNING DIGEST: SEVERITY 1 WHILE
      * THE OPTION IS STILL FAILING, 2 ONCE IT HAS RECOVERED.
      *****************************************************************
        9800-WRITE-EXCEPTION.
            OPEN EXTEND HB37EXC
            IF WS-EXC-STATUS = '00'
                MOVE SPACES TO HB37EXC-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-EXC-STAMP
                MOVE WS-EXC-STAMP (1:14) TO EXC-TIMESTAMP
                IF INC-OPEN
                    MOVE 1 TO EXC-SEVERITY
                ELSE
                    MOVE 2 TO EXC-SEVERITY
                END-IF
                MOVE 'HB37AGE' TO EXC-SOURCE
                MOVE INC-TRCDNAME TO EXC-TRCDNAME
                MOVE INC-PORTIDNF TO EXC-PORTIDNF
                MOVE INC-MSGENUMB TO EXC-MSGENUMB
                MOVE INC-NUMBER TO ET-NUMBER
                MOVE WS-AGE-MINS TO ET-MINS
                MOVE WS-EXC-TEXT-AREA TO EXC-TEXT
                WRITE HB37EXC-RECORD
                CLOSE HB37EXC
            ELSE
                IF NOT WS-EXC-WARNED
                    SET WS-EXC-WARNED TO TRUE
                    DISPLAY 'HB37AGE WARNING - HB37EXC UNAVAILABLE, '
                        'STATUS ' WS-EXC-STATUS ', ESCALATIONS NOT ON '
                        'DIGEST' UPON CONSOLE
                END-IF
            END-IF.

        8100-TS-TO-DAYNUM-SECS.
            MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-9
            COMPUTE WS-TS-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TS-DATE-9)
            COMPUTE WS-TS-SECS =
                (FUNCTION NUMVAL (WS-TS-WORK (9:2)) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (11:2))) * 60
                 + FUNCTION NUMVAL (WS-TS-WORK (13:2)).
