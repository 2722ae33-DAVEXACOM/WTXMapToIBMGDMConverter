            SELECT HB37DIG ASSIGN TO HB37DIG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DIG-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37DIG - CONSOLIDATED MORNING EXCEPTION DIGEST
      * PLACES: HB37MON CONSOLE ALERTS, THE HB37VFY GAP REPORT, THE
      * HB37LAT DRIFT REPORT, HB37ARC'S ARCHIVE MESSAGES AND THE
      * HB37SYN RESULT DISPLAYS - AND ON A QUIET NIGHT ALL FIVE SAY
      * NOTHING. EVERY ONE OF THOSE JOBS (PLUS HB37SIL, THE HB37AGE
      * INCIDENT ESCALATIONS, THE HB37STU SNAPSHOT RECONCILIATION,
      * THE HB37DRP PRODUCTION/DR DIFFERENCES AND THE HB37BAL
      * CONTROL-TOTAL BREAKS, WHICH HOLD THIS STEP UNTIL LOOKED AT)
      * NOW APPENDS ITS EXCEPTIONS TO THE SHARED HB37EXC
      * DATASET THE STREAM ALLOCATES FRESH EACH NIGHT, AND THIS JOB,
      * LAST IN THE STREAM, PRINTS THEM ON ONE PAGE IN SEVERITY
      * ORDER - ONE LINE PER ITEM WITH PORT, OPTION AND THE HB37MSG
      * DESCRIPTION - OR AN EXPLICIT
      * "NO EXCEPTIONS - ALL CHECKS CLEAN" STATEMENT, SO THE HANDOVER
      * MEETING GETS ONE SHEET THAT ALSO PROVES THE REVIEW HAPPENED.
      *
      * AN HB37EXC THAT WILL NOT OPEN IS NOT A CLEAN NIGHT - THE
      * DIGEST SAYS SO EXPLICITLY AND ENDS WITH RETURN-CODE 4 SO THE
        FD  HB37DIG.
        01 DIG-LINE                     PIC X(132).

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        COPY HB37MSG.

              'EXCEPTIONS LISTED....'.
           05 TR-COUNT                  PIC ZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                 PIC X(2).
        01 WS-CTL-START-STAMP            PIC X(21).
        01 WS-CTL-END-STAMP              PIC X(21).
        01 WS-EXC-READ                   PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
            SORT SORTWK
                ON ASCENDING KEY SW-SEVERITY SW-TIMESTAMP
            IF NOT WS-EXC-AVAILABLE
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

        2000-RELEASE-EXCEPTIONS.
                    AT END SET WS-EXC-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-EXC-EOF
                    ADD 1 TO WS-EXC-READ
                    MOVE HB37EXC-RECORD TO SW-RECORD
                    RELEASE SW-RECORD
                    READ HB37EXC
                        MOVE HB37MSG-DESC (HB37MSG-IDX) TO DL-DESC
                END-SEARCH
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
                MOVE 'HB37DIG' TO CTL-PROGRAM
                MOVE WS-CTL-START-STAMP (1:8) TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37EXC' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-EXC-READ TO CTL-FILE-COUNT (1)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37DIG WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
