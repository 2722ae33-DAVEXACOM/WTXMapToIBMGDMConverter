            SELECT HB37XCK ASSIGN TO HB37XCK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XCK-STATUS.
            SELECT HB37CTL ASSIGN TO HB37CTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
        DATA DIVISION.
      *
      * HB37ARC - NIGHTLY HB37LOG ARCHIVE/RETENTION JOB
      *****************************************************************
      * SAME LAYOUT HB37MON WRITES: ONE 'P' RECORD CARRYING THE
      * HB37LOG RECORD COUNT PROCESSED SO FAR, FOLLOWED BY ONE 'T'
      * RECORD PER TRCDNAME/OPTION CARRYING ITS STREAK COUNT AND
      * THE TIMESTAMP/SEQUENCE NUMBER OF THE STREAK'S FIRST FAILURE.
      *****************************************************************
        FD  HB37CKP.
        01 CKP-RECORD.
           05 CKP-TYPE                   PIC X(1).
           05 CKP-TRCDNAME               PIC X(8).
           05 CKP-COUNT                  PIC 9(9).
           05 CKP-STREAK-TS              PIC X(14).
           05 CKP-STREAK-SEQ             PIC 9(9).

      *****************************************************************
      * SHARED RUN-CONTROL DATASET FOR THE HB37BAL BALANCING STEP
      * (SEE THE HB37CTLR COPYBOOK NOTES).
      *****************************************************************
        FD  HB37CTL.
        COPY HB37CTLR.

        WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS                PIC X(2).
                             INDEXED BY WS-CKP-T-IDX.
              10 WS-CKP-T-TRCDNAME       PIC X(8).
              10 WS-CKP-T-STREAK         PIC 9(9).
              10 WS-CKP-T-STREAK-TS      PIC X(14).
              10 WS-CKP-T-STREAK-SEQ     PIC 9(9).

      *****************************************************************
      * EXCEPTION-WRITE STATE FOR THE DIGEST. A DATASET THAT WILL NOT
              ' RETAINED='.
           05 OS-RETAINED                PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * RUN-CONTROL STATE: THE START STAMP IS TAKEN FIRST THING, THE
      * RECORD IS WRITTEN LAST THING (SEE 9700).
      *****************************************************************
        01 WS-CTL-STATUS                 PIC X(2).
        01 WS-CTL-START-STAMP            PIC X(21).
        01 WS-CTL-END-STAMP              PIC X(21).
        01 WS-LOG-READ-COUNT             PIC 9(9)     VALUE 0.
        01 WS-LOG-WRITTEN-COUNT          PIC 9(9)     VALUE 0.
        01 WS-OVF-READ-COUNT             PIC 9(9)     VALUE 0.
        01 WS-OVF-WRITTEN-COUNT          PIC 9(9)     VALUE 0.
        01 WS-ARCH-WRITTEN-COUNT         PIC 9(9)     VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CTL-START-STAMP
            PERFORM 1000-GET-PARMS
            PERFORM 2000-SPLIT-HISTORY
            IF WS-SPLIT-OK
                    DISPLAY WS-OVF-SUMMARY-MSG UPON CONSOLE
                END-IF
            END-IF
            COMPUTE WS-ARCH-WRITTEN-COUNT =
                WS-PURGED-COUNT + WS-OVF-PURGED-COUNT
            PERFORM 9700-WRITE-RUN-CONTROL
            GOBACK.

        1000-GET-PARMS.
                AT END SET WS-LOG-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-LOG-EOF OR WS-SPLIT-FAILED
                ADD 1 TO WS-LOG-READ-COUNT
                IF LOG-TIMESTAMP (1:8) < WS-CUTOFF-DATE
                    MOVE LOG-RECORD TO ARC-RECORD
                    WRITE ARC-RECORD
                    IF WS-LOG-STATUS NOT = '00'
                        SET WS-REWRITE-FAILED TO TRUE
                    ELSE
                        ADD 1 TO WS-LOG-WRITTEN-COUNT
                        READ HB37NEWL
                            AT END SET WS-NEWL-EOF TO TRUE
                        END-READ
                            TO WS-CKP-T-TRCDNAME (WS-CKP-T-IDX)
                        MOVE CKP-COUNT
                            TO WS-CKP-T-STREAK (WS-CKP-T-IDX)
                        MOVE CKP-STREAK-TS
                            TO WS-CKP-T-STREAK-TS (WS-CKP-T-IDX)
                        IF CKP-STREAK-SEQ IS NUMERIC
                            MOVE CKP-STREAK-SEQ
                                TO WS-CKP-T-STREAK-SEQ (WS-CKP-T-IDX)
                        ELSE
                            MOVE 0 TO WS-CKP-T-STREAK-SEQ (WS-CKP-T-IDX)
                        END-IF
                    END-IF
            END-EVALUATE.

                MOVE 'P' TO CKP-TYPE
                MOVE SPACES TO CKP-TRCDNAME
                MOVE WS-CKP-P-COUNT TO CKP-COUNT
                MOVE SPACES TO CKP-STREAK-TS
                MOVE 0 TO CKP-STREAK-SEQ
                WRITE CKP-RECORD
                PERFORM VARYING WS-CKP-T-IDX FROM 1 BY 1
                        UNTIL WS-CKP-T-IDX > WS-CKP-T-COUNT
                    MOVE WS-CKP-T-TRCDNAME (WS-CKP-T-IDX)
                        TO CKP-TRCDNAME
                    MOVE WS-CKP-T-STREAK (WS-CKP-T-IDX) TO CKP-COUNT
                    MOVE WS-CKP-T-STREAK-TS (WS-CKP-T-IDX)
                        TO CKP-STREAK-TS
                    MOVE WS-CKP-T-STREAK-SEQ (WS-CKP-T-IDX)
                        TO CKP-STREAK-SEQ
                    WRITE CKP-RECORD
                END-PERFORM
                CLOSE HB37CKP
                AT END SET WS-OVF-EOF TO TRUE
            END-READ
            PERFORM UNTIL WS-OVF-EOF OR WS-OVF-SPLIT-FAILED
                ADD 1 TO WS-OVF-READ-COUNT
                IF OVF-TIMESTAMP (1:8) < WS-CUTOFF-DATE
                    MOVE OVF-RECORD TO ARC-RECORD
                    WRITE ARC-RECORD
                    IF WS-OVF-STATUS NOT = '00'
                        SET WS-OVF-REWRITE-FAILED TO TRUE
                    ELSE
                        ADD 1 TO WS-OVF-WRITTEN-COUNT
                        READ HB37NEWO
                            AT END SET WS-NEWO-EOF TO TRUE
                        END-READ
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
                MOVE 'HB37ARC' TO CTL-PROGRAM
                MOVE WS-RUN-DATE TO CTL-RUN-DATE
                MOVE WS-CTL-START-STAMP (1:14) TO CTL-START-TS
                MOVE WS-CTL-END-STAMP (1:14) TO CTL-END-TS
                MOVE RETURN-CODE TO CTL-COMP-CODE
                MOVE 'HB37LOG' TO CTL-FILE-DD (1)
                SET CTL-FILE-READ (1) TO TRUE
                MOVE WS-LOG-READ-COUNT TO CTL-FILE-COUNT (1)
                MOVE 'HB37LOG' TO CTL-FILE-DD (2)
                SET CTL-FILE-WRITTEN (2) TO TRUE
                MOVE WS-LOG-WRITTEN-COUNT TO CTL-FILE-COUNT (2)
                MOVE 'HB37OVF' TO CTL-FILE-DD (3)
                SET CTL-FILE-READ (3) TO TRUE
                MOVE WS-OVF-READ-COUNT TO CTL-FILE-COUNT (3)
                MOVE 'HB37OVF' TO CTL-FILE-DD (4)
                SET CTL-FILE-WRITTEN (4) TO TRUE
                MOVE WS-OVF-WRITTEN-COUNT TO CTL-FILE-COUNT (4)
                MOVE 'HB37ARCH' TO CTL-FILE-DD (5)
                SET CTL-FILE-WRITTEN (5) TO TRUE
                MOVE WS-ARCH-WRITTEN-COUNT TO CTL-FILE-COUNT (5)
                WRITE HB37CTL-RECORD
                CLOSE HB37CTL
            ELSE
                DISPLAY 'HB37ARC WARNING - HB37CTL UNAVAILABLE, STATUS '
                    WS-CTL-STATUS ', NO RUN-CONTROL RECORD WRITTEN'
                    UPON CONSOLE
            END-IF.
