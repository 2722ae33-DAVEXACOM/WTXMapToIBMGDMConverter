      *****************************************************************
      * HB37EVTR - STATUS-CHANGE EVENT RECORD (HB37EVT FILE)
      * FIXED OUTBOUND INTERFACE TO THE ENTERPRISE MONITORING
      * CONSOLE: ONE RECORD PER REAL STATUS TRANSITION OF A
      * TRCDNAME/PORTIDNF, WRITTEN BY HB37 AS THE CALL THAT CAUSED IT
      * COMPLETES, AND APPENDED TO THE FEED FILE THE MONITORING
      * AGENT PICKS UP. THIS LAYOUT IS THE CONTRACT WITH THE AGENT -
      * NEW FIELDS GO IN THE FILLER AT THE END, EXISTING FIELDS NEVER
      * MOVE, AND EVT-LAYOUT-VERSION IS BUMPED WHEN ONE IS ADDED.
      *
      * EVT-TYPE: 'F' FAILURE (GOOD OR NEVER SEEN TO FAILING),
      * 'R' RECOVERY (FAILING TO GOOD), 'C' CHANGE (STILL FAILING,
      * BUT WITH A DIFFERENT STUS OR MSGENUMB). GOOD IS STUS '00';
      * EVERY OTHER STUS, 'MW' INCLUDED, IS FAILING. A KEY'S FIRST
      * EVER CHECK RAISES AN 'F' WHEN IT FAILS AND NOTHING WHEN IT
      * IS GOOD; ITS OLD STUS/MSGENUMB ARE THEN SPACES.
      *
      * EVT-TIMESTAMP IS THE CHECK THAT CAUSED THE TRANSITION AND
      * EVT-LOG-SEQ ITS HB37LOG SUMMARY SEQUENCE NUMBER (ZERO WHEN
      * THE CALL'S HISTORY COULD NOT BE SEQUENCED OR WRITTEN).
      * EVT-PREV-SINCE-TS IS WHEN THE OLD STATE BEGAN AND
      * EVT-PREV-SECS HOW LONG IT STOOD, IN SECONDS (SPACES/ZERO WHEN
      * NOT KNOWN). EVT-MSG-DESC IS THE HB37MSG DESCRIPTION OF THE
      * NEW MSGENUMB. EVT-MAINT-SW IS 'Y' WHEN A PLANNED HB37CAL
      * WINDOW APPLIES TO EITHER SIDE OF THE TRANSITION (THE OLD OR
      * THE NEW STUS IS 'MW'), SO THE CONSOLE CAN SUPPRESS THE PAGE.
      * EVT-ORIGIN IS 'O' FOR AN EVENT RAISED ONLINE BY HB37 AND 'R'
      * FOR ONE THE HB37EVR RECONCILIATION RESENT BECAUSE THE FEED
      * MISSED IT.
      *****************************************************************
        01 HB37EVT-RECORD.
           05 EVT-LAYOUT-VERSION          PIC X(2).
              88 EVT-LAYOUT-CURRENT                  VALUE '01'.
           05 EVT-TIMESTAMP               PIC X(14).
           05 EVT-TYPE                    PIC X(1).
              88 EVT-FAILURE                         VALUE 'F'.
              88 EVT-RECOVERY                        VALUE 'R'.
              88 EVT-CHANGE                          VALUE 'C'.
           05 EVT-TRCDNAME                PIC X(8).
           05 EVT-PORTIDNF                PIC 9(5).
           05 EVT-OLD-STUS                PIC X(2).
           05 EVT-OLD-MSGENUMB            PIC X(5).
           05 EVT-NEW-STUS                PIC X(2).
           05 EVT-NEW-MSGENUMB            PIC X(5).
           05 EVT-NEW-CORE-STUS           PIC X(2).
           05 EVT-MSG-DESC                PIC X(40).
           05 EVT-PREV-SINCE-TS           PIC X(14).
           05 EVT-PREV-SECS               PIC 9(9).
           05 EVT-LOG-SEQ                 PIC 9(9).
           05 EVT-MAINT-SW                PIC X(1).
              88 EVT-IN-MAINT                        VALUE 'Y'.
           05 EVT-ORIGIN                  PIC X(1).
              88 EVT-ORIGIN-ONLINE                   VALUE 'O'.
              88 EVT-ORIGIN-RESENT                   VALUE 'R'.
           05 FILLER                      PIC X(30).
