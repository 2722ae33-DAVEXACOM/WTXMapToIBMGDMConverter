      *****************************************************************
      * HB37CTLR - RUN-CONTROL RECORD (HB37CTL FILE)
      * ONE RECORD PER EXECUTION OF EACH STEP IN THE NIGHTLY STREAM
      * (HB37XTR, HB37MON, HB37RPT, HB37LAT, HB37SCR, HB37XPC,
      * HB37EVR, HB37ARC, HB37VFY, HB37STU, HB37SIL, HB37SYN,
      * HB37BAL, HB37DIG). EACH STEP OPENS HB37CTL EXTEND AS ITS
      * LAST ACT, APPENDS ONE RECORD AND CLOSES IT AGAIN; UNLIKE
      * HB37EXC THE FILE IS CUMULATIVE, NOT ALLOCATED FRESH EACH
      * NIGHT, SO A RERUN SHOWS UP AS A SECOND RECORD FOR THE SAME
      * PROGRAM AND RUN DATE. A STEP THAT CANNOT OPEN HB37CTL
      * CARRIES ON WITH A CONSOLE WARNING - AND THE HB37BAL
      * BALANCING STEP THEN REPORTS IT MISSING, WHICH IS THE POINT.
      *
      * CTL-RUN-DATE IS THE DATE THE STEP RAN FOR (ITS OWN
      * WS-RUN-DATE), CTL-START-TS/CTL-END-TS ARE YYYYMMDDHHMMSS OFF
      * THE CLOCK, AND CTL-COMP-CODE IS THE RETURN-CODE THE STEP ENDS
      * WITH. CTL-FILE-ENTRY CARRIES UP TO EIGHT RECORD COUNTS, ONE
      * PER DATASET AND DIRECTION: CTL-FILE-DD IS THE DD NAME,
      * CTL-FILE-IO SAYS WHETHER CTL-FILE-COUNT RECORDS WERE READ
      * FROM IT OR WRITTEN TO IT. A DATASET MAY APPEAR TWICE, ONCE
      * EACH WAY (HB37ARC READS HB37LOG BEFORE THE PURGE AND WRITES
      * IT BACK AFTER). UNUSED ENTRIES ARE SPACES.
      *****************************************************************
        01 HB37CTL-RECORD.
           05 CTL-PROGRAM                 PIC X(8).
           05 CTL-RUN-DATE                PIC X(8).
           05 CTL-START-TS                PIC X(14).
           05 CTL-END-TS                  PIC X(14).
           05 CTL-COMP-CODE               PIC 9(4).
           05 CTL-FILE-ENTRY OCCURS 8 TIMES.
              10 CTL-FILE-DD              PIC X(8).
              10 CTL-FILE-IO              PIC X(1).
                 88 CTL-FILE-READ                    VALUE 'R'.
                 88 CTL-FILE-WRITTEN                 VALUE 'W'.
              10 CTL-FILE-COUNT           PIC 9(9).
           05 FILLER                      PIC X(8).
