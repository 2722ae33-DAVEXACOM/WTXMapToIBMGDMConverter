      *****************************************************************
      * HB37ACDR - ACD INTERVAL STATISTICS RECORD (HB37ACD FILE)
      * THE CONTACT-CENTRE ACD/VRU PLATFORM'S INTERVAL FEED: ONE
      * RECORD PER VRU PORT PER 15-MINUTE INTERVAL, WITH THE CALLS
      * OFFERED TO THE PORT IN THAT INTERVAL AND HOW MANY OF THEM
      * WERE ABANDONED OR TRANSFERRED TO AN AGENT. ACD-PORTIDNF IS
      * THE SAME PORT NUMBER HB37 CARRIES AS PORTIDNF.
      *
      * ACD-INTERVAL IS THE INTERVAL'S START TIME, HHMM, ON A
      * QUARTER-HOUR BOUNDARY (0000, 0015 ... 2345). AN INTERVAL
      * THE PLATFORM DID NOT REPORT IS SIMPLY ABSENT - THERE IS NO
      * ZERO RECORD FOR IT.
      *****************************************************************
        01 HB37ACD-RECORD.
           05 ACD-PORTIDNF                PIC 9(5).
           05 ACD-DATE                    PIC X(8).
           05 ACD-INTERVAL                PIC X(4).
           05 ACD-INTERVAL-9 REDEFINES ACD-INTERVAL.
              10 ACD-INTERVAL-HH          PIC 9(2).
              10 ACD-INTERVAL-MM          PIC 9(2).
           05 ACD-OFFERED                 PIC 9(7).
           05 ACD-ABANDONED               PIC 9(7).
           05 ACD-TRANSFERRED             PIC 9(7).
           05 FILLER                      PIC X(12).
