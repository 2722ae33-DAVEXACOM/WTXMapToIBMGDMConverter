      *****************************************************************
      * HB37INCR - INCIDENT REGISTER RECORD (HB37INC FILE, KEYED BY
      * INC-NUMBER)
      *
      * ONE RECORD PER INCIDENT HB37MON HAS OPENED. AN HB37MON ALERT
      * USED TO BE A CONSOLE WTO AND A DIGEST LINE WITH NOTHING TO
      * SAY WHETHER ANYONE PICKED IT UP; THE FIRST ALERT OF A FAILING
      * STREAK NOW OPENS AN INCIDENT HERE CARRYING THE STREAK'S FIRST
      * FAILING CHECK (TIMESTAMP AND HB37LOG SEQUENCE NUMBER) AND THE
      * STUS/MSGENUMB/PORT OF THE CHECK THAT RAISED THE ALERT.
      * FURTHER ALERTS ON THE SAME STILL-FAILING OPTION ONLY BUMP
      * INC-ALERT-COUNT, AND THE FIRST '00' FOR THE OPTION CLOSES THE
      * INCIDENT WITH THE RECOVERY CHECK'S TIMESTAMP AND SEQUENCE
      * NUMBER. AT MOST ONE INCIDENT PER TRCDNAME IS OPEN AT A TIME.
      *
      * INC-ACK-DATA IS OWNED BY HB37ACK (OPERATOR ACKNOWLEDGEMENT
      * TRANSACTIONS, AUDITED ON HB37IAUD) - HB37MON NEVER CHANGES
      * IT. HB37AGE PRINTS THE OPEN AND UNACKNOWLEDGED INCIDENTS WITH
      * THEIR AGE AND ESCALATES ANY STILL UNACKNOWLEDGED PAST THE
      * ACKESCMIN HB37CFG THRESHOLD TO THE HB37EXC DIGEST.
      *
      * INC-NUMBER ZERO IS THE REGISTER CONTROL RECORD, NOT AN
      * INCIDENT: INC-LAST-NUMBER IS THE HIGHEST INCIDENT NUMBER
      * ASSIGNED SO FAR. EVERY READER SKIPS IT.
      *****************************************************************
        01 HB37INC-RECORD.
           05 INC-NUMBER                  PIC 9(9).
              88 INC-CONTROL-RECORD                  VALUE 0.
           05 INC-DETAIL.
              10 INC-TRCDNAME             PIC X(8).
              10 INC-PORTIDNF             PIC 9(5).
              10 INC-STUS                 PIC X(2).
              10 INC-MSGENUMB             PIC X(5).
              10 INC-FIRST-FAIL-TS        PIC X(14).
              10 INC-FIRST-FAIL-SEQ       PIC 9(9).
              10 INC-OPENED-TS            PIC X(14).
              10 INC-ALERT-COUNT          PIC 9(5).
              10 INC-STATE                PIC X(1).
                 88 INC-OPEN                         VALUE 'O'.
                 88 INC-CLOSED                       VALUE 'C'.
              10 INC-RECOVERY-TS          PIC X(14).
              10 INC-RECOVERY-SEQ         PIC 9(9).
              10 INC-ACK-DATA.
                 15 INC-ACK-SW            PIC X(1).
                    88 INC-ACKNOWLEDGED              VALUE 'Y'.
                    88 INC-NOT-ACKNOWLEDGED          VALUE 'N'.
                 15 INC-ACK-OPERATOR      PIC X(8).
                 15 INC-ACK-TS            PIC X(14).
                 15 INC-TICKET            PIC X(10).
                 15 INC-OWNER             PIC X(8).
                 15 INC-RESOLUTION        PIC X(30).
              10 FILLER                   PIC X(10).
           05 INC-CONTROL REDEFINES INC-DETAIL.
              10 INC-LAST-NUMBER          PIC 9(9).
              10 FILLER                   PIC X(158).
