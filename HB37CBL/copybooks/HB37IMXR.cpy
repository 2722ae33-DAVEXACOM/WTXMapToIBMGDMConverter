      *****************************************************************
      * HB37IMXR - CUSTOMER-IMPACT EXTRACT RECORD (HB37IMPX FILE)
      * MACHINE-READABLE TWIN OF THE HB37IMP IMPACT REPORT, ONE
      * RECORD PER OUTAGE EPISODE IN REPORT ORDER - THE ESTIMATED
      * EPISODES BY RANK, THEN THE ONES THAT COULD NOT BE ESTIMATED
      * (IMX-RANK ZERO). IMX-SOURCE SAYS WHERE THE EPISODE CAME FROM:
      * 'AVL' AN HB37AVLX INCIDENT EPISODE, 'INC' AN HB37INC REGISTER
      * INCIDENT (IMX-INC-NUMBER; ZERO FOR 'AVL').
      *
      * IMX-SLOTS IS HOW MANY 15-MINUTE ACD INTERVALS THE EPISODE
      * OVERLAPS AND IMX-SLOTS-DATA HOW MANY OF THEM THE ACD FEED
      * REPORTED; IMX-BASE-FOUND IS HOW MANY OF THE SAME-WEEKDAY,
      * SAME-INTERVAL SLOTS OF THE FOUR PRIOR WEEKS IT REPORTED (AT
      * MOST FOUR PER SLOT).
      *
      * THE ACTUAL FIGURES ARE THE CALLS OFFERED/ABANDONED/
      * TRANSFERRED IN THE REPORTED SLOTS, EACH SLOT WEIGHTED BY THE
      * PART OF IT THE EPISODE COVERED. IMX-NORMAL-OFFERED IS WHAT
      * THE SAME WINDOW CARRIES ON A NORMAL WEEK (THE PRIOR WEEKS'
      * AVERAGE), AND IMX-EST-AFFECTED THE ESTIMATE OF CUSTOMERS
      * AFFECTED - THE NORMAL FIGURE, OR THE ACTUAL FIGURE SCALED TO
      * THE WHOLE WINDOW WHEN THERE IS NO BASELINE.
      *
      * AN EPISODE WITH NO INTERVAL DATA (IMX-NO-DATA) HAS NO
      * ESTIMATE: IMX-ESTIMATE IS SPACES, NOT ZERO. LIKEWISE
      * IMX-NORMAL-OFFERED IS SPACES WHEN IMX-BASE-FOUND IS ZERO.
      *****************************************************************
        01 HB37IMPX-RECORD.
           05 IMX-RANK                    PIC 9(5).
           05 IMX-SOURCE                  PIC X(3).
              88 IMX-FROM-AVLX                       VALUE 'AVL'.
              88 IMX-FROM-REGISTER                   VALUE 'INC'.
           05 IMX-INC-NUMBER              PIC 9(9).
           05 IMX-TRCDNAME                PIC X(8).
           05 IMX-PORTIDNF                PIC 9(5).
           05 IMX-START-TS                PIC X(14).
           05 IMX-END-TS                  PIC X(14).
           05 IMX-OPEN-SW                 PIC X(1).
              88 IMX-OPEN-EPISODE                    VALUE 'Y'.
           05 IMX-DUR-SECS                PIC 9(9).
           05 IMX-MSGENUMB                PIC X(5).
           05 IMX-DATA-STATE              PIC X(1).
              88 IMX-FULL-DATA                       VALUE 'F'.
              88 IMX-PARTIAL-DATA                    VALUE 'P'.
              88 IMX-NO-DATA                         VALUE 'N'.
           05 IMX-SLOTS                   PIC 9(5).
           05 IMX-SLOTS-DATA              PIC 9(5).
           05 IMX-BASE-FOUND              PIC 9(5).
           05 IMX-ESTIMATE.
              10 IMX-ACT-OFFERED          PIC 9(7).
              10 IMX-ACT-ABANDONED        PIC 9(7).
              10 IMX-ACT-TRANSFERRED      PIC 9(7).
              10 IMX-NORMAL.
                 15 IMX-NORMAL-OFFERED    PIC 9(7).
              10 IMX-EST-AFFECTED         PIC 9(7).
           05 FILLER                      PIC X(10).
