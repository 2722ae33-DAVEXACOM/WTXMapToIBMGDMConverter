      * OUTCOME; STA-LAST-GOOD-TS IS THE LATEST CHECK THAT CAME BACK
      * '00' (SPACES WHEN THE COMBINATION HAS NEVER SUCCEEDED), SO
      * THE GAP BETWEEN THE TWO IS HOW LONG THE TROUBLE HAS STOOD.
      *
      * STA-STATE-SINCE-TS IS WHEN THE CURRENT STATE BEGAN - THE
      * CHECK THAT LAST MOVED THE KEY BETWEEN GOOD AND FAILING, OR
      * CHANGED ITS FAILING STUS/MSGENUMB - SO THE HB37EVT STATUS-
      * CHANGE FEED CAN SAY HOW LONG THE OLD STATE STOOD. IT IS
      * PACKED TO FIT THE RECORD'S ORIGINAL 10-BYTE FILLER, SO THE
      * RECORD LENGTH (AND THE CLUSTER) IS UNCHANGED - A DISPLAY
      * TIMESTAMP LIKE THE TWO ABOVE NEEDS 14 BYTES AND WOULD MEAN A
      * LONGER RECORD AND A RELOADED CLUSTER. A RECORD WRITTEN
      * BEFORE THE FIELD EXISTED HOLDS SPACES THERE, WHICH FAIL THE
      * NUMERIC TEST AND READ AS "NOT KNOWN".
      *****************************************************************
        01 HB37STA-RECORD.
           05 STA-KEY.
           05 STA-ELAPSD-MS               PIC 9(7).
           05 STA-LAST-CHECK-TS           PIC X(14).
           05 STA-LAST-GOOD-TS            PIC X(14).
           05 STA-STATE-SINCE-TS          PIC 9(14) COMP-3.
           05 FILLER                      PIC X(2).
