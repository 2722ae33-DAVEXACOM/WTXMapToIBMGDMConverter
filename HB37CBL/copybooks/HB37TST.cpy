      *****************************************************************
      * HB37TST - RESERVED TERMINAL ID FOR HB37 VERIFICATION TRAFFIC
      * EVERY REQUEST THE HB37VDR VERIFICATION DRIVER SENDS TO HB37
      * CARRIES THIS TRMLIDNT, SO THE HISTORY RECORDS IT LEAVES IN
      * HB37LOG CAN BE TOLD APART FROM REAL VRU AND HB37SYN TRAFFIC.
      * THE PRODUCTION STATISTICS (HB37RPT DAILY REPORT, HB37AVL
      * AVAILABILITY STATEMENT, HB37VRC VENDOR RECONCILIATION) COPY
      * THIS AND DROP THOSE RECORDS - A DELIBERATE 'PI' OR 'VH' TEST
      * CASE MUST NEVER SHOW UP AS AN OUTAGE OR BE CONCEDED TO THE
      * VENDOR.
      *
      * NO VRU TERMINAL OR HB37CFG SYNTRMLIDNT CARD MAY BE GIVEN THIS
      * VALUE.
      *****************************************************************
        01 HB37TST-TRMLIDNT               PIC X(10)    VALUE
           'HB37VERIFY'.
