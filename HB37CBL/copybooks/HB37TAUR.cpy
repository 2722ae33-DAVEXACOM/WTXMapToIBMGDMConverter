      *****************************************************************
      * HB37TAUR - TABLE MAINTENANCE AUDIT RECORD (HB37TAUD FILE)
      * WRITTEN BY HB37TBM AND HB37APR FOR THE HB37DBT, HB37CAL AND
      * HB37COR TABLES, TO THE SAME STANDARD AS HB37AUDT: ONE LINE
      * PER STEP IN THE LIFE OF A CHANGE - SUBMITTED, APPROVED,
      * REJECTED, EXPIRED, APPLIED.
      *
      * TAUD-OPERATOR IS ALWAYS THE MAKER AND TAUD-CHECKER THE
      * OPERATOR WHO DECIDED THE ITEM (SPACES ON THE SUBMISSION LINE,
      * 'HB37APR' WHEN IT EXPIRED UNDECIDED). TAUD-PEND-REF IS THE
      * HB37PEND REFERENCE THAT TIES THE STEPS TOGETHER.
      * TAUD-RESULT TAKES THE SAME VALUES AS AUDT-RESULT (SEE
      * HB37AUDR).
      *
      * THE BEFORE IMAGE IS SPACES FOR AN ADD (NO ROW EXISTED) AND ON
      * EVERY LINE OTHER THAN THE APPLY; THE AFTER IMAGE IS THE ROW AS
      * IT STANDS AFTER THE CHANGE, OR SPACES WHEN THE TRANSACTION WAS
      * REJECTED (OR THE ROW REMOVED) AND NOTHING REMAINS TO IMAGE.
      *****************************************************************
        01 TAUD-RECORD.
           05 TAUD-TIMESTAMP             PIC X(21).
           05 TAUD-OPERATOR              PIC X(8).
           05 TAUD-TABLE                 PIC X(3).
           05 TAUD-ACTION                PIC X(10).
           05 TAUD-KEY                   PIC X(27).
           05 TAUD-RESULT                PIC X(8).
           05 TAUD-REASON                PIC X(25).
           05 TAUD-BEFORE-IMAGE          PIC X(80).
           05 TAUD-AFTER-IMAGE           PIC X(80).
           05 TAUD-CHECKER               PIC X(8).
           05 TAUD-PEND-REF              PIC 9(9).
