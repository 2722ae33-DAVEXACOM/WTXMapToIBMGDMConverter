      *****************************************************************
      * HB37AUDR - HB37PORT MAINTENANCE AUDIT RECORD (HB37AUDT FILE)
      * WRITTEN BY HB37PMT AND HB37APR. ONE AUDIT LINE PER STEP IN
      * THE LIFE OF A PORT CHANGE - SUBMITTED, APPROVED, REJECTED,
      * EXPIRED, APPLIED - TAKEN BY THE ACCESS REVIEW AS THE RECORD
      * OF WHO DID WHAT.
      *
      * AUDT-OPERATOR IS ALWAYS THE MAKER (THE OPERATOR WHO
      * SUBMITTED THE CARD) AND AUDT-CHECKER THE OPERATOR WHO
      * DECIDED IT (SPACES ON THE SUBMISSION LINE, 'HB37APR' WHEN
      * THE ITEM EXPIRED UNDECIDED). AUDT-PEND-REF IS THE HB37PEND
      * REFERENCE THAT TIES THE STEPS OF ONE CHANGE TOGETHER.
      * AUDT-RESULT IS PENDING, APPROVED, REJECTED, EXPIRED, REFUSED
      * (A DECISION HB37APR COULD NOT RECORD) OR APPLIED; A REJECTED
      * LINE FOLLOWING AN APPROVED LINE FOR THE SAME REFERENCE IS AN
      * APPROVED ITEM THAT FAILED VALIDATION WHEN APPLIED.
      *
      * THE BEFORE IMAGE IS THE HB37PORT RECORD AS IT STOOD WHEN THE
      * CHANGE WAS APPLIED (SPACES FOR AN ADD, OR ON ANY LINE OTHER
      * THAN THE APPLY); THE AFTER IMAGE IS THE RECORD AS REREAD FROM
      * WORKING STORAGE AFTER THE CHANGE, OR SPACES WHEN NOTHING
      * CHANGED.
      *****************************************************************
        01 AUDT-RECORD.
           05 AUDT-TIMESTAMP             PIC X(21).
           05 AUDT-OPERATOR              PIC X(8).
           05 AUDT-ACTION                PIC X(10).
           05 AUDT-PORTIDNF              PIC X(5).
           05 AUDT-RESULT                PIC X(8).
           05 AUDT-REASON                PIC X(25).
           05 AUDT-BEFORE-IMAGE          PIC X(46).
           05 AUDT-AFTER-IMAGE           PIC X(46).
           05 AUDT-CHECKER               PIC X(8).
           05 AUDT-PEND-REF              PIC 9(9).
