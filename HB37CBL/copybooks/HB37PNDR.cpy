      *****************************************************************
      * HB37PNDR - PENDING-CHANGE RECORD (HB37PEND FILE, KEYED BY
      * PND-REFERENCE)
      *
      * DUAL CONTROL FOR THE CONFIGURATION TABLES: A TRANSACTION
      * CARD SUBMITTED TO HB37PMT (HB37PORT) OR HB37TBM (HB37DBT/
      * HB37CAL/HB37COR) IS NO LONGER APPLIED AS IT IS READ. IT IS
      * FILED HERE UNDER A NEW REFERENCE NUMBER WITH THE MAKER'S
      * OPERATOR ID AND THE SUBMISSION TIME, AND WAITS FOR A SECOND
      * OPERATOR TO APPROVE OR REJECT IT BY REFERENCE IN AN HB37APR
      * RUN. ONLY AN APPROVED ITEM IS EVER VALIDATED AND APPLIED -
      * BY THE NEXT HB37PMT/HB37TBM RUN, WHICH PICKS UP EVERY
      * APPROVED ITEM OF ITS OWN QUEUE - AND THE OUTCOME IS RECORDED
      * BACK ON THE ITEM.
      *
      * PND-QUEUE SAYS WHICH PROGRAM OWNS THE ITEM; PND-CARD IS THE
      * TRANSACTION CARD EXACTLY AS THE MAKER KEYED IT, IN THAT
      * PROGRAM'S OWN SYSIN LAYOUT (ITS OPERATOR COLUMNS ARE THE
      * MAKER). PND-STATE:
      *   'P' PENDING  - AWAITING A DECISION
      *   'A' APPROVED - BY PND-CHECKER, NOT YET APPLIED
      *   'R' REJECTED - BY PND-CHECKER, OR AUTOMATICALLY FOR
      *                  SELF-APPROVAL (PND-REASON SAYS WHICH)
      *   'E' EXPIRED  - NO DECISION WITHIN THE PENDAGEHRS HB37CFG
      *                  LIMIT
      *   'X' APPLIED  - APPROVED AND APPLIED
      *   'F' FAILED   - APPROVED BUT FAILED VALIDATION WHEN APPLIED
      *                  (PND-REASON IS THE VALIDATION REASON), OR
      *                  VALIDATED BUT ITS TABLE COULD NOT BE
      *                  REWRITTEN ('TABLE REWRITE FAILED')
      * 'R', 'E', 'X' AND 'F' ARE FINAL.
      *
      * PND-REFERENCE ZERO IS THE CONTROL RECORD, NOT AN ITEM:
      * PND-LAST-REFERENCE IS THE HIGHEST REFERENCE ASSIGNED SO FAR.
      * EVERY READER SKIPS IT.
      *****************************************************************
        01 HB37PND-RECORD.
           05 PND-REFERENCE               PIC 9(9).
              88 PND-CONTROL-RECORD                  VALUE 0.
           05 PND-DETAIL.
              10 PND-QUEUE                PIC X(3).
                 88 PND-QUEUE-PORT                   VALUE 'PRT'.
                 88 PND-QUEUE-TABLE                  VALUE 'TBL'.
              10 PND-CARD                 PIC X(80).
              10 PND-MAKER                PIC X(8).
              10 PND-SUBMIT-TS            PIC X(14).
              10 PND-STATE                PIC X(1).
                 88 PND-PENDING                      VALUE 'P'.
                 88 PND-APPROVED                     VALUE 'A'.
                 88 PND-REJECTED                     VALUE 'R'.
                 88 PND-EXPIRED                      VALUE 'E'.
                 88 PND-APPLIED                      VALUE 'X'.
                 88 PND-FAILED                       VALUE 'F'.
              10 PND-CHECKER              PIC X(8).
              10 PND-DECISION-TS          PIC X(14).
              10 PND-APPLY-TS             PIC X(14).
              10 PND-REASON               PIC X(25).
              10 FILLER                   PIC X(20).
           05 PND-CONTROL REDEFINES PND-DETAIL.
              10 PND-LAST-REFERENCE       PIC 9(9).
              10 FILLER                   PIC X(178).
