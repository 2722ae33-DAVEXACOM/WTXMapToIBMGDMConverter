      *   - AN INCIDENT'S END/RECOVERY TIME IS THE FIRST NON-FAILING
      *     CHECK AFTER IT; AN INCIDENT STILL OPEN AT END OF MONTH IS
      *     REPORTED WITH ITS LAST FAILING CHECK AND MARKED OPEN.
      *   - HB37VDR VERIFICATION CALLS (TRMLIDNT = THE HB37TST
      *     RESERVED ID) ARE TEST TRAFFIC, NOT SERVICE, AND ARE
      *     EXCLUDED ENTIRELY.
      *
      * PARM CARD (SYSIN): COLS 1-6 = MONTH YYYYMM. NO CARD OR A BAD
      * CARD FALLS BACK TO THE MONTH BEFORE THE RUN DATE (THE NORMAL

        WORKING-STORAGE SECTION.
        COPY HB37MSG.
        COPY HB37TST.

        01 WS-PARM-STATUS               PIC X(2).
        01 WS-MTD-STATUS                PIC X(2).
                PERFORM UNTIL WS-MTD-EOF
      *            DB/CORE DETAIL RECORDS ('D'/'C') ARE COMPONENT
      *            DIAGNOSTICS, NOT CHECKS - ONE CHECK COUNTS ONCE.
      *            HB37VDR TEST CALLS ARE NOT SERVICE AT ALL.
                    IF MTD-TIMESTAMP (1:6) = WS-RPT-MONTH
                       AND NOT MTD-DB-DETAIL
                       AND NOT MTD-CORE-DETAIL
                       AND MTD-TRMLIDNT NOT = HB37TST-TRMLIDNT
                        MOVE MTD-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                        ADD 1 TO WS-MTD-REL-COUNT
                    IF ARC-TIMESTAMP (1:6) = WS-RPT-MONTH
                       AND NOT ARC-DB-DETAIL
                       AND NOT ARC-CORE-DETAIL
                       AND ARC-TRMLIDNT NOT = HB37TST-TRMLIDNT
                        MOVE ARC-RECORD TO SW-RECORD
                        RELEASE SW-RECORD
                        ADD 1 TO WS-ARCH-REL-COUNT
