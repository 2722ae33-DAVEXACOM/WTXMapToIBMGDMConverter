      * NO VENDOR CLAIM MENTIONED, SUMMARIZED PER PORT AND DATE -
      * THOSE ARE THE OUTAGES THE VENDOR'S CALL DETAIL MISSED.
      *
      * HB37VDR VERIFICATION CALLS (TRMLIDNT = THE HB37TST RESERVED
      * ID) ARE SKIPPED: A DELIBERATE TEST FAILURE IS NOT A HOST-SIDE
      * OUTAGE, AND A TEST PASS PROVES NOTHING ABOUT THE VENDOR'S
      * CALLS.
      *
      * VENDOR CLAIM CARD LAYOUT (HB37VCLM, ONE PER LINE):
      *   COLS  1-8   CLAIM ID     VENDOR'S CLAIM/CREDIT REFERENCE
      *   COLS  9-13  PORTIDNF     ZONED, 5 DIGITS
        COPY HB37VRXR.

        WORKING-STORAGE SECTION.
        COPY HB37TST.

        01 WS-VCLM-STATUS               PIC X(2).
        01 WS-LOG-STATUS                PIC X(2).
        01 WS-ARCH-STATUS               PIC X(2).
                PERFORM UNTIL WS-LOG-EOF
      *            DB/CORE DETAIL RECORDS ('D'/'C') WOULD COUNT ONE
      *            FAILED CHECK AS SEVERAL FAILURES INSIDE A CLAIM
      *            WINDOW - SUMMARY RECORDS ONLY. HB37VDR TEST
      *            CALLS ARE NEITHER EVIDENCE FOR NOR AGAINST A CLAIM.
                    IF NOT LOG-DB-DETAIL
                       AND NOT LOG-CORE-DETAIL
                       AND LOG-TRMLIDNT NOT = HB37TST-TRMLIDNT
                        MOVE LOG-RECORD TO WSR-RECORD
                        PERFORM 2100-MATCH-RECORD
                        ADD 1 TO WS-LOG-REC-COUNT
                PERFORM UNTIL WS-ARCH-EOF
                    IF NOT ARC-DB-DETAIL
                       AND NOT ARC-CORE-DETAIL
                       AND ARC-TRMLIDNT NOT = HB37TST-TRMLIDNT
                        MOVE ARC-RECORD TO WSR-RECORD
                        PERFORM 2100-MATCH-RECORD
                        ADD 1 TO WS-ARCH-REC-COUNT
