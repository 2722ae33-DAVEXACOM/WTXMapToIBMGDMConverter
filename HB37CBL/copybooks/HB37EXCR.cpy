      * ONE RECORD PER EXCEPTION ANY JOB IN THE NIGHTLY STREAM WANTS
      * ON THE MORNING DIGEST. THE STREAM ALLOCATES A FRESH HB37EXC
      * AT THE TOP OF THE NIGHT; EACH PRODUCER (HB37MON, HB37VFY,
      * HB37LAT, HB37ARC, HB37SYN, HB37SIL, HB37AGE, HB37BAL, HB37STU,
      * HB37DRP) OPENS IT EXTEND, APPENDS ITS EXCEPTIONS AND CLOSES IT
      * AGAIN, AND THE HB37DIG DIGEST AT THE END OF THE STREAM PRINTS
      * THEM ON ONE PAGE IN SEVERITY ORDER - OR AN EXPLICIT "NO
      * EXCEPTIONS" STATEMENT, SO THE 7AM HANDOVER CAN PROVE THE
      * REVIEW HAPPENED.
      * A PRODUCER THAT CANNOT OPEN HB37EXC CARRIES ON WITH A CONSOLE
      * WARNING - THE DIGEST IS A CONVENIENCE VIEW, NEVER A REASON TO
      * FAIL A JOB.
      *
      * SEVERITY: 1 = CRITICAL (PAGES THE DUTY OPERATOR - REPEATED
      * FAILURES, SILENT PORTS, UNOWNED INCIDENTS), 2 = HIGH
      * (HISTORY GAPS, ARCHIVE FAILURES, CONTROL-TOTAL BREAKS),
      * 3 = MEDIUM (LATENCY DRIFT, FAILED SYNTHETIC CHECKS),
      * 4 = INFORMATIONAL.
      * TRCDNAME/PORTIDNF/MSGENUMB ARE SPACES WHERE THE EXCEPTION HAS
      * NO SUCH SCOPE.
      *****************************************************************
        01 HB37EXC-RECORD.
           05 EXC-TIMESTAMP               PIC X(14).
