      *****************************************************************
      * HB37XPXR - CORRELATED OUTAGE EVENT EXTRACT RECORD (HB37XPCX
      * FILE)
      * MACHINE-READABLE TWIN OF THE HB37XPC CROSS-PORT CORRELATION
      * REPORT, SO HB37CRM AND THE MONTHLY STATEMENT CAN COUNT ONE
      * HOST OUTAGE ONCE INSTEAD OF ONCE PER PORT. EACH EVENT IS ONE
      * 'E' RECORD FOLLOWED BY ONE 'P' RECORD PER PORT THAT FAILED
      * DURING IT; BOTH CARRY THE EVENT ID (START DATE PLUS A NUMBER
      * WITHIN THE RUN) SO A PER-PORT HB37AVLX EPISODE CAN BE MATCHED
      * TO ITS EVENT BY PORT AND TIME.
      *
      * XPX-CLASS IS HOST-WIDE (MORE THAN HALF THE ACTIVE HB37PORT
      * PORTS FAILED), PARTIAL (MORE THAN ONE PORT, NOT MOST) OR
      * ISOLATED (ONE PORT). XPX-RES-TYPE/XPX-RESOURCE NAME THE 'D'
      * OR 'C' COMPONENT THAT FAILED ON MORE OF THE EVENT'S PORTS THAN
      * ANY OTHER, WHEN IT FAILED ON MORE THAN HALF OF THEM
      * (XPX-RES-PORTS SAYS HOW MANY); SPACES WHEN NO COMPONENT WAS
      * COMMON TO THE EVENT. FIRST/LAST SEQ ARE THE HB37LOG SEQUENCE
      * NUMBERS OF THE EVENT'S FIRST AND LAST FAILING CHECK (ZERO FOR
      * UNSEQUENCED HISTORY).
      *****************************************************************
        01 HB37XPCX-RECORD.
           05 XPX-REC-TYPE                PIC X(1).
              88 XPX-EVENT                           VALUE 'E'.
              88 XPX-MEMBER                          VALUE 'P'.
           05 XPX-EVENT-ID.
              10 XPX-EVENT-DATE           PIC X(8).
              10 XPX-EVENT-NO             PIC 9(4).
           05 XPX-EVENT-DATA.
              10 XPX-CLASS                PIC X(10).
                 88 XPX-HOST-WIDE                    VALUE
                    'HOST-WIDE '.
                 88 XPX-PARTIAL                      VALUE
                    'PARTIAL   '.
                 88 XPX-ISOLATED                     VALUE
                    'ISOLATED  '.
              10 XPX-START-TS             PIC X(14).
              10 XPX-END-TS               PIC X(14).
              10 XPX-OPEN-SW              PIC X(1).
                 88 XPX-OPEN-EVENT                   VALUE 'Y'.
              10 XPX-DUR-SECS             PIC 9(9).
              10 XPX-PORTS                PIC 9(5).
              10 XPX-ACTIVE-PORTS         PIC 9(5).
              10 XPX-FAIL-CHECKS          PIC 9(7).
              10 XPX-MSGENUMB             PIC X(5).
              10 XPX-RES-TYPE             PIC X(1).
              10 XPX-RESOURCE             PIC X(8).
              10 XPX-RES-PORTS            PIC 9(5).
              10 XPX-FIRST-SEQ            PIC 9(9).
              10 XPX-LAST-SEQ             PIC 9(9).
           05 XPX-MEMBER-DATA REDEFINES XPX-EVENT-DATA.
              10 XPX-PORTIDNF             PIC 9(5).
              10 XPX-PORT-FIRST-TS        PIC X(14).
              10 XPX-PORT-LAST-TS         PIC X(14).
              10 XPX-PORT-FAIL-CHECKS     PIC 9(7).
              10 XPX-PORT-FIRST-SEQ       PIC 9(9).
              10 FILLER                   PIC X(53).
           05 FILLER                      PIC X(5).
