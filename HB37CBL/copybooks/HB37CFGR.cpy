      *                         MINUTES FOR PORTS WHOSE HB37PORT ROW
      *                         CARRIES NO CADENCE OF ITS OWN,
      *                         ZONED 9(4) IN VALUE COLS 1-4
      *   ACKESCMIN     HB37AGE MINUTES AN HB37INC INCIDENT MAY STAND
      *                         UNACKNOWLEDGED BEFORE IT IS ESCALATED
      *                         TO THE HB37EXC DIGEST,
      *                         ZONED 9(4) IN VALUE COLS 1-4
      *   PENDAGEHRS    HB37APR HOURS A HB37PMT/HB37TBM CHANGE MAY
      *                         WAIT ON HB37PEND FOR A CHECKER'S
      *                         DECISION BEFORE IT IS EXPIRED,
      *                         ZONED 9(4) IN VALUE COLS 1-4
      *
      * NUMERIC VALUES ARE ZONED, ZERO-PADDED AND LEFT-JUSTIFIED IN
      * THE VALUE FIELD; THE REST OF THE VALUE FIELD IS SPACES.
                 'SYNTRMLIDNT '.
              88 CFG-KEY-CADENCE                     VALUE
                 'CADENCEMIN  '.
              88 CFG-KEY-ACK-ESCALATE                VALUE
                 'ACKESCMIN   '.
              88 CFG-KEY-PEND-AGE                    VALUE
                 'PENDAGEHRS  '.
           05 CFG-VALUE                   PIC X(20).
           05 FILLER                      PIC X(28).
