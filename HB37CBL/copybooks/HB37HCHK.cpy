      *****************************************************************
      * HB37HCHK - STANDARD HB37-STYLE HEALTH CHECK REQUEST/REPLY
      * LAYOUT, SHARED BY EVERY CURRENT AND FUTURE ORIGINATOR OR
      * CONSUMER OF AN HB37 HEALTH CHECK (HB37 ITSELF, HB37SYN, HB37VDR
      * AND ANY FUTURE CALLER) SO THEY STAY IN LOCKSTEP INSTEAD OF EACH
      * RECOPYING THE LAYOUT BY HAND.
      *
      *    HB37 A   - Health check for VRU – PING Option
