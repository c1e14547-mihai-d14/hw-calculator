      *================================================================
      * THETAREF - THETA (FST) REFERENCE RECORD LAYOUT
      *   KEYED ON ANCESTRY GROUP (PM-ANCESTRY-GROUP) PLUS LOCUS.
      *   POSTED BY HW-CALCULATOR AT END OF DECK FROM ITS OWN
      *   F-STATISTICS ROLL-UP, TAKEN OVER THE POPULATIONS OF ONE
      *   ANCESTRY GROUP THAT SHARE THE LOCUS, AND READ BACK AS THE
      *   SUBPOPULATION CORRECTION (THETA) ON PANEL RMP MEMBERS. A
      *   PAIR WITH NO ENTRY FALLS BACK TO THE SITE-WIDE DEFAULT
      *   THETA. TR-POP-COUNT IS HOW MANY POPULATIONS THE ESTIMATE
      *   WAS TAKEN OVER; TR-ASOF-DATE AND TR-RUN-ID NAME THE RUN
      *   THAT LAST POSTED IT. EVERY POSTING ALSO GOES TO THE THETA
      *   HISTORY (THETAHST), WHICH A POINT-IN-TIME RERUN PANEL
      *   READS INSTEAD OF THIS FILE.
      *================================================================
       01  THETA-REFERENCE-RECORD.
           05  TR-KEY.
               10  TR-ANCESTRY-GROUP   PIC X(15).
               10  TR-LOCUS-ID         PIC X(08).
           05  TR-THETA            PIC 9(01)V9(08).
           05  TR-POP-COUNT        PIC 9(03).
           05  TR-ASOF-DATE        PIC 9(08).
           05  TR-RUN-ID           PIC X(16).
           05  FILLER              PIC X(05).
