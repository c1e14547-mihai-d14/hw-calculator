      *================================================================
      * THETAHST - THETA (FST) REFERENCE HISTORY RECORD LAYOUT
      *   ONE RECORD PER VERSION OF AN ANCESTRY GROUP + LOCUS THETA
      *   REFERENCE ENTRY. EVERY POSTING TO THETAREF BY THE
      *   HW-CALCULATOR F-STATISTICS ROLL-UP ALSO WRITES A VERSION
      *   HERE, SO THETAREF IS ONLY EVER THE LATEST VERSION AND NO
      *   THETA A CASE WAS CORRECTED WITH IS LOST. THE KEY IS
      *   ANCESTRY GROUP + LOCUS + VERSION ID; THE VERSION ID IS THE
      *   RUN ID OF THE POSTING (YYYYMMDD + HHMMSSHH), SO A WALK OF
      *   ONE PAIR IS ITS HISTORY IN EFFECTIVE ORDER AND A PANEL
      *   AS-OF LOOKUP TAKES THE LAST VERSION NOT LATER THAN ITS
      *   AS-OF - THE SAME RULE AS FREQHIST. A PAIR THAT WAS ON
      *   THETAREF BEFORE HISTORY WAS KEPT IS CARRIED FORWARD
      *   (SOURCE C) UNDER THE RUN ID THAT POSTED IT THE FIRST TIME
      *   IT IS POSTED AGAIN.
      *================================================================
       01  THETA-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-ANCESTRY-GROUP   PIC X(15).
               10  TH-LOCUS-ID         PIC X(08).
               10  TH-VERSION-ID       PIC X(16).
               10  TH-VERSION-STAMP REDEFINES TH-VERSION-ID.
                   15  TH-EFFECTIVE-DATE PIC 9(08).
                   15  TH-EFFECTIVE-TIME PIC 9(08).
           05  TH-THETA            PIC 9(01)V9(08).
           05  TH-POP-COUNT        PIC 9(03).
           05  TH-SOURCE           PIC X(01).
               88  TH-FROM-POSTING       VALUE 'P'.
               88  TH-CARRIED-FORWARD    VALUE 'C'.
           05  FILLER              PIC X(10).
