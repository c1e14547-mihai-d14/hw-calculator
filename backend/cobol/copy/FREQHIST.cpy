      *================================================================
      * FREQHIST - FREQUENCY REFERENCE HISTORY RECORD LAYOUT
      *   ONE RECORD PER VERSION OF A POP+LOCUS FREQUENCY REFERENCE
      *   ENTRY. EVERY REFRESH OF FREQMAST BY HW-CALCULATOR ALSO
      *   WRITES A VERSION HERE, SO FREQMAST IS ONLY EVER THE LATEST
      *   VERSION AND NOTHING A CASE WAS COMPUTED WITH IS LOST. THE
      *   KEY IS POP + LOCUS + VERSION ID; THE VERSION ID IS THE RUN
      *   ID OF THE POSTING (YYYYMMDD + HHMMSSHH), SO A WALK OF ONE
      *   PAIR IS ITS HISTORY IN EFFECTIVE ORDER AND A PANEL AS-OF
      *   LOOKUP TAKES THE LAST VERSION NOT LATER THAN ITS AS-OF.
      *   HISTORY IS NEVER REWRITTEN BY LATER RUNS - A ROLLBACK BY
      *   FRQMAINT ADDS A NEW VERSION CARRYING THE RESTORED VALUES
      *   AND THE VERSION THEY WERE RESTORED FROM, SO A RERUN AS OF
      *   ANY DATE STILL SEES WHAT WAS IN FORCE ON THAT DATE. A PAIR
      *   THAT WAS ON FREQMAST BEFORE HISTORY WAS KEPT IS CARRIED
      *   FORWARD (SOURCE C) UNDER ITS OLD AS-OF DATE THE FIRST TIME
      *   IT IS REFRESHED.
      *================================================================
       01  FREQUENCY-HISTORY-RECORD.
           05  FH-KEY.
               10  FH-POP-ID       PIC X(10).
               10  FH-LOCUS-ID     PIC X(08).
               10  FH-VERSION-ID   PIC X(16).
               10  FH-VERSION-STAMP REDEFINES FH-VERSION-ID.
                   15  FH-EFFECTIVE-DATE PIC 9(08).
                   15  FH-EFFECTIVE-TIME PIC 9(08).
           05  FH-P-FREQUENCY      PIC 9(01)V9(08).
           05  FH-Q-FREQUENCY      PIC 9(01)V9(08).
           05  FH-SAMPLE-N         PIC 9(07).
           05  FH-SOURCE           PIC X(01).
               88  FH-FROM-POSTING       VALUE 'P'.
               88  FH-FROM-ROLLBACK      VALUE 'R'.
               88  FH-CARRIED-FORWARD    VALUE 'C'.
           05  FH-RESTORED-FROM    PIC X(16).
           05  FILLER              PIC X(05).
