      *================================================================
      * ALLEHIST - ALLELE FREQUENCY HISTORY RECORD LAYOUT
      *   ONE RECORD PER VERSION OF AN ALLELE FREQUENCY MASTER ENTRY.
      *   EVERY ALLMAINT ACTION THAT ADDS, CHANGES, COUNTS, REBUILDS
      *   OR DELETES AN ALLEMAST ENTRY ALSO WRITES A VERSION HERE, SO
      *   ALLEMAST IS ONLY EVER THE LATEST VERSION AND NO FREQUENCY A
      *   CASE WAS PRICED WITH IS LOST. THE KEY IS THE ALLEMAST KEY
      *   (POP + LOCUS + ALLELE) PLUS A VERSION ID - THE ALLMAINT RUN
      *   ID (YYYYMMDD + HHMMSSHH) - SO A WALK OF ONE ALLELE IS ITS
      *   HISTORY IN EFFECTIVE ORDER AND A PANEL AS-OF LOOKUP IN
      *   HW-CALCULATOR TAKES THE LAST VERSION NOT LATER THAN ITS
      *   AS-OF, THE SAME RULE AS FREQHIST. THE VERSION CARRIES THE
      *   WHOLE ENTRY AS IT STOOD AFTER THE ACTION; A DELETE FILES A
      *   VERSION WITH NO FREQUENCY, SO A RERUN AS OF A LATER DATE
      *   SEES THE ALLELE AS GONE. AH-ACTION IS THE ALLMAINT ACTION
      *   THAT MADE THE VERSION (A, C, D, N OR B), OR F FOR AN ENTRY
      *   THAT WAS ON ALLEMAST BEFORE HISTORY WAS KEPT, FILED UNDER
      *   ITS OLD AS-OF DATE THE FIRST TIME IT IS TOUCHED.
      *================================================================
       01  ALLELE-HISTORY-RECORD.
           05  AH-KEY.
               10  AH-POP-ID       PIC X(10).
               10  AH-LOCUS-ID     PIC X(08).
               10  AH-ALLELE-ID    PIC X(06).
               10  AH-VERSION-ID   PIC X(16).
               10  AH-VERSION-STAMP REDEFINES AH-VERSION-ID.
                   15  AH-EFFECTIVE-DATE PIC 9(08).
                   15  AH-EFFECTIVE-TIME PIC 9(08).
           05  AH-FREQUENCY        PIC 9(01)V9(08).
           05  AH-ALLELE-COUNT     PIC 9(07).
           05  AH-SAMPLE-N         PIC 9(07).
           05  AH-SOURCE           PIC X(01).
           05  AH-ACTION           PIC X(01).
               88  AH-FROM-DELETE        VALUE 'D'.
               88  AH-CARRIED-FORWARD    VALUE 'F'.
           05  FILLER              PIC X(10).
