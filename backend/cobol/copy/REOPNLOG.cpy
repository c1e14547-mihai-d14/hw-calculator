      *================================================================
      * REOPNLOG - CLOSED-PERIOD REOPEN LOG RECORD LAYOUT
      *   APPEND-ONLY. HW-CALCULATOR WRITES ONE LINE FOR EVERY REOPEN
      *   CARD IT ACTS ON - A DECK LET THROUGH INTO A CLOSED PERIOD
      *   (OUTCOME A) AND A REOPEN CARD REFUSED BECAUSE IT DID NOT
      *   QUOTE THE PERIOD'S REOPEN CODE OR NAME ITS AUTHORISER
      *   (OUTCOME D). THE PERIOD-CLOSE JOB (HWPCLOSE) LISTS A
      *   PERIOD'S ENTRIES WHEN IT IS ASKED ABOUT THAT PERIOD AGAIN.
      *================================================================
       01  REOPEN-LOG-RECORD.
           05  RL-PERIOD           PIC 9(06).
           05  FILLER              PIC X(01).
           05  RL-LOG-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RL-RUN-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  RL-DECK-ID          PIC X(12).
           05  FILLER              PIC X(01).
           05  RL-SITE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  RL-AUTH-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  RL-OUTCOME          PIC X(01).
               88  RL-REOPEN-ACCEPTED    VALUE 'A'.
               88  RL-REOPEN-DENIED      VALUE 'D'.
           05  FILLER              PIC X(01).
           05  RL-REASON           PIC X(40).
