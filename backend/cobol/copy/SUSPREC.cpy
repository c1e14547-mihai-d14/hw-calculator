      *     O = OPEN, AWAITING CORRECTION OR WRITE-OFF
      *     R = RECYCLED INTO A REPOST DECK BY HWRECYCL
      *     W = FORMALLY WRITTEN OFF BY A CORRECTION CARD
      *
      *   SP-REJECT-DATE IS THE POSTING RUN DATE THAT SUSPENDED THE
      *   CARD. THE PERIOD-CLOSE JOB (HWPCLOSE) AGES OPEN REJECTS BY
      *   IT; AN ENTRY SUSPENDED BEFORE THE DATE WAS KEPT HAS SPACES
      *   THERE.
      *================================================================
       01  SUSPENSE-RECORD.
           05  SP-SEQ-NUMBER       PIC 9(07).
               88  SP-WRITTEN-OFF        VALUE 'W'.
           05  FILLER              PIC X(01).
           05  SP-CARD-IMAGE       PIC X(100).
           05  FILLER              PIC X(01).
           05  SP-REJECT-DATE      PIC 9(08).
