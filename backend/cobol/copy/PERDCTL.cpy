      *================================================================
      * PERDCTL - ACCOUNTING PERIOD CONTROL RECORD LAYOUT
      *   ONE RECORD PER MONTHLY PERIOD (YYYYMM). THE MONTH-END JOBS
      *   STAMP IT AS THEY RUN - HWSTMNT WITH THE DATE THE PERIOD'S
      *   STATEMENT WAS LAST PRODUCED, HWARCHIV WITH THE DATE THE
      *   PERIOD WAS ROLLED OUT OF THE LIVE AUDIT TRAIL - AND THE
      *   PERIOD-CLOSE JOB (HWPCLOSE) MARKS IT CLOSED ONCE EVERY
      *   CLOSE CHECK PASSES. A ZERO RUN DATE MEANS THAT JOB HAS NOT
      *   RUN FOR THE PERIOD. HW-CALCULATOR READS IT AT EACH DECK
      *   HEADER AND REFUSES A DECK CREATED IN A CLOSED PERIOD UNLESS
      *   THE DECK CARRIES A REOPEN CARD QUOTING PC-REOPEN-CODE,
      *   WHICH IS PRINTED ON THE PERIOD'S CLOSE CERTIFICATE.
      *================================================================
       01  PERIOD-CONTROL-RECORD.
           05  PC-KEY.
               10  PC-PERIOD       PIC 9(06).
           05  PC-STMT-RUN-DATE    PIC 9(08).
           05  PC-ARCH-RUN-DATE    PIC 9(08).
           05  PC-CLOSE-STATUS     PIC X(01).
               88  PC-PERIOD-OPEN        VALUE 'O'.
               88  PC-PERIOD-CLOSED      VALUE 'C'.
           05  PC-CLOSE-DATE       PIC 9(08).
           05  PC-CLOSE-RUN-ID     PIC X(16).
           05  PC-REOPEN-CODE      PIC X(08).
           05  FILLER              PIC X(20).
