      *================================================================
      * WEBSWCTL - WEB CALL SWEEP CONTROL RECORD LAYOUT
      *   A SINGLE RECORD, REWRITTEN BY EVERY HWSVCSWP RUN THAT
      *   POSTS. SC-CUTOFF-DATE IS THE FIRST CALL DATE NOT YET SWEPT
      *   - EVERY JOURNALED CALL DATED BEFORE IT IS ON THE AUDIT
      *   TRAIL - AND SC-RUN-DATE THE DATE OF THE SWEEP THAT MOVED
      *   IT THERE. THE PERIOD-CLOSE JOB (HWPCLOSE) READS IT TO SEE
      *   THAT A PERIOD'S WEB CALLS HAVE ALL BEEN POSTED.
      *================================================================
       01  SWEEP-CONTROL-RECORD.
           05  SC-CUTOFF-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  SC-RUN-DATE         PIC 9(08).
