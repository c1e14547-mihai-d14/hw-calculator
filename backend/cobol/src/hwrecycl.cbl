      *
      * MODIFICATION HISTORY
      *   2026-08-25 RA  ORIGINAL SUSPENSE CORRECTION AND RECYCLE JOB.
      *   2026-09-22 RA  SUSPENSE RECORD EXTENDED FOR THE REJECT DATE.
      *
      * APPLIES CORRECTION CARDS (CORRFILE) AGAINST THE REJECT
      * SUSPENSE FILE (SUSPFILE) THAT BATCH POSTING WRITES. EACH
       COPY SUSPREC.
      *
       FD  SUSPNEW.
       01  SUSPNEW-RECORD          PIC X(137).
      *
       FD  RCYFILE.
       01  RECYCLE-CARD            PIC X(100).
