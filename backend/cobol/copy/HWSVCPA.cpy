      *================================================================
      * HWSVCPA - WEB SERVICE CALL HEADER FOR HWSVCCAL
      *   THE WEB BACKEND CALLS HWSVCCAL USING THIS HEADER AND THE
      *   USUAL HWCOREPA PARAMETER AREA, IN THAT ORDER. HWSVCCAL
      *   RUNS THE REQUESTED HWCORE FUNCTION AND JOURNALS THE CALL
      *   (WEBJRNL) UNDER THE CALLING SITE AND REQUEST ID, SO THE
      *   NIGHTLY SWEEP (HWSVCSWP) CAN CARRY IT ONTO THE AUDIT TRAIL
      *   AND THE SITE STATEMENT. SV-SITE-ID AND SV-REQUEST-ID ARE
      *   REQUIRED; SV-POP-ID NAMES THE POPULATION THE CALLER PRICED
      *   AGAINST, IF ANY, AND IS CARRIED TO THE AUDIT LINE.
      *================================================================
       01  HWSVC-CALL-HEADER.
           05  SV-SITE-ID          PIC X(08).
           05  SV-REQUEST-ID       PIC X(20).
           05  SV-POP-ID           PIC X(10).
