      *================================================================
      * WEBJRNL - WEB SERVICE CALL JOURNAL RECORD LAYOUT
      *   ONE LINE PER HWCORE CALL MADE THROUGH THE WEB SERVICE
      *   ENTRY (HWSVCCAL), APPENDED AS THE CALL RETURNS, WHETHER IT
      *   SUCCEEDED OR NOT. JR-CALL-STAMP IS YYYYMMDD + HHMMSSHH,
      *   THE SAME SHAPE AS AN AUDIT RUN ID. THE INPUT BLOCKS ARE
      *   FIELD-FOR-FIELD COPIES OF THE HWCOREPA INPUTS, SO THE
      *   NIGHTLY SWEEP (HWSVCSWP) CAN DRIVE THE SAME FUNCTION AGAIN
      *   AND POST THE RESULT TO THE AUDIT TRAIL. JR-STATUS-CODE AND
      *   JR-STATUS-MESSAGE ARE WHAT HWCORE RETURNED TO THE CALLER.
      *================================================================
       01  WEB-JOURNAL-RECORD.
           05  JR-CALL-STAMP.
               10  JR-CALL-DATE        PIC 9(08).
               10  JR-CALL-TIME        PIC 9(08).
           05  FILLER              PIC X(01).
           05  JR-SITE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  JR-REQUEST-ID       PIC X(20).
           05  FILLER              PIC X(01).
           05  JR-POP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  JR-FUNCTION-CODE    PIC X(02).
           05  FILLER              PIC X(01).
           05  JR-STATUS-CODE      PIC X(02).
               88  JR-STATUS-OK          VALUE '00'.
           05  FILLER              PIC X(01).
           05  JR-STATUS-MESSAGE   PIC X(40).
           05  FILLER              PIC X(01).
           05  JR-INPUT-FIELDS.
               10  JR-IN-FREQUENCY     PIC 9(01)V9(08).
               10  JR-IN-SAMPLE-N      PIC 9(07).
               10  JR-IN-AA-COUNT      PIC 9(07).
               10  JR-IN-AQ-COUNT      PIC 9(07).
               10  JR-IN-QQ-COUNT      PIC 9(07).
               10  JR-IN-OBS-AA-COUNT  PIC 9(07).
               10  JR-IN-OBS-AQ-COUNT  PIC 9(07).
               10  JR-IN-OBS-QQ-COUNT  PIC 9(07).
               10  JR-IN-ALLELE-P      PIC 9(01)V9(08).
               10  JR-IN-ALLELE-Q      PIC 9(01)V9(08).
               10  JR-IN-ALLELE-R      PIC 9(01)V9(08).
               10  JR-IN-HAP-11-COUNT  PIC 9(07).
               10  JR-IN-HAP-12-COUNT  PIC 9(07).
               10  JR-IN-HAP-21-COUNT  PIC 9(07).
               10  JR-IN-HAP-22-COUNT  PIC 9(07).
               10  JR-IN-PARENT-GENO   PIC X(02).
               10  JR-IN-CHILD-GENO    PIC X(02).
               10  JR-IN-MALE-A-COUNT  PIC 9(07).
               10  JR-IN-MALE-Q-COUNT  PIC 9(07).
           05  FILLER              PIC X(01).
           05  JR-MULTI-ALLELE-INPUTS.
               10  JR-IN-CASE-ALLELE-1 PIC X(06).
               10  JR-IN-CASE-FREQ-1   PIC 9(01)V9(08).
               10  JR-IN-CASE-ALLELE-2 PIC X(06).
               10  JR-IN-CASE-FREQ-2   PIC 9(01)V9(08).
               10  JR-IN-PARENT-ALLELE-1 PIC X(06).
               10  JR-IN-PARENT-ALLELE-2 PIC X(06).
           05  FILLER              PIC X(01).
           05  JR-MIXTURE-INPUTS.
               10  JR-IN-MIX-ALLELE-COUNT PIC 9(02).
               10  JR-IN-MIX-FREQ      PIC 9(01)V9(08)
                                       OCCURS 10 TIMES.
