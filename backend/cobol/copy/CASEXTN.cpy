      *================================================================
      * CASEXTN - CASE REGISTER EXTENSION RECORD LAYOUT
      *   ONE RECORD PER CASEREG ENTRY, ON THE SAME KEY (CASE + RUN +
      *   PANEL), WRITTEN BY HW-CALCULATOR BESIDE THE REGISTER ENTRY
      *   AND READ BY THE CASE INQUIRY (HWCASINQ). IT CARRIES THE
      *   PANEL RESULTS ADDED AFTER THE REGISTER WAS FIRST BUILT, SO
      *   THE REGISTER ITSELF KEEPS ITS ORIGINAL LENGTH AND AN
      *   EXISTING REGISTER FILE OPENS UNCHANGED. A REGISTER ENTRY
      *   WRITTEN BEFORE THE EXTENSION EXISTED SIMPLY HAS NO RECORD
      *   HERE.
      *   THE THETA-CORRECTED RMP RIDES BESIDE THE PLAIN PRODUCT-RULE
      *   RMP ON CASEREG, WITH THE SITE DEFAULT THETA IN FORCE AND
      *   HOW MANY MEMBER LOCI FELL BACK TO IT (THE REST WERE
      *   CORRECTED FROM THE THETA REFERENCE FILE - THE MEMBER AUDIT
      *   LINES CARRY EACH LOCUS'S OWN THETA).
      *   CX-FREQ-ASOF-ID IS THE AS-OF (YYYYMMDD + HHMMSSHH) A
      *   POINT-IN-TIME RERUN PANEL TOOK ITS REFERENCE FREQUENCIES
      *   AND THETAS AT; BLANK WHEN THE PANEL RAN ON CURRENT VALUES.
      *   A PANEL WITH MIXTURE MEMBERS CARRIES THE COMBINED
      *   PROBABILITY OF INCLUSION (CPI) OVER CX-MIX-LOCI LOCI IN
      *   ITS OWN MANTISSA/EXPONENT FIELDS, THE SAME WAY AS THE PI.
      *================================================================
       01  CASE-EXTENSION-RECORD.
           05  CX-KEY.
               10  CX-CASE-ID      PIC X(12).
               10  CX-RUN-ID       PIC X(16).
               10  CX-PANEL-ID     PIC X(10).
           05  CX-THETA-RMP-MANT   PIC 9(01)V9(08).
           05  CX-THETA-RMP-EXP    PIC S9(03)
                                   SIGN IS LEADING SEPARATE.
           05  CX-DEFAULT-THETA    PIC 9(01)V9(08).
           05  CX-THETA-DEFAULT-LOCI PIC 9(03).
           05  CX-FREQ-ASOF-ID     PIC X(16).
           05  CX-MIX-LOCI         PIC 9(03).
           05  CX-CPI-MANT         PIC 9(01)V9(08).
           05  CX-CPI-EXP          PIC S9(03)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(20).
