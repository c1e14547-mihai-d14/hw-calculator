      * AUDITREC - AUDIT TRAIL RECORD LAYOUT
      *   WRITTEN BY HW-CALCULATOR, READ BY THE AUDIT REPORTING
      *   PROGRAMS. AR-RUN-ID IS YYYYMMDD + HHMMSSHH, SO A SORT ON
      *   AR-RUN-ID IS A SORT IN RUN-DATE/TIME ORDER. A PANEL MEMBER
      *   LINE CARRIES THE THETA ITS LOCUS WAS CORRECTED WITH IN
      *   AR-THETA; THE PANEL SUMMARY LINE (MODE P) CARRIES THE
      *   THETA-CORRECTED RMP BESIDE THE PLAIN PRODUCT-RULE RMP.
      *   AR-FREQ-VERSION IS THE FREQHIST VERSION A MEMBER LOOKUP
      *   TOOK ON A POINT-IN-TIME PANEL, AND THE PANEL'S AS-OF ON
      *   ITS SUMMARY LINE; BLANK WHEN CURRENT VALUES WERE USED.
      *   AR-HWE-TEST / AR-HWE-P-VALUE ARE THE EQUILIBRIUM TEST ON A
      *   TWO-ALLELE OR X-LINKED LINE (C CHI-SQUARE, X EXACT, N NOT
      *   RUN) AND ITS P-VALUE.
      *   AN STR PANEL MEMBER LINE (MODE S) CARRIES THE TWO CASE
      *   ALLELE DESIGNATIONS IN AR-ALLELE-1/2, THEIR FREQUENCIES IN
      *   AR-FREQUENCY AND AR-ALLELE-Q, AND THE GENOTYPE FREQUENCY IN
      *   AR-AA-FREQ (HOMOZYGOTE) OR AR-AQ-FREQ (HETEROZYGOTE).
      *   A MIXTURE SUMMARY LINE (MODE I) CARRIES THE PANEL'S
      *   COMBINED PROBABILITY OF INCLUSION IN THE PANEL RMP
      *   MANTISSA/EXPONENT FIELDS, AS A KINSHIP LINE (MODE K) DOES
      *   ITS COMBINED PI, WITH THE MIXTURE LOCUS COUNT.
      *   A WEB SERVICE LINE (MODE W, SOURCE W) IS POSTED BY THE
      *   NIGHTLY SWEEP (HWSVCSWP) FROM A JOURNALED HWCORE CALL. ITS
      *   RUN ID IS THE CALL'S DATE AND TIME, AR-SITE-ID AND
      *   AR-REQUEST-ID NAME THE CALLER AND AR-FUNCTION THE HWCORE
      *   FUNCTION, WHICH DECIDES THE FIGURES CARRIED - A LIKELIHOOD
      *   RATIO OR MIXTURE PI GOES IN THE PANEL MANTISSA/EXPONENT
      *   FIELDS WITH A LOCUS COUNT OF 1. BATCH LINES LEAVE THE
      *   SOURCE, SITE, REQUEST AND FUNCTION BLANK.
      *================================================================
       01  AUDIT-RECORD.
           05  AR-RUN-ID           PIC X(16).
           05  AR-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  AR-CASE-ID          PIC X(12).
           05  FILLER              PIC X(01).
           05  AR-THETA            PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  AR-THETA-RMP-MANT   PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  AR-THETA-RMP-EXP    PIC S9(03)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AR-FREQ-VERSION     PIC X(16).
           05  FILLER              PIC X(01).
           05  AR-HWE-TEST         PIC X(01).
           05  FILLER              PIC X(01).
           05  AR-HWE-P-VALUE      PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  AR-ALLELE-1         PIC X(06).
           05  FILLER              PIC X(01).
           05  AR-ALLELE-2         PIC X(06).
           05  FILLER              PIC X(01).
           05  AR-SOURCE           PIC X(01).
               88  AR-SOURCE-WEB-SERVICE VALUE 'W'.
           05  FILLER              PIC X(01).
           05  AR-SITE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  AR-REQUEST-ID       PIC X(20).
           05  FILLER              PIC X(01).
           05  AR-FUNCTION         PIC X(02).
