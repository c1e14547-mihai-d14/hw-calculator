      *     XL  X-LINKED LOCUS FROM SEX-SPLIT OBSERVED COUNTS -
      *         MALES HEMIZYGOUS (P/Q), FEMALES P2/2PQ/Q2, WITH THE
      *         CHI-SQUARE TAKEN OVER ALL FIVE CELLS (2 DF)
      *     HE  EXACT HARDY-WEINBERG TEST FROM THE OBSERVED AA/AQ/QQ
      *         COUNTS - FOR SMALL SAMPLES, WHERE THE CHI-SQUARE'S
      *         EXPECTED CELLS FALL BELOW 5. RETURNS THE P-VALUE AND
      *         THE SAME E/D VERDICT IN HC-OUT-CHI-RESULT
      *     MG  MULTI-ALLELE (STR) GENOTYPE FREQUENCY FROM THE TWO
      *         CASE ALLELES' FREQUENCIES - P(I) SQUARED FOR A
      *         HOMOZYGOTE, 2 P(I) P(J) FOR A HETEROZYGOTE
      *     MP  MULTI-ALLELE (STR) SINGLE-LOCUS PATERNITY INDEX FROM
      *         THE ALLEGED PARENT'S AND THE CHILD'S NAMED ALLELES,
      *         PRICED FROM THE CHILD'S ALLELE FREQUENCIES. SAME
      *         OUTPUTS AS PI
      *     MI  MIXTURE PROBABILITY OF INCLUSION AT ONE LOCUS - THE
      *         SQUARE OF THE SUMMED FREQUENCIES OF THE ALLELES
      *         OBSERVED IN A MIXED SAMPLE
      *     FE  FORENSIC EFFICIENCY OF A TWO-ALLELE LOCUS FROM P -
      *         EXPECTED HETEROZYGOSITY, MATCH PROBABILITY, POWER OF
      *         DISCRIMINATION, POLYMORPHISM INFORMATION CONTENT
      *         AND POWER OF EXCLUSION
      *
      *   CS, XL AND HE ALL SET HC-OUT-HWE-TEST (C = CHI-SQUARE,
      *   X = EXACT) AND HC-OUT-HWE-P-VALUE. CS ALSO RETURNS THE
      *   SMALLEST EXPECTED CELL COUNT, SO THE CALLER CAN DECIDE
      *   WHETHER THE CHI-SQUARE IS SAFE OR THE EXACT TEST IS NEEDED.
      *
      *   MG AND MP TAKE THEIR INPUTS FROM HC-MULTI-ALLELE-FIELDS:
      *   THE CASE (OR CHILD) ALLELE DESIGNATIONS WITH THEIR
      *   FREQUENCIES, AND FOR MP THE ALLEGED PARENT'S DESIGNATIONS.
      *   ALLELES ARE MATCHED BY DESIGNATION, SO A HOMOZYGOTE CARRIES
      *   THE SAME DESIGNATION TWICE.
      *
      *   MI TAKES HC-IN-MIX-ALLELE-COUNT (1 TO 10) FREQUENCIES IN
      *   HC-IN-MIX-FREQ, ONE PER DISTINCT OBSERVED ALLELE, AND
      *   RETURNS THEIR SUM AND THE LOCUS PI IN HC-MIXTURE-FIELDS.
      *
      *   FE TAKES P IN HC-IN-FREQUENCY (Q IS 1 - P) AND RETURNS ITS
      *   FIVE FIGURES IN HC-EFFICIENCY-FIELDS. A MONOMORPHIC LOCUS
      *   (P OF 0 OR 1) IS VALID AND SCORES MATCH PROBABILITY 1.
      *
      *   THE WEB SERVICE DOES NOT CALL HWCORE DIRECTLY BUT THROUGH
      *   HWSVCCAL, WHICH JOURNALS THE CALL. STATUS 12 COMES ONLY
      *   FROM HWSVCCAL: THE CALL COULD NOT BE JOURNALED AND ITS
      *   RESULT HAS BEEN WITHHELD.
      *================================================================
       01  HWCORE-PARAMETER-AREA.
           05  HC-FUNCTION-CODE    PIC X(02).
               88  HC-FUNC-LINKAGE           VALUE 'LD'.
               88  HC-FUNC-PATERNITY         VALUE 'PI'.
               88  HC-FUNC-XLINKED           VALUE 'XL'.
               88  HC-FUNC-EXACT-HWE         VALUE 'HE'.
               88  HC-FUNC-MULTI-GENOTYPE    VALUE 'MG'.
               88  HC-FUNC-MULTI-PATERNITY   VALUE 'MP'.
               88  HC-FUNC-MIXTURE-INCLUSION VALUE 'MI'.
               88  HC-FUNC-FORENSIC-EFFIC    VALUE 'FE'.
           05  HC-STATUS-CODE      PIC X(02).
               88  HC-STATUS-OK              VALUE '00'.
               88  HC-STATUS-BAD-FUNCTION    VALUE '04'.
               88  HC-STATUS-BAD-INPUT       VALUE '08'.
               88  HC-STATUS-NOT-JOURNALED   VALUE '12'.
           05  HC-STATUS-MESSAGE   PIC X(40).
           05  HC-INPUT-FIELDS.
               10  HC-IN-FREQUENCY     PIC 9(01)V9(08).
                   88  HC-PI-NOT-RUN          VALUE 'N'.
               10  HC-OUT-MALE-A-FREQ  PIC 9(01)V9(08).
               10  HC-OUT-MALE-Q-FREQ  PIC 9(01)V9(08).
               10  HC-OUT-HWE-TEST     PIC X(01).
                   88  HC-HWE-CHI-SQUARE      VALUE 'C'.
                   88  HC-HWE-EXACT           VALUE 'X'.
                   88  HC-HWE-NOT-RUN         VALUE 'N'.
               10  HC-OUT-HWE-P-VALUE  PIC 9(01)V9(08).
               10  HC-OUT-MIN-EXPECTED PIC 9(07)V9(04).
           05  HC-MULTI-ALLELE-FIELDS.
               10  HC-IN-CASE-ALLELE-1 PIC X(06).
               10  HC-IN-CASE-FREQ-1   PIC 9(01)V9(08).
               10  HC-IN-CASE-ALLELE-2 PIC X(06).
               10  HC-IN-CASE-FREQ-2   PIC 9(01)V9(08).
               10  HC-IN-PARENT-ALLELE-1 PIC X(06).
               10  HC-IN-PARENT-ALLELE-2 PIC X(06).
               10  HC-OUT-GENO-FREQ    PIC 9(01)V9(08).
               10  HC-OUT-ZYGOSITY     PIC X(01).
                   88  HC-HOMOZYGOUS          VALUE 'O'.
                   88  HC-HETEROZYGOUS        VALUE 'E'.
           05  HC-MIXTURE-FIELDS.
               10  HC-IN-MIX-ALLELE-COUNT PIC 9(02).
               10  HC-IN-MIX-FREQ      PIC 9(01)V9(08)
                                       OCCURS 10 TIMES.
               10  HC-OUT-MIX-FREQ-SUM PIC 9(01)V9(08).
               10  HC-OUT-MIX-PI       PIC 9(01)V9(08).
           05  HC-EFFICIENCY-FIELDS.
               10  HC-OUT-EXP-HETERO   PIC 9(01)V9(08).
               10  HC-OUT-MATCH-PROB   PIC 9(01)V9(08).
               10  HC-OUT-POWER-DISC   PIC 9(01)V9(08).
               10  HC-OUT-PIC          PIC 9(01)V9(08).
               10  HC-OUT-POWER-EXCL   PIC 9(01)V9(08).
