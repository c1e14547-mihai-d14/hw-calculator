      *                  (FUNCTION PI).
      *   2026-08-28 RA  ADDED X-LINKED LOCUS COMPUTATION FROM
      *                  SEX-SPLIT COUNTS (FUNCTION XL).
      *   2026-09-12 RA  ADDED EXACT HARDY-WEINBERG TEST (FUNCTION
      *                  HE); CS AND XL NOW RETURN A P-VALUE AND CS
      *                  THE SMALLEST EXPECTED CELL COUNT.
      *   2026-09-14 RA  ADDED MULTI-ALLELE (STR) GENOTYPE FREQUENCY
      *                  AND PATERNITY INDEX (FUNCTIONS MG AND MP).
      *   2026-09-16 RA  ADDED MIXTURE PROBABILITY OF INCLUSION
      *                  (FUNCTION MI).
      *   2026-09-18 RA  ADDED TWO-ALLELE LOCUS FORENSIC EFFICIENCY
      *                  FIGURES (FUNCTION FE).
      *
      * STATELESS COMPUTATION SUBPROGRAM. EVERYTHING IN AND OUT GOES
      * THROUGH THE HWCOREPA PARAMETER AREA; SEE THE COPYBOOK FOR THE
           05  C-XL-EXP-MA         PIC 9(07)V9(04).
           05  C-XL-EXP-MQ         PIC 9(07)V9(04).
           05  C-CHI-THRESHOLD-2DF PIC 9(02)V9(04) VALUE 5.9915.
      *
      * CHI-SQUARE P-VALUE. ONE DEGREE OF FREEDOM IS ERFC(SQRT(X/2)),
      * TAKEN BY THE ABRAMOWITZ-STEGUN 7.1.26 RATIONAL APPROXIMATION
      * (GOOD TO 1.5E-7, WELL INSIDE THE 8 PLACES REPORTED); TWO
      * DEGREES OF FREEDOM IS EXACTLY EXP(-X/2).
      *
       01  C-PVALUE-FIELDS.
           05  C-ERFC-Z            COMP-2.
           05  C-ERFC-T            COMP-2.
           05  C-ERFC-P            COMP-2.
           05  C-MIN-EXPECTED      PIC 9(07)V9(04).
      *
      * EXACT HARDY-WEINBERG TEST (WIGGINTON, CUTLER AND ABECASIS,
      * AJHG 2005). GIVEN N INDIVIDUALS AND THE RARE ALLELE COUNT,
      * THE HETEROZYGOTE COUNT HAS A KNOWN DISTRIBUTION UNDER HWE;
      * IT IS BUILT OUTWARD FROM ITS MODE BY THE RATIO RECURRENCE,
      * ONE SLOT PER HETEROZYGOTE COUNT (SLOT = HETS + 1), THEN
      * NORMALISED. THE TABLE BOUNDS THE RARE ALLELE COUNT THE TEST
      * WILL TAKE - A SAMPLE THAT BIG HAS NO SMALL EXPECTED CELLS
      * AND THE CHI-SQUARE SERVES.
      *
       01  C-HWE-FIELDS.
           05  C-HWE-N             PIC 9(08) COMP.
           05  C-HWE-RARE          PIC 9(08) COMP.
           05  C-HWE-COMMON        PIC 9(08) COMP.
           05  C-HWE-OBS-HETS      PIC 9(08) COMP.
           05  C-HWE-MID           PIC 9(08) COMP.
           05  C-HWE-HETS          PIC 9(08) COMP.
           05  C-HWE-HOMR          PIC 9(08) COMP.
           05  C-HWE-HOMC          PIC 9(08) COMP.
           05  C-HWE-IX            PIC 9(08) COMP.
           05  C-HWE-PARITY        PIC 9(01) COMP.
           05  C-HWE-HALF          PIC 9(08) COMP.
           05  C-HWE-NUMER         COMP-2.
           05  C-HWE-DENOM         COMP-2.
           05  C-HWE-SUM           COMP-2.
           05  C-HWE-P-OBS         COMP-2.
           05  C-HWE-TAIL          COMP-2.
           05  C-HWE-MAX-RARE      PIC 9(04) COMP VALUE 2000.
           05  C-HWE-ALPHA         PIC 9(01)V9(04) VALUE 0.0500.
      * A TERM THIS SMALL CANNOT MOVE AN 8-PLACE P-VALUE; STOPPING
      * THE RECURRENCE THERE KEEPS THE LONG TAILS OUT OF UNDERFLOW.
           05  C-HWE-FLOOR         COMP-2 VALUE 1.0E-200.
       01  C-HWE-TABLE.
           05  C-HWE-PROB          COMP-2 OCCURS 2001 TIMES.
      *
      * MULTI-ALLELE (STR) WORKING FIELDS. THE PATERNITY NUMERATOR
      * AND DENOMINATOR CARRY SIXTEEN PLACES FOR THE SAME REASON
      * C-PI-DENOM DOES - A RARE STR ALLELE SQUARED IS WELL BELOW
      * WHAT EIGHT PLACES CAN HOLD.
      *
       01  C-MULTI-ALLELE-FIELDS.
           05  C-MA-P1             PIC 9(01)V9(08).
           05  C-MA-P2             PIC 9(01)V9(08).
           05  C-MA-HOMOZYGOTE-SW  PIC X(01).
               88  C-MA-HOMOZYGOTE       VALUE 'Y'.
           05  C-MA-NUMER          PIC 9(01)V9(16).
           05  C-MA-DENOM          PIC 9(01)V9(16).
           05  C-MA-PARENT-ALLELE  PIC X(06).
      *
      * MIXTURE WORKING FIELDS. THE SUM IS ALLOWED A HAIR OVER 1 -
      * A LOCUS WHOSE EVERY ALLELE SHOWS IN THE MIXTURE SUMS ITS
      * ROUNDED TABLE FREQUENCIES, WHICH NEED NOT LAND ON 1 EXACTLY
      * - AND IS THEN TAKEN AS 1.
      *
       01  C-MIXTURE-FIELDS.
           05  C-MX-IX             PIC 9(02) COMP.
           05  C-MX-SUM            PIC 9(02)V9(08).
           05  C-MX-TOLERANCE      PIC 9(01)V9(08) VALUE 1.000001.
      *
      * FORENSIC EFFICIENCY WORKING FIELDS. THE SQUARES AND THE PQ
      * PRODUCT CARRY SIXTEEN PLACES SO THE FOURTH POWERS ARE NOT
      * ROUNDED AWAY BEFORE THEY ARE SUMMED.
      *
       01  C-EFFICIENCY-FIELDS.
           05  C-FE-P              PIC 9(01)V9(08).
           05  C-FE-Q              PIC 9(01)V9(08).
           05  C-FE-P2             PIC 9(01)V9(16).
           05  C-FE-Q2             PIC 9(01)V9(16).
           05  C-FE-PQ             PIC 9(01)V9(16).
      *
       LINKAGE SECTION.
       COPY HWCOREPA.
                   PERFORM 7000-PATERNITY-INDEX THRU 7000-EXIT
               WHEN HC-FUNC-XLINKED
                   PERFORM 8000-XLINKED-FREQS THRU 8000-EXIT
               WHEN HC-FUNC-EXACT-HWE
                   PERFORM 9000-EXACT-HWE-TEST THRU 9000-EXIT
               WHEN HC-FUNC-MULTI-GENOTYPE
                   PERFORM 9100-MULTI-ALLELE-GENOTYPE THRU 9100-EXIT
               WHEN HC-FUNC-MULTI-PATERNITY
                   PERFORM 9200-MULTI-ALLELE-PATERNITY THRU 9200-EXIT
               WHEN HC-FUNC-MIXTURE-INCLUSION
                   PERFORM 9300-MIXTURE-INCLUSION THRU 9300-EXIT
               WHEN HC-FUNC-FORENSIC-EFFIC
                   PERFORM 9400-FORENSIC-EFFICIENCY THRU 9400-EXIT
               WHEN OTHER
                   MOVE '04' TO HC-STATUS-CODE
                   MOVE 'UNKNOWN FUNCTION CODE' TO HC-STATUS-MESSAGE
      * 4000-CHI-SQUARE-TEST - GOODNESS OF FIT, 1 DEGREE OF FREEDOM
      *   EXPECTED COUNTS COME FROM THE INPUT P UNDER HARDY-WEINBERG,
      *   SO THE CALLER ONLY SUPPLIES P AND THE OBSERVED COUNTS.
      *   THE SMALLEST EXPECTED COUNT GOES BACK WITH THE RESULT -
      *   BELOW 5 THE CALLER SHOULD TAKE THE EXACT TEST (HE).
      *================================================================
       4000-CHI-SQUARE-TEST.
           MOVE 'N' TO HC-OUT-CHI-RESULT
           MOVE 'N' TO HC-OUT-HWE-TEST
           MOVE ZERO TO HC-OUT-CHI-SQUARE
           MOVE ZERO TO HC-OUT-HWE-P-VALUE
           MOVE ZERO TO HC-OUT-MIN-EXPECTED
           COMPUTE C-CHI-SAMPLE-N =
               HC-IN-OBS-AA-COUNT + HC-IN-OBS-AQ-COUNT
                   + HC-IN-OBS-QQ-COUNT
           ELSE
               MOVE 'E' TO HC-OUT-CHI-RESULT
           END-IF
           MOVE 'C' TO HC-OUT-HWE-TEST
           MOVE C-EXP-AA-COUNT TO C-MIN-EXPECTED
           IF C-EXP-AQ-COUNT < C-MIN-EXPECTED
               MOVE C-EXP-AQ-COUNT TO C-MIN-EXPECTED
           END-IF
           IF C-EXP-QQ-COUNT < C-MIN-EXPECTED
               MOVE C-EXP-QQ-COUNT TO C-MIN-EXPECTED
           END-IF
           MOVE C-MIN-EXPECTED TO HC-OUT-MIN-EXPECTED
           PERFORM 4100-CHI-SQUARE-P-VALUE THRU 4100-EXIT
           .
       4000-EXIT.
           EXIT.
      *
      *================================================================
      * 4100-CHI-SQUARE-P-VALUE - UPPER TAIL, 1 DEGREE OF FREEDOM
      *================================================================
       4100-CHI-SQUARE-P-VALUE.
           COMPUTE C-ERFC-Z = FUNCTION SQRT (C-CHI-SQUARE-VALUE / 2)
           COMPUTE C-ERFC-T = 1 / (1 + (0.3275911 * C-ERFC-Z))
           COMPUTE C-ERFC-P =
               C-ERFC-T * (0.254829592 + C-ERFC-T * (-0.284496736
                 + C-ERFC-T * (1.421413741 + C-ERFC-T * (-1.453152027
                 + C-ERFC-T * 1.061405429))))
                 * FUNCTION EXP (0 - (C-ERFC-Z * C-ERFC-Z))
           IF C-ERFC-P > 1
               MOVE 1 TO C-ERFC-P
           END-IF
           IF C-ERFC-P < 0
               MOVE 0 TO C-ERFC-P
           END-IF
           COMPUTE HC-OUT-HWE-P-VALUE ROUNDED = C-ERFC-P
           .
       4100-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-CONFIDENCE-INTERVAL - 95 PCT CI ON THE INPUT P
      *================================================================
       5000-CONFIDENCE-INTERVAL.
      *
       8000-XLINKED-FREQS.
           MOVE 'N' TO HC-OUT-CHI-RESULT
           MOVE 'N' TO HC-OUT-HWE-TEST
           MOVE ZERO TO HC-OUT-CHI-SQUARE
           MOVE ZERO TO HC-OUT-HWE-P-VALUE
           COMPUTE C-XL-MALE-N =
               HC-IN-MALE-A-COUNT + HC-IN-MALE-Q-COUNT
           COMPUTE C-XL-FEM-N =
           ELSE
               MOVE 'E' TO HC-OUT-CHI-RESULT
           END-IF
           MOVE 'C' TO HC-OUT-HWE-TEST
           COMPUTE HC-OUT-HWE-P-VALUE ROUNDED =
               FUNCTION EXP (0 - (C-CHI-SQUARE-VALUE / 2))
           .
       8000-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-EXACT-HWE-TEST - EXACT TEST FROM OBSERVED AA/AQ/QQ
      *================================================================
      * TAKES THE SAME OBSERVED COUNTS AS CS (HC-IN-OBS-AA/AQ/QQ) BUT
      * NEEDS NO P - THE TEST CONDITIONS ON THE ALLELE COUNTS IN THE
      * SAMPLE ITSELF. THE P-VALUE IS THE TOTAL PROBABILITY OF EVERY
      * HETEROZYGOTE COUNT NO MORE LIKELY THAN THE ONE OBSERVED;
      * BELOW 0.05 THE SAMPLE DEVIATES, THE SAME 5 PCT LEVEL THE
      * CHI-SQUARE'S 3.8415 CRITICAL VALUE STANDS FOR.
      *
       9000-EXACT-HWE-TEST.
           MOVE 'N' TO HC-OUT-CHI-RESULT
           MOVE 'N' TO HC-OUT-HWE-TEST
           MOVE ZERO TO HC-OUT-CHI-SQUARE
           MOVE ZERO TO HC-OUT-HWE-P-VALUE
           IF HC-IN-OBS-AA-COUNT IS NOT NUMERIC
                   OR HC-IN-OBS-AQ-COUNT IS NOT NUMERIC
                   OR HC-IN-OBS-QQ-COUNT IS NOT NUMERIC
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'NON-NUMERIC OBSERVED GENOTYPE COUNT'
                   TO HC-STATUS-MESSAGE
               GO TO 9000-EXIT
           END-IF
           COMPUTE C-HWE-N =
               HC-IN-OBS-AA-COUNT + HC-IN-OBS-AQ-COUNT
                   + HC-IN-OBS-QQ-COUNT
           IF C-HWE-N = 0
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ZERO SAMPLE SIZE IN OBSERVED COUNTS'
                   TO HC-STATUS-MESSAGE
               GO TO 9000-EXIT
           END-IF
           COMPUTE C-HWE-RARE =
               (2 * HC-IN-OBS-AA-COUNT) + HC-IN-OBS-AQ-COUNT
           COMPUTE C-HWE-COMMON =
               (2 * HC-IN-OBS-QQ-COUNT) + HC-IN-OBS-AQ-COUNT
           IF C-HWE-COMMON < C-HWE-RARE
               MOVE C-HWE-COMMON TO C-HWE-RARE
           END-IF
           IF C-HWE-RARE > C-HWE-MAX-RARE
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'SAMPLE TOO LARGE FOR EXACT HWE TEST'
                   TO HC-STATUS-MESSAGE
               GO TO 9000-EXIT
           END-IF
           MOVE HC-IN-OBS-AQ-COUNT TO C-HWE-OBS-HETS
      * THE MODE SITS NEAR RARE*(2N-RARE)/2N, ON A HETEROZYGOTE
      * COUNT OF THE SAME PARITY AS THE RARE ALLELE COUNT.
           COMPUTE C-HWE-MID =
               (C-HWE-RARE * ((2 * C-HWE-N) - C-HWE-RARE))
                   / (2 * C-HWE-N)
           DIVIDE 2 INTO C-HWE-RARE GIVING C-HWE-HALF
               REMAINDER C-HWE-PARITY
           COMPUTE C-HWE-IX = C-HWE-RARE - C-HWE-MID
           DIVIDE 2 INTO C-HWE-IX GIVING C-HWE-HALF
               REMAINDER C-HWE-IX
           IF C-HWE-IX NOT = 0
               ADD 1 TO C-HWE-MID
           END-IF
           PERFORM 9010-CLEAR-PROB-SLOT THRU 9010-EXIT
               VARYING C-HWE-IX FROM 1 BY 1
               UNTIL C-HWE-IX > C-HWE-RARE + 1
           MOVE 1 TO C-HWE-PROB (C-HWE-MID + 1)
           MOVE 1 TO C-HWE-SUM
      * DOWNWARD FROM THE MODE: FEWER HETEROZYGOTES, ONE MORE OF
      * EACH HOMOZYGOTE PER STEP.
           MOVE C-HWE-MID TO C-HWE-HETS
           COMPUTE C-HWE-HOMR = (C-HWE-RARE - C-HWE-MID) / 2
           COMPUTE C-HWE-HOMC = C-HWE-N - C-HWE-MID - C-HWE-HOMR
           PERFORM 9020-STEP-DOWN THRU 9020-EXIT
               UNTIL C-HWE-HETS < 2
      * UPWARD FROM THE MODE: MORE HETEROZYGOTES, ONE FEWER OF EACH
      * HOMOZYGOTE PER STEP.
           MOVE C-HWE-MID TO C-HWE-HETS
           COMPUTE C-HWE-HOMR = (C-HWE-RARE - C-HWE-MID) / 2
           COMPUTE C-HWE-HOMC = C-HWE-N - C-HWE-MID - C-HWE-HOMR
           PERFORM 9030-STEP-UP THRU 9030-EXIT
               UNTIL C-HWE-HETS + 2 > C-HWE-RARE
      * SUM EVERY OUTCOME NO MORE LIKELY THAN THE OBSERVED ONE. THE
      * SMALL ALLOWANCE ON THE COMPARISON KEEPS A TIE THAT DIFFERS
      * ONLY IN THE LAST BIT OF FLOATING POINT COUNTED AS A TIE.
           MOVE C-HWE-PROB (C-HWE-OBS-HETS + 1) TO C-HWE-P-OBS
           COMPUTE C-HWE-P-OBS = C-HWE-P-OBS * 1.0000001
           MOVE ZERO TO C-HWE-TAIL
           PERFORM 9040-SUM-TAIL-SLOT THRU 9040-EXIT
               VARYING C-HWE-HETS FROM C-HWE-PARITY BY 2
               UNTIL C-HWE-HETS > C-HWE-RARE
           COMPUTE C-HWE-TAIL = C-HWE-TAIL / C-HWE-SUM
           IF C-HWE-TAIL > 1
               MOVE 1 TO C-HWE-TAIL
           END-IF
           COMPUTE HC-OUT-HWE-P-VALUE ROUNDED = C-HWE-TAIL
           MOVE 'X' TO HC-OUT-HWE-TEST
           IF C-HWE-TAIL < C-HWE-ALPHA
               MOVE 'D' TO HC-OUT-CHI-RESULT
           ELSE
               MOVE 'E' TO HC-OUT-CHI-RESULT
           END-IF
           .
       9000-EXIT.
           EXIT.
      *
       9010-CLEAR-PROB-SLOT.
           MOVE ZERO TO C-HWE-PROB (C-HWE-IX)
           .
       9010-EXIT.
           EXIT.
      *
      *   P(H-2) = P(H) * H * (H-1) / (4 * (HOMR+1) * (HOMC+1))
      *
       9020-STEP-DOWN.
           IF C-HWE-PROB (C-HWE-HETS + 1) < C-HWE-FLOOR
               MOVE ZERO TO C-HWE-PROB (C-HWE-HETS - 1)
           ELSE
               COMPUTE C-HWE-NUMER = C-HWE-HETS * (C-HWE-HETS - 1)
               COMPUTE C-HWE-DENOM =
                   4 * (C-HWE-HOMR + 1) * (C-HWE-HOMC + 1)
               COMPUTE C-HWE-PROB (C-HWE-HETS - 1) =
                   C-HWE-PROB (C-HWE-HETS + 1)
                       * (C-HWE-NUMER / C-HWE-DENOM)
           END-IF
           ADD C-HWE-PROB (C-HWE-HETS - 1) TO C-HWE-SUM
           SUBTRACT 2 FROM C-HWE-HETS
           ADD 1 TO C-HWE-HOMR
           ADD 1 TO C-HWE-HOMC
           .
       9020-EXIT.
           EXIT.
      *
      *   P(H+2) = P(H) * 4 * HOMR * HOMC / ((H+2) * (H+1))
      *
       9030-STEP-UP.
           IF C-HWE-PROB (C-HWE-HETS + 1) < C-HWE-FLOOR
               MOVE ZERO TO C-HWE-PROB (C-HWE-HETS + 3)
           ELSE
               COMPUTE C-HWE-NUMER = 4 * C-HWE-HOMR * C-HWE-HOMC
               COMPUTE C-HWE-DENOM =
                   (C-HWE-HETS + 2) * (C-HWE-HETS + 1)
               COMPUTE C-HWE-PROB (C-HWE-HETS + 3) =
                   C-HWE-PROB (C-HWE-HETS + 1)
                       * (C-HWE-NUMER / C-HWE-DENOM)
           END-IF
           ADD C-HWE-PROB (C-HWE-HETS + 3) TO C-HWE-SUM
           ADD 2 TO C-HWE-HETS
           SUBTRACT 1 FROM C-HWE-HOMR
           SUBTRACT 1 FROM C-HWE-HOMC
           .
       9030-EXIT.
           EXIT.
      *
       9040-SUM-TAIL-SLOT.
           IF C-HWE-PROB (C-HWE-HETS + 1) <= C-HWE-P-OBS
               ADD C-HWE-PROB (C-HWE-HETS + 1) TO C-HWE-TAIL
           END-IF
           .
       9040-EXIT.
           EXIT.
      *
      *================================================================
      * 9100-MULTI-ALLELE-GENOTYPE - STR CASE GENOTYPE FREQUENCY
      *================================================================
      *
      * THE PRODUCT RULE OVER NAMED ALLELES: P(I) SQUARED WHEN BOTH
      * CASE ALLELES CARRY THE SAME DESIGNATION, 2 P(I) P(J) WHEN
      * THEY DIFFER. THE ZYGOSITY GOES BACK WITH THE FREQUENCY SO
      * THE CALLER CAN TAKE THE SAME GENOTYPE THROUGH ITS THETA
      * CORRECTION WITHOUT COMPARING DESIGNATIONS AGAIN.
      *
       9100-MULTI-ALLELE-GENOTYPE.
           MOVE ZERO TO HC-OUT-GENO-FREQ
           MOVE SPACE TO HC-OUT-ZYGOSITY
           PERFORM 9110-VALIDATE-CASE-ALLELES THRU 9110-EXIT
           IF NOT HC-STATUS-OK
               GO TO 9100-EXIT
           END-IF
           IF C-MA-HOMOZYGOTE
               COMPUTE HC-OUT-GENO-FREQ ROUNDED = C-MA-P1 * C-MA-P1
           ELSE
               COMPUTE HC-OUT-GENO-FREQ ROUNDED =
                   2 * C-MA-P1 * C-MA-P2
           END-IF
           .
       9100-EXIT.
           EXIT.
      *
      * BOTH CASE ALLELES MUST BE NAMED AND PRICED. A FREQUENCY OF
      * ZERO WOULD PRICE THE GENOTYPE AT ZERO - AN ALLELE NEVER SEEN
      * IN THE REFERENCE SAMPLE NEEDS A MINIMUM FREQUENCY KEYED, NOT
      * A RANDOM MATCH PROBABILITY OF NOTHING. TWO DIFFERENT ALLELES
      * CANNOT BETWEEN THEM EXCEED THE WHOLE LOCUS.
      *
       9110-VALIDATE-CASE-ALLELES.
           IF HC-IN-CASE-ALLELE-1 = SPACES
                   OR HC-IN-CASE-ALLELE-2 = SPACES
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'CASE ALLELE DESIGNATION MISSING'
                   TO HC-STATUS-MESSAGE
               GO TO 9110-EXIT
           END-IF
           IF HC-IN-CASE-ALLELE-1 = HC-IN-CASE-ALLELE-2
               MOVE 'Y' TO C-MA-HOMOZYGOTE-SW
               MOVE 'O' TO HC-OUT-ZYGOSITY
           ELSE
               MOVE 'N' TO C-MA-HOMOZYGOTE-SW
               MOVE 'E' TO HC-OUT-ZYGOSITY
           END-IF
           IF HC-IN-CASE-FREQ-1 IS NOT NUMERIC
                   OR HC-IN-CASE-FREQ-1 = 0
                   OR HC-IN-CASE-FREQ-1 > 1
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ALLELE FREQUENCY UNUSABLE'
                   TO HC-STATUS-MESSAGE
               GO TO 9110-EXIT
           END-IF
           MOVE HC-IN-CASE-FREQ-1 TO C-MA-P1
           IF C-MA-HOMOZYGOTE
               MOVE C-MA-P1 TO C-MA-P2
               GO TO 9110-EXIT
           END-IF
           IF HC-IN-CASE-FREQ-2 IS NOT NUMERIC
                   OR HC-IN-CASE-FREQ-2 = 0
                   OR HC-IN-CASE-FREQ-2 > 1
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ALLELE FREQUENCY UNUSABLE'
                   TO HC-STATUS-MESSAGE
               GO TO 9110-EXIT
           END-IF
           MOVE HC-IN-CASE-FREQ-2 TO C-MA-P2
           COMPUTE C-ALLELE-SUM = C-MA-P1 + C-MA-P2
           IF C-ALLELE-SUM > 1
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ALLELE FREQUENCIES SUM ABOVE 1'
                   TO HC-STATUS-MESSAGE
           END-IF
           .
       9110-EXIT.
           EXIT.
      *
      *================================================================
      * 9200-MULTI-ALLELE-PATERNITY - STR SINGLE-LOCUS LR
      *================================================================
      *
      * THE GENERAL MOTHERLESS PATERNITY INDEX OVER NAMED ALLELES.
      * THE DENOMINATOR IS THE CHILD'S GENOTYPE FREQUENCY (A RANDOM
      * MAN AND A RANDOM MOTHER): P(C) SQUARED OR 2 P(C1) P(C2). THE
      * NUMERATOR SUMS, OVER THE ALLEGED PARENT'S TWO ALLELES (EACH
      * PASSED ON WITH CHANCE 1/2), THE CHANCE A RANDOM MOTHER
      * SUPPLIES THE CHILD'S OTHER ALLELE:
      *   CHILD C/C   - EACH PARENT ALLELE C ADDS P(C)/2
      *   CHILD C1/C2 - A PARENT ALLELE C1 ADDS P(C2)/2, AND A
      *                 PARENT ALLELE C2 ADDS P(C1)/2
      * ON A TWO-ALLELE LOCUS THIS REDUCES EXACTLY TO THE 7000
      * TABLE. A ZERO NUMERATOR - THE PARENT SHARES NO ALLELE WITH
      * THE CHILD - IS AN EXCLUSION. THE PARENT'S OWN ALLELE
      * FREQUENCIES NEVER ENTER THE RATIO, SO ONLY THE CHILD'S ARE
      * NEEDED.
      *
       9200-MULTI-ALLELE-PATERNITY.
           MOVE 'N' TO HC-OUT-PI-RESULT
           MOVE ZERO TO HC-OUT-PI-LR
           MOVE ZERO TO HC-OUT-GENO-FREQ
           MOVE SPACE TO HC-OUT-ZYGOSITY
           IF HC-IN-PARENT-ALLELE-1 = SPACES
                   OR HC-IN-PARENT-ALLELE-2 = SPACES
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'PARENT ALLELE DESIGNATION MISSING'
                   TO HC-STATUS-MESSAGE
               GO TO 9200-EXIT
           END-IF
           PERFORM 9110-VALIDATE-CASE-ALLELES THRU 9110-EXIT
           IF NOT HC-STATUS-OK
               GO TO 9200-EXIT
           END-IF
           IF C-MA-HOMOZYGOTE
               COMPUTE C-MA-DENOM = C-MA-P1 * C-MA-P1
           ELSE
               COMPUTE C-MA-DENOM = 2 * C-MA-P1 * C-MA-P2
           END-IF
           MOVE C-MA-DENOM TO HC-OUT-GENO-FREQ
           MOVE ZERO TO C-MA-NUMER
           MOVE HC-IN-PARENT-ALLELE-1 TO C-MA-PARENT-ALLELE
           PERFORM 9210-ADD-PARENT-ALLELE THRU 9210-EXIT
           MOVE HC-IN-PARENT-ALLELE-2 TO C-MA-PARENT-ALLELE
           PERFORM 9210-ADD-PARENT-ALLELE THRU 9210-EXIT
           IF C-MA-NUMER = 0
               MOVE 'X' TO HC-OUT-PI-RESULT
               GO TO 9200-EXIT
           END-IF
           COMPUTE HC-OUT-PI-LR ROUNDED = C-MA-NUMER / C-MA-DENOM
               ON SIZE ERROR
                   MOVE 9999999.99999999 TO HC-OUT-PI-LR
           END-COMPUTE
           MOVE 'L' TO HC-OUT-PI-RESULT
           .
       9200-EXIT.
           EXIT.
      *
       9210-ADD-PARENT-ALLELE.
           IF C-MA-HOMOZYGOTE
               IF C-MA-PARENT-ALLELE = HC-IN-CASE-ALLELE-1
                   COMPUTE C-MA-NUMER = C-MA-NUMER + (C-MA-P1 / 2)
               END-IF
               GO TO 9210-EXIT
           END-IF
           IF C-MA-PARENT-ALLELE = HC-IN-CASE-ALLELE-1
               COMPUTE C-MA-NUMER = C-MA-NUMER + (C-MA-P2 / 2)
           END-IF
           IF C-MA-PARENT-ALLELE = HC-IN-CASE-ALLELE-2
               COMPUTE C-MA-NUMER = C-MA-NUMER + (C-MA-P1 / 2)
           END-IF
           .
       9210-EXIT.
           EXIT.
      *
      *================================================================
      * 9300-MIXTURE-INCLUSION - PROBABILITY OF INCLUSION, ONE LOCUS
      *================================================================
      *
      * THE CHANCE A RANDOM PERSON CARRIES ONLY ALLELES SEEN IN THE
      * MIXTURE: THE SUM OF THE OBSERVED ALLELES' FREQUENCIES,
      * SQUARED. THE CALLER PASSES EACH DISTINCT ALLELE ONCE. EVERY
      * FREQUENCY MUST BE ABOVE ZERO FOR THE SAME REASON 9110 ASKS -
      * AN UNPRICED ALLELE WOULD QUIETLY SHRINK THE INCLUSION.
      *
       9300-MIXTURE-INCLUSION.
           MOVE ZERO TO HC-OUT-MIX-FREQ-SUM HC-OUT-MIX-PI C-MX-SUM
           IF HC-IN-MIX-ALLELE-COUNT IS NOT NUMERIC
                   OR HC-IN-MIX-ALLELE-COUNT = 0
                   OR HC-IN-MIX-ALLELE-COUNT > 10
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'MIXTURE NEEDS 1 TO 10 ALLELES'
                   TO HC-STATUS-MESSAGE
               GO TO 9300-EXIT
           END-IF
           PERFORM 9310-ADD-MIXTURE-ALLELE THRU 9310-EXIT
               VARYING C-MX-IX FROM 1 BY 1
               UNTIL C-MX-IX > HC-IN-MIX-ALLELE-COUNT
                   OR NOT HC-STATUS-OK
           IF NOT HC-STATUS-OK
               GO TO 9300-EXIT
           END-IF
           IF C-MX-SUM > C-MX-TOLERANCE
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ALLELE FREQUENCIES SUM ABOVE 1'
                   TO HC-STATUS-MESSAGE
               GO TO 9300-EXIT
           END-IF
           IF C-MX-SUM > 1
               MOVE 1 TO C-MX-SUM
           END-IF
           MOVE C-MX-SUM TO HC-OUT-MIX-FREQ-SUM
           COMPUTE HC-OUT-MIX-PI ROUNDED = C-MX-SUM * C-MX-SUM
           .
       9300-EXIT.
           EXIT.
      *
       9310-ADD-MIXTURE-ALLELE.
           IF HC-IN-MIX-FREQ (C-MX-IX) IS NOT NUMERIC
                   OR HC-IN-MIX-FREQ (C-MX-IX) = 0
                   OR HC-IN-MIX-FREQ (C-MX-IX) > 1
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'ALLELE FREQUENCY UNUSABLE'
                   TO HC-STATUS-MESSAGE
               GO TO 9310-EXIT
           END-IF
           ADD HC-IN-MIX-FREQ (C-MX-IX) TO C-MX-SUM
           .
       9310-EXIT.
           EXIT.
      *
      *================================================================
      * 9400-FORENSIC-EFFICIENCY - TWO-ALLELE LOCUS FIGURES FROM P
      *================================================================
      *
      * WITH GENOTYPE FREQUENCIES P2, 2PQ AND Q2:
      *   EXPECTED HETEROZYGOSITY   2PQ
      *   MATCH PROBABILITY         P4 + (2PQ)2 + Q4
      *   POWER OF DISCRIMINATION   1 - MATCH PROBABILITY
      *   PIC (BOTSTEIN)            2PQ - 2(PQ)2
      *   POWER OF EXCLUSION        PQ - (PQ)2
      * THE LAST TWO ARE THE GENERAL MULTI-ALLELE FORMULAE REDUCED
      * TO TWO ALLELES.
      *
       9400-FORENSIC-EFFICIENCY.
           MOVE ZERO TO HC-OUT-EXP-HETERO HC-OUT-MATCH-PROB
                        HC-OUT-POWER-DISC HC-OUT-PIC HC-OUT-POWER-EXCL
           IF HC-IN-FREQUENCY IS NOT NUMERIC
                   OR HC-IN-FREQUENCY > 1
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'FREQUENCY MUST BE 0 TO 1'
                   TO HC-STATUS-MESSAGE
               GO TO 9400-EXIT
           END-IF
           MOVE HC-IN-FREQUENCY TO C-FE-P
           COMPUTE C-FE-Q = 1 - C-FE-P
           COMPUTE C-FE-P2 = C-FE-P * C-FE-P
           COMPUTE C-FE-Q2 = C-FE-Q * C-FE-Q
           COMPUTE C-FE-PQ = C-FE-P * C-FE-Q
           COMPUTE HC-OUT-EXP-HETERO ROUNDED = 2 * C-FE-PQ
           COMPUTE HC-OUT-MATCH-PROB ROUNDED =
               C-FE-P2 * C-FE-P2 + 4 * C-FE-PQ * C-FE-PQ
                   + C-FE-Q2 * C-FE-Q2
           COMPUTE HC-OUT-POWER-DISC = 1 - HC-OUT-MATCH-PROB
           COMPUTE HC-OUT-PIC ROUNDED =
               2 * C-FE-PQ - 2 * C-FE-PQ * C-FE-PQ
           COMPUTE HC-OUT-POWER-EXCL ROUNDED =
               C-FE-PQ - C-FE-PQ * C-FE-PQ
           .
       9400-EXIT.
           EXIT.
