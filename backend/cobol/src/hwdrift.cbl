      *   2026-08-12 RA  ORIGINAL ALLELE FREQUENCY DRIFT REPORT.
      *   2026-08-23 RA  RESTRICTED TO P-CARRYING AUDIT MODES SO
      *                  LINKAGE AND PANEL LINES CANNOT FAKE A DRIFT.
      *   2026-09-14 RA  STR PANEL MEMBER LINES EXCLUDED AS WELL.
      *   2026-09-24 RA  WEB SERVICE CALL LINES EXCLUDED AS WELL.
      *
      * READS THE ACCUMULATED AUDIT TRAIL (AUDTFILE), SORTS IT BY
      * POPULATION AND RUN DATE, AND PRINTS EACH POPULATION'S P
      * ONLY THE P-CARRYING MODES BELONG IN A P-FREQUENCY HISTORY.
      * A LINKAGE LINE CARRIES A MARKER-PAIR FREQUENCY AND A PANEL
      * LINE CARRIES NO FREQUENCY AT ALL - EITHER WOULD SEED A
      * SPURIOUS DELTA AGAINST THE NEXT GENUINE RUN. AN STR MEMBER
      * LINE CARRIES ONE NAMED ALLELE'S FREQUENCY, NOT A P. A WEB
      * SERVICE LINE CARRIES WHATEVER P THE CALLER KEYED, WHICH IS
      * NOT THE POPULATION'S REFERENCE FREQUENCY.
      *
       3500-REPORT-ONE-RUN.
           IF SA-MODE = 'L' OR SA-MODE = 'P' OR SA-MODE = 'S'
                   OR SA-MODE = 'W'
                   OR SA-FREQUENCY IS NOT NUMERIC
               PERFORM 3400-RETURN-SORTED-RECORD THRU 3400-EXIT
               GO TO 3500-EXIT
