      *   2026-08-15 RA  AUDIT RECORD EXTENDED FOR PANEL RMP FIELDS.
      *   2026-08-30 RA  AUDIT RECORD EXTENDED FOR THE LOCUS ID.
      *   2026-09-02 RA  AUDIT RECORD EXTENDED FOR THE CASE ID.
      *   2026-09-08 RA  AUDIT RECORD EXTENDED FOR THETA CORRECTION.
      *   2026-09-10 RA  AUDIT RECORD EXTENDED FOR FREQUENCY VERSION.
      *   2026-09-12 RA  AUDIT RECORD EXTENDED FOR HWE TEST RESULT.
      *   2026-09-14 RA  AUDIT RECORD EXTENDED FOR STR ALLELES.
      *   2026-09-24 RA  AUDIT RECORD EXTENDED FOR WEB SERVICE CALLS;
      *                  INQUIRY OUTPUT WIDENED TO 400.
      *
      * ON-DEMAND COMPANION TO HWARCHIV. GIVEN A POPULATION ID AND A
      * DATE RANGE (ACCEPTED IN THAT ORDER: POP-ID, FROM-YYYYMMDD,
       COPY AUDITREC.
      *
       FD  INQOUT.
       01  INQUIRY-OUT-RECORD      PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
