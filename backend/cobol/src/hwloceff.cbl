       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWLOCEFF.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-18.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-18 RA  ORIGINAL LOCUS FORENSIC EFFICIENCY REPORT.
      *   2026-09-28 RA  EACH EFFICIENCY FEED IS NOW REGISTERED ON THE
      *                  TRANSMISSION REGISTER (XMITREG) SO HWXMITAK
      *                  AND THE PERIOD CLOSE SEE ITS ACKNOWLEDGMENT.
      *   2026-09-30 RA  BLANK OR NON-NUMERIC STALE-MONTHS AND MINIMUM-N
      *                  SETTINGS FALL BACK TO THE DEFAULTS.
      *
      * PERIODIC PANEL-DESIGN REVIEW. WALKS THE FREQUENCY REFERENCE
      * MASTER (FREQMAST) IN KEY ORDER - POPULATION, THEN LOCUS - AND
      * FOR EVERY TWO-ALLELE LOCUS ENTRY PRINTS THE STANDARD FORENSIC
      * EFFICIENCY FIGURES FROM ITS P: EXPECTED HETEROZYGOSITY, MATCH
      * PROBABILITY, POWER OF DISCRIMINATION, POLYMORPHISM
      * INFORMATION CONTENT AND POWER OF EXCLUSION (HWCORE FUNCTION
      * FE), WITH THE ENTRY'S SAMPLE SIZE AND AS-OF DATE. NAMES COME
      * FROM LOCMAST AND POPMAST; WITHOUT EITHER MASTER THE REPORT
      * STILL RUNS ON THE BARE IDS.
      *
      * AN ENTRY IS FLAGGED STALE WHEN ITS AS-OF DATE IS MORE THAN
      * HW-EFF-STALE-MONTHS CALENDAR MONTHS BEFORE THE RUN (DEFAULT
      * 24), AND THIN WHEN ITS SAMPLE SIZE IS BELOW HW-EFF-MIN-N
      * (DEFAULT 200). A LOCUS MARKED INACTIVE ON LOCMAST IS FLAGGED
      * INACT, ONE NOT ON LOCMAST AT ALL UNREG.
      *
      * EACH POPULATION CLOSES WITH ITS COMBINED MATCH PROBABILITY -
      * THE PRODUCT OVER ITS ACTIVE LOCI, CARRIED IN FLOATING POINT
      * AND PRINTED AS MANTISSA/EXPONENT THE WAY THE PANEL RMP IS -
      * AND THE COMBINED POWER OF DISCRIMINATION, 1 MINUS THAT
      * PRODUCT. INACTIVE AND UNREGISTERED LOCI ARE REPORTED BUT
      * LEFT OUT OF THE COMBINED FIGURES; STALE AND THIN ENTRIES ARE
      * FLAGGED BUT COUNTED. WITH LOCMAST UNAVAILABLE EVERY LOCUS
      * COUNTS AS ACTIVE.
      *
      * THE SAME FIGURES GO TO THE STATS PACKAGE AS A FIXED-WIDTH
      * FEED (LEFFXTR) BESIDE THE HW-CALCULATOR EXTRACT: ONE '#LEFF'
      * ROW PER ENTRY, ONE '#LEFC' ROW PER POPULATION, AND THE SAME
      * '#EOTX' MANIFEST THE EXTRACT CLOSES WITH. THE FEED IS A FULL
      * SNAPSHOT, REWRITTEN EACH RUN. LIKE THE EXTRACT, EACH FEED IS
      * REGISTERED ON THE TRANSMISSION REGISTER (XMITREG) UNDER ITS
      * OWN RUN ID, PENDING UNTIL HWXMITAK MATCHES THE STATS GROUP'S
      * ACKNOWLEDGMENT. MULTI-ALLELE (STR) LOCI LIVE ON ALLEMAST,
      * NOT FREQMAST, AND ARE NOT COVERED HERE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQMAST ASSIGN TO "FREQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-KEY
               FILE STATUS IS W-FREQMAST-STATUS.
           SELECT LOCMAST ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOCUS-ID
               FILE STATUS IS W-LOCMAST-STATUS.
           SELECT POPMAST ASSIGN TO "POPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POP-ID
               FILE STATUS IS W-POPMAST-STATUS.
           SELECT LEFFRPT ASSIGN TO "LEFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-LEFFRPT-STATUS.
           SELECT LEFFXTR ASSIGN TO "LEFFXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-LEFFXTR-STATUS.
           SELECT XMITREG ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-XMITREG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  FREQMAST.
       COPY FREQMAST.
      *
       FD  LOCMAST.
       COPY LOCMAST.
      *
       FD  POPMAST.
       COPY POPMAST.
      *
       FD  LEFFRPT.
       01  EFFICIENCY-PRINT-LINE   PIC X(132).
      *
      * STATS FEED, ENTRY VIEW - ONE POPULATION AT ONE LOCUS. THE
      * FLAGS ARE Y/N, EXCEPT ACTIVE, WHICH IS U FOR A LOCUS NOT ON
      * LOCMAST.
      *
       FD  LEFFXTR.
       01  EFFICIENCY-EXTRACT-RECORD.
           05  EX-MARKER           PIC X(05).
           05  EX-POP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  EX-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  EX-ASOF-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  EX-SAMPLE-N         PIC 9(07).
           05  FILLER              PIC X(01).
           05  EX-P-FREQUENCY      PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-EXP-HETERO       PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-MATCH-PROB       PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-POWER-DISC       PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-PIC              PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-POWER-EXCL       PIC 9(01)V9(08).
           05  FILLER              PIC X(01).
           05  EX-STALE-FLAG       PIC X(01).
           05  EX-THIN-FLAG        PIC X(01).
           05  EX-ACTIVE-FLAG      PIC X(01).
      *
      * STATS FEED, POPULATION VIEW - THE COMBINED FIGURES OVER THE
      * POPULATION'S ACTIVE LOCI.
      *
       01  EFFICIENCY-POP-RECORD.
           05  EC-MARKER           PIC X(05).
           05  EC-POP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  EC-ACTIVE-LOCI      PIC 9(03).
           05  FILLER              PIC X(01).
           05  EC-MP-MANT          PIC 9(01)V9(08).
           05  EC-MP-EXP           PIC S9(03)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  EC-POWER-DISC       PIC 9(01)V9(08).
      *
      * TRAILER MANIFEST - THE ROW COUNT OVER EVERY ROW ABOVE IT AND
      * THE HASH TOTAL OVER THE P-FREQUENCY OF THE '#LEFF' ROWS, LAID
      * OUT AS THE EXTRACT FEED'S '#EOTX' ROW IS.
      *
       01  EFFICIENCY-MANIFEST-RECORD.
           05  EM-MARKER           PIC X(05).
           05  EM-RUN-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  EM-ROW-COUNT        PIC 9(07).
           05  FILLER              PIC X(01).
           05  EM-HASH-TOTAL       PIC 9(10)V9(08).
      *
       FD  XMITREG.
       COPY XMITREG.
      *
       WORKING-STORAGE SECTION.
      *
      * RUN CONTROL SWITCHES AND COUNTERS
      *
       77  W-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-POP-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  W-STALE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-THIN-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  W-UNUSABLE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  W-XTR-ROW-COUNT        PIC 9(07) VALUE ZERO.
       77  W-XTR-HASH             PIC 9(10)V9(08) VALUE ZERO.
       77  W-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  W-EOF-REACHED             VALUE 'Y'.
       77  W-VALID-SWITCH         PIC X(01) VALUE 'Y'.
           88  W-INPUT-VALID             VALUE 'Y'.
           88  W-INPUT-INVALID           VALUE 'N'.
       77  W-LOCMAST-SWITCH       PIC X(01) VALUE 'N'.
           88  W-LOCMAST-AVAILABLE       VALUE 'Y'.
       77  W-POPMAST-SWITCH       PIC X(01) VALUE 'N'.
           88  W-POPMAST-AVAILABLE       VALUE 'Y'.
       77  W-POP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  W-POP-OPEN                VALUE 'Y'.
       77  W-FREQMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-LOCMAST-STATUS       PIC X(02) VALUE SPACES.
       77  W-POPMAST-STATUS       PIC X(02) VALUE SPACES.
       77  W-LEFFRPT-STATUS       PIC X(02) VALUE SPACES.
       77  W-LEFFXTR-STATUS       PIC X(02) VALUE SPACES.
       77  W-XMITREG-STATUS       PIC X(02) VALUE SPACES.
      *
      * RUN IDENTITY AND THE FLAGGING THRESHOLDS. THE RUN DATE IS
      * BROKEN OUT SO THE AGE OF AN ENTRY CAN BE TAKEN IN CALENDAR
      * MONTHS.
      *
       01  W-RUN-DATA.
           05  W-CURRENT-DATE      PIC 9(08).
           05  W-CURRENT-DATE-R REDEFINES W-CURRENT-DATE.
               10  W-CURRENT-YEAR  PIC 9(04).
               10  W-CURRENT-MONTH PIC 9(02).
               10  W-CURRENT-DAY   PIC 9(02).
           05  W-CURRENT-TIME      PIC 9(08).
           05  W-RUN-ID            PIC X(16).
           05  W-STALE-MONTHS      PIC 9(03).
           05  W-MIN-SAMPLE-N      PIC 9(07).
           05  W-STALE-MONTHS-DISP PIC ZZ9.
           05  W-MIN-SAMPLE-DISP   PIC Z(06)9.
      *
      * CURRENT POPULATION - CONTROL-BREAK KEY AND ITS RUNNING
      * COMBINED FIGURES
      *
       01  W-POPULATION-DATA.
           05  W-CUR-POP-ID        PIC X(10).
           05  W-POP-NAME          PIC X(30).
           05  W-POP-ANCESTRY      PIC X(15).
           05  W-POP-STATE-TEXT    PIC X(10).
           05  W-POP-LOCI          PIC 9(03).
           05  W-POP-ACTIVE-LOCI   PIC 9(03).
           05  W-POP-STALE         PIC 9(03).
           05  W-POP-THIN          PIC 9(03).
           05  W-POP-MATCH-PROB    COMP-2.
           05  W-POP-POWER-DISC    PIC 9(01)V9(08).
           05  W-MP-MANTISSA       COMP-2.
           05  W-MP-EXPONENT       PIC S9(03).
           05  W-MP-MANT-ROUNDED   PIC 9(01)V9(08).
           05  W-MP-MANT-DISP      PIC 9.9(08).
           05  W-MP-EXP-DISP       PIC +9(03).
           05  W-POP-MP-TEXT       PIC X(15).
           05  W-POP-LOCI-DISP     PIC ZZ9.
           05  W-POP-ACTIVE-DISP   PIC ZZ9.
           05  W-POP-STALE-DISP    PIC ZZ9.
           05  W-POP-THIN-DISP     PIC ZZ9.
      *
      * CURRENT ENTRY - LOCUS NAME, AGE AND FLAGS
      *
       01  W-ENTRY-DATA.
           05  W-LOCUS-NAME        PIC X(18).
           05  W-ASOF-DATE         PIC 9(08).
           05  W-ASOF-DATE-R REDEFINES W-ASOF-DATE.
               10  W-ASOF-YEAR     PIC 9(04).
               10  W-ASOF-MONTH    PIC 9(02).
               10  W-ASOF-DAY      PIC 9(02).
           05  W-AGE-MONTHS        PIC S9(05).
           05  W-STALE-SW          PIC X(01).
               88  W-ENTRY-STALE         VALUE 'Y'.
           05  W-THIN-SW           PIC X(01).
               88  W-ENTRY-THIN          VALUE 'Y'.
           05  W-ACTIVE-SW         PIC X(01).
               88  W-LOCUS-ACTIVE        VALUE 'Y'.
               88  W-LOCUS-INACTIVE      VALUE 'N'.
               88  W-LOCUS-UNREGISTERED  VALUE 'U'.
           05  W-FLAG-TEXT         PIC X(16).
           05  W-FLAG-PTR          PIC 9(02) COMP.
      *
      * DETAIL LINE EDIT FIELDS - EACH FIGURE IS TEN WIDE SO THE
      * COLUMNS LINE UP UNDER W-COLUMN-HEADING
      *
       01  W-DETAIL-EDIT.
           05  W-P-DISP            PIC 9.9(08).
           05  W-HEXP-DISP         PIC 9.9(08).
           05  W-MP-DISP           PIC 9.9(08).
           05  W-PD-DISP           PIC 9.9(08).
           05  W-PIC-DISP          PIC 9.9(08).
           05  W-PE-DISP           PIC 9.9(08).
           05  W-SAMPLE-N-DISP     PIC Z(06)9.
           05  W-ASOF-DISP         PIC X(08).
      *
       01  W-COLUMN-HEADING.
           05  FILLER              PIC X(40) VALUE
               '  LOCUS    NAME               P         '.
           05  FILLER              PIC X(40) VALUE
               ' HEXP       MP         PD         PIC   '.
           05  FILLER              PIC X(41) VALUE
               '     PE                N  AS-OF     FLAGS'.
      *
       COPY HWCOREPA.
      *
       PROCEDURE DIVISION.
      *
      *================================================================
      * 0000-MAINLINE - PROGRAM ENTRY POINT
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF W-INPUT-INVALID
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           PERFORM 3400-READ-NEXT-ENTRY THRU 3400-EXIT
           PERFORM 3500-REPORT-ONE-ENTRY THRU 3500-EXIT
               UNTIL W-EOF-REACHED
           IF W-POP-OPEN
               PERFORM 3800-CLOSE-POPULATION THRU 3800-EXIT
           END-IF
           PERFORM 3900-WRITE-MANIFEST THRU 3900-EXIT
           PERFORM 3910-POST-XMIT-REGISTER THRU 3910-EXIT
           PERFORM 8690-WRITE-REPORT-FOOTER THRU 8690-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
      *================================================================
      * 1000-INITIALIZE - THRESHOLDS, RUN ID, OPEN FILES
      *================================================================
       1000-INITIALIZE.
           MOVE 'Y' TO W-VALID-SWITCH
           ACCEPT W-STALE-MONTHS
               FROM ENVIRONMENT "HW-EFF-STALE-MONTHS"
               ON EXCEPTION
                   MOVE 24 TO W-STALE-MONTHS
           END-ACCEPT
           ACCEPT W-MIN-SAMPLE-N
               FROM ENVIRONMENT "HW-EFF-MIN-N"
               ON EXCEPTION
                   MOVE 200 TO W-MIN-SAMPLE-N
           END-ACCEPT
           IF W-STALE-MONTHS IS NOT NUMERIC
               MOVE 24 TO W-STALE-MONTHS
           END-IF
           IF W-MIN-SAMPLE-N IS NOT NUMERIC
               MOVE 200 TO W-MIN-SAMPLE-N
           END-IF
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT W-CURRENT-TIME FROM TIME
           STRING W-CURRENT-DATE DELIMITED BY SIZE
                  W-CURRENT-TIME DELIMITED BY SIZE
               INTO W-RUN-ID
           END-STRING
           OPEN INPUT FREQMAST
           IF W-FREQMAST-STATUS NOT = '00'
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWLOCEFF: FREQMAST NOT AVAILABLE, STATUS='
                   W-FREQMAST-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LOCMAST
           IF W-LOCMAST-STATUS = '00'
               MOVE 'Y' TO W-LOCMAST-SWITCH
           ELSE
               MOVE 'N' TO W-LOCMAST-SWITCH
               DISPLAY 'HWLOCEFF: LOCMAST NOT AVAILABLE, STATUS='
                   W-LOCMAST-STATUS ' - ALL LOCI TAKEN AS ACTIVE'
           END-IF
           OPEN INPUT POPMAST
           IF W-POPMAST-STATUS = '00'
               MOVE 'Y' TO W-POPMAST-SWITCH
           ELSE
               MOVE 'N' TO W-POPMAST-SWITCH
               DISPLAY 'HWLOCEFF: POPMAST NOT AVAILABLE, STATUS='
                   W-POPMAST-STATUS ' - POPULATION NAMES OMITTED'
           END-IF
           OPEN OUTPUT LEFFRPT
           OPEN OUTPUT LEFFXTR
           PERFORM 8610-WRITE-REPORT-HEADER THRU 8610-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      *================================================================
      * 3400-READ-NEXT-ENTRY - NEXT FREQMAST RECORD IN KEY ORDER
      *================================================================
       3400-READ-NEXT-ENTRY.
           READ FREQMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       3400-EXIT.
           EXIT.
      *
      *================================================================
      * 3500-REPORT-ONE-ENTRY - ONE POPULATION AT ONE LOCUS
      *================================================================
      *
      * A CHANGE OF POPULATION ID CLOSES THE PREVIOUS POPULATION'S
      * BLOCK AND OPENS THE NEXT. AN ENTRY WHOSE P HWCORE WILL NOT
      * TAKE IS LISTED WITH THE REASON AND GOES NO FURTHER - NOT TO
      * THE COMBINED FIGURES AND NOT TO THE FEED.
      *
       3500-REPORT-ONE-ENTRY.
           IF NOT W-POP-OPEN
                   OR FM-POP-ID NOT = W-CUR-POP-ID
               IF W-POP-OPEN
                   PERFORM 3800-CLOSE-POPULATION THRU 3800-EXIT
               END-IF
               PERFORM 3600-OPEN-POPULATION THRU 3600-EXIT
           END-IF
           ADD 1 TO W-ENTRY-COUNT
           ADD 1 TO W-POP-LOCI
           PERFORM 3510-LOOKUP-LOCUS THRU 3510-EXIT
           PERFORM 3520-FLAG-ENTRY THRU 3520-EXIT
           MOVE 'FE' TO HC-FUNCTION-CODE
           MOVE '00' TO HC-STATUS-CODE
           MOVE SPACES TO HC-STATUS-MESSAGE
           MOVE FM-P-FREQUENCY TO HC-IN-FREQUENCY
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               ADD 1 TO W-UNUSABLE-COUNT
               MOVE SPACES TO EFFICIENCY-PRINT-LINE
               STRING '  ' DELIMITED BY SIZE
                      FM-LOCUS-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      W-LOCUS-NAME DELIMITED BY SIZE
                      ' NOT EVALUATED - ' DELIMITED BY SIZE
                      HC-STATUS-MESSAGE DELIMITED BY SIZE
                   INTO EFFICIENCY-PRINT-LINE
               END-STRING
               WRITE EFFICIENCY-PRINT-LINE
               GO TO 3500-NEXT
           END-IF
           IF W-ENTRY-STALE
               ADD 1 TO W-STALE-COUNT W-POP-STALE
           END-IF
           IF W-ENTRY-THIN
               ADD 1 TO W-THIN-COUNT W-POP-THIN
           END-IF
           IF W-LOCUS-ACTIVE
               ADD 1 TO W-POP-ACTIVE-LOCI
               COMPUTE W-POP-MATCH-PROB =
                   W-POP-MATCH-PROB * HC-OUT-MATCH-PROB
           END-IF
           PERFORM 8650-WRITE-ENTRY-LINE THRU 8650-EXIT
           PERFORM 3700-WRITE-ENTRY-EXTRACT THRU 3700-EXIT
           .
       3500-NEXT.
           PERFORM 3400-READ-NEXT-ENTRY THRU 3400-EXIT
           .
       3500-EXIT.
           EXIT.
      *
      * LOCUS NAME AND STANDING FROM LOCMAST. WITHOUT LOCMAST THE
      * NAME COLUMN IS LEFT BLANK AND THE LOCUS COUNTS AS ACTIVE.
      *
       3510-LOOKUP-LOCUS.
           MOVE SPACES TO W-LOCUS-NAME
           MOVE 'Y' TO W-ACTIVE-SW
           IF NOT W-LOCMAST-AVAILABLE
               GO TO 3510-EXIT
           END-IF
           MOVE FM-LOCUS-ID TO LM-LOCUS-ID
           READ LOCMAST
               INVALID KEY
                   MOVE 'U' TO W-ACTIVE-SW
                   MOVE '(NOT ON LOCMAST)' TO W-LOCUS-NAME
                   GO TO 3510-EXIT
           END-READ
           MOVE LM-LOCUS-NAME TO W-LOCUS-NAME
           IF NOT LM-ACTIVE
               MOVE 'N' TO W-ACTIVE-SW
           END-IF
           .
       3510-EXIT.
           EXIT.
      *
      * STALE AND THIN TESTS, AND THE FLAG TEXT FOR THE REPORT. AN
      * ENTRY WITH NO USABLE AS-OF DATE CANNOT SHOW IT IS CURRENT
      * AND IS TAKEN AS STALE; ONE WITH NO USABLE SAMPLE SIZE AS
      * THIN.
      *
       3520-FLAG-ENTRY.
           MOVE 'N' TO W-STALE-SW W-THIN-SW
           MOVE ZERO TO W-ASOF-DATE
           IF FM-ASOF-DATE IS NUMERIC
               MOVE FM-ASOF-DATE TO W-ASOF-DATE
           END-IF
           IF W-ASOF-DATE = 0
               MOVE 'Y' TO W-STALE-SW
           ELSE
               COMPUTE W-AGE-MONTHS =
                   (W-CURRENT-YEAR * 12 + W-CURRENT-MONTH)
                 - (W-ASOF-YEAR * 12 + W-ASOF-MONTH)
               IF W-AGE-MONTHS > W-STALE-MONTHS
                   MOVE 'Y' TO W-STALE-SW
               END-IF
           END-IF
           IF FM-SAMPLE-N IS NOT NUMERIC
               MOVE 'Y' TO W-THIN-SW
           ELSE
               IF FM-SAMPLE-N < W-MIN-SAMPLE-N
                   MOVE 'Y' TO W-THIN-SW
               END-IF
           END-IF
           MOVE SPACES TO W-FLAG-TEXT
           MOVE 1 TO W-FLAG-PTR
           IF W-ENTRY-STALE
               STRING 'STALE ' DELIMITED BY SIZE
                   INTO W-FLAG-TEXT WITH POINTER W-FLAG-PTR
               END-STRING
           END-IF
           IF W-ENTRY-THIN
               STRING 'THIN ' DELIMITED BY SIZE
                   INTO W-FLAG-TEXT WITH POINTER W-FLAG-PTR
               END-STRING
           END-IF
           IF W-LOCUS-INACTIVE
               STRING 'INACT' DELIMITED BY SIZE
                   INTO W-FLAG-TEXT WITH POINTER W-FLAG-PTR
               END-STRING
           END-IF
           IF W-LOCUS-UNREGISTERED
               STRING 'UNREG' DELIMITED BY SIZE
                   INTO W-FLAG-TEXT WITH POINTER W-FLAG-PTR
               END-STRING
           END-IF
           .
       3520-EXIT.
           EXIT.
      *
      *================================================================
      * 3600-OPEN-POPULATION - START A NEW POPULATION BLOCK
      *================================================================
       3600-OPEN-POPULATION.
           MOVE 'Y' TO W-POP-OPEN-SWITCH
           ADD 1 TO W-POP-COUNT
           MOVE FM-POP-ID TO W-CUR-POP-ID
           MOVE ZERO TO W-POP-LOCI W-POP-ACTIVE-LOCI
                        W-POP-STALE W-POP-THIN
           MOVE 1 TO W-POP-MATCH-PROB
           MOVE SPACES TO W-POP-NAME W-POP-ANCESTRY W-POP-STATE-TEXT
           IF W-POPMAST-AVAILABLE
               MOVE FM-POP-ID TO PM-POP-ID
               READ POPMAST
                   INVALID KEY
                       MOVE '(NOT ON POPMAST)' TO W-POP-NAME
                   NOT INVALID KEY
                       MOVE PM-POP-NAME TO W-POP-NAME
                       MOVE PM-ANCESTRY-GROUP TO W-POP-ANCESTRY
                       IF NOT PM-ACTIVE
                           MOVE '(INACTIVE)' TO W-POP-STATE-TEXT
                       END-IF
               END-READ
           END-IF
           PERFORM 8620-WRITE-POPULATION-HEADER THRU 8620-EXIT
           .
       3600-EXIT.
           EXIT.
      *
      *================================================================
      * 3700-WRITE-ENTRY-EXTRACT - ONE '#LEFF' ROW TO THE STATS FEED
      *================================================================
       3700-WRITE-ENTRY-EXTRACT.
           MOVE SPACES TO EFFICIENCY-EXTRACT-RECORD
           MOVE '#LEFF' TO EX-MARKER
           MOVE FM-POP-ID TO EX-POP-ID
           MOVE FM-LOCUS-ID TO EX-LOCUS-ID
           MOVE W-ASOF-DATE TO EX-ASOF-DATE
           MOVE ZERO TO EX-SAMPLE-N
           IF FM-SAMPLE-N IS NUMERIC
               MOVE FM-SAMPLE-N TO EX-SAMPLE-N
           END-IF
           MOVE FM-P-FREQUENCY TO EX-P-FREQUENCY
           MOVE HC-OUT-EXP-HETERO TO EX-EXP-HETERO
           MOVE HC-OUT-MATCH-PROB TO EX-MATCH-PROB
           MOVE HC-OUT-POWER-DISC TO EX-POWER-DISC
           MOVE HC-OUT-PIC TO EX-PIC
           MOVE HC-OUT-POWER-EXCL TO EX-POWER-EXCL
           MOVE W-STALE-SW TO EX-STALE-FLAG
           MOVE W-THIN-SW TO EX-THIN-FLAG
           MOVE W-ACTIVE-SW TO EX-ACTIVE-FLAG
           WRITE EFFICIENCY-EXTRACT-RECORD
           ADD 1 TO W-XTR-ROW-COUNT
           ADD EX-P-FREQUENCY TO W-XTR-HASH
           .
       3700-EXIT.
           EXIT.
      *
      *================================================================
      * 3800-CLOSE-POPULATION - COMBINED FIGURES FOR ONE POPULATION
      *================================================================
       3800-CLOSE-POPULATION.
           PERFORM 3850-NORMALIZE-POP-MP THRU 3850-EXIT
           COMPUTE W-POP-POWER-DISC ROUNDED = 1 - W-POP-MATCH-PROB
           COMPUTE W-MP-MANT-ROUNDED ROUNDED = W-MP-MANTISSA
               ON SIZE ERROR
                   MOVE W-MP-MANTISSA TO W-MP-MANT-ROUNDED
           END-COMPUTE
           MOVE W-MP-MANT-ROUNDED TO W-MP-MANT-DISP
           MOVE W-MP-EXPONENT TO W-MP-EXP-DISP
           MOVE SPACES TO W-POP-MP-TEXT
           STRING W-MP-MANT-DISP DELIMITED BY SIZE
                  'E' DELIMITED BY SIZE
                  W-MP-EXP-DISP DELIMITED BY SIZE
               INTO W-POP-MP-TEXT
           END-STRING
           PERFORM 8680-WRITE-POPULATION-FOOTER THRU 8680-EXIT
           MOVE SPACES TO EFFICIENCY-POP-RECORD
           MOVE '#LEFC' TO EC-MARKER
           MOVE W-CUR-POP-ID TO EC-POP-ID
           MOVE W-POP-ACTIVE-LOCI TO EC-ACTIVE-LOCI
           MOVE W-MP-MANT-ROUNDED TO EC-MP-MANT
           MOVE W-MP-EXPONENT TO EC-MP-EXP
           MOVE W-POP-POWER-DISC TO EC-POWER-DISC
           WRITE EFFICIENCY-POP-RECORD
           ADD 1 TO W-XTR-ROW-COUNT
           MOVE 'N' TO W-POP-OPEN-SWITCH
           .
       3800-EXIT.
           EXIT.
      *
      * FLOAT PRODUCT TO MANTISSA/EXPONENT, AS HW-CALCULATOR DOES
      * FOR THE PANEL RMP. A POPULATION WITH NO ACTIVE LOCI KEEPS
      * ITS STARTING PRODUCT OF 1.
      *
       3850-NORMALIZE-POP-MP.
           MOVE W-POP-MATCH-PROB TO W-MP-MANTISSA
           MOVE ZERO TO W-MP-EXPONENT
           IF W-MP-MANTISSA = 0
               GO TO 3850-EXIT
           END-IF
           PERFORM 3851-SCALE-MP-UP THRU 3851-EXIT
               UNTIL W-MP-MANTISSA >= 1
           PERFORM 3852-SCALE-MP-DOWN THRU 3852-EXIT
               UNTIL W-MP-MANTISSA < 10
           IF W-MP-MANTISSA >= 9.999999995
               MOVE 1 TO W-MP-MANTISSA
               ADD 1 TO W-MP-EXPONENT
           END-IF
           .
       3850-EXIT.
           EXIT.
      *
       3851-SCALE-MP-UP.
           COMPUTE W-MP-MANTISSA = W-MP-MANTISSA * 10
           SUBTRACT 1 FROM W-MP-EXPONENT
           .
       3851-EXIT.
           EXIT.
      *
       3852-SCALE-MP-DOWN.
           COMPUTE W-MP-MANTISSA = W-MP-MANTISSA / 10
           ADD 1 TO W-MP-EXPONENT
           .
       3852-EXIT.
           EXIT.
      *
      *================================================================
      * 3900-WRITE-MANIFEST - CLOSE THE STATS FEED WITH ITS TOTALS
      *================================================================
       3900-WRITE-MANIFEST.
           MOVE SPACES TO EFFICIENCY-MANIFEST-RECORD
           MOVE '#EOTX' TO EM-MARKER
           MOVE W-RUN-ID TO EM-RUN-ID
           MOVE W-XTR-ROW-COUNT TO EM-ROW-COUNT
           MOVE W-XTR-HASH TO EM-HASH-TOTAL
           WRITE EFFICIENCY-MANIFEST-RECORD
           .
       3900-EXIT.
           EXIT.
      *
      * ONE REGISTER LINE PER FEED, PENDING UNTIL THE STATS GROUP'S
      * ACKNOWLEDGMENT COMES BACK THROUGH HWXMITAK - THE SAME LINE,
      * FROM THE SAME TOTALS AS THE MANIFEST, THAT HW-CALCULATOR
      * POSTS FOR ITS EXTRACT.
      *
       3910-POST-XMIT-REGISTER.
           OPEN EXTEND XMITREG
           IF W-XMITREG-STATUS NOT = '00'
               OPEN OUTPUT XMITREG
           END-IF
           MOVE SPACES TO XMIT-REGISTER-RECORD
           MOVE W-RUN-ID TO XT-RUN-ID
           MOVE W-CURRENT-DATE TO XT-XMIT-DATE
           MOVE W-XTR-ROW-COUNT TO XT-ROW-COUNT
           MOVE W-XTR-HASH TO XT-HASH-TOTAL
           MOVE 'P' TO XT-ACK-STATUS
           WRITE XMIT-REGISTER-RECORD
           CLOSE XMITREG
           .
       3910-EXIT.
           EXIT.
      *
      *================================================================
      * 8600 SERIES - EFFICIENCY REPORT (LEFFRPT)
      *================================================================
      *
       8610-WRITE-REPORT-HEADER.
           MOVE W-STALE-MONTHS TO W-STALE-MONTHS-DISP
           MOVE W-MIN-SAMPLE-N TO W-MIN-SAMPLE-DISP
           MOVE SPACES TO EFFICIENCY-PRINT-LINE
           STRING 'LOCUS FORENSIC EFFICIENCY  RUN DATE='
                  DELIMITED BY SIZE
                  W-CURRENT-DATE DELIMITED BY SIZE
                  '  STALE AFTER' DELIMITED BY SIZE
                  W-STALE-MONTHS-DISP DELIMITED BY SIZE
                  ' MONTHS  THIN BELOW N=' DELIMITED BY SIZE
                  W-MIN-SAMPLE-DISP DELIMITED BY SIZE
               INTO EFFICIENCY-PRINT-LINE
           END-STRING
           WRITE EFFICIENCY-PRINT-LINE
           .
       8610-EXIT.
           EXIT.
      *
       8620-WRITE-POPULATION-HEADER.
           MOVE SPACES TO EFFICIENCY-PRINT-LINE
           WRITE EFFICIENCY-PRINT-LINE
           STRING 'POPULATION=' DELIMITED BY SIZE
                  W-CUR-POP-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-POP-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-POP-ANCESTRY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-POP-STATE-TEXT DELIMITED BY SIZE
               INTO EFFICIENCY-PRINT-LINE
           END-STRING
           WRITE EFFICIENCY-PRINT-LINE
           MOVE W-COLUMN-HEADING TO EFFICIENCY-PRINT-LINE
           WRITE EFFICIENCY-PRINT-LINE
           .
       8620-EXIT.
           EXIT.
      *
       8650-WRITE-ENTRY-LINE.
           MOVE FM-P-FREQUENCY TO W-P-DISP
           MOVE HC-OUT-EXP-HETERO TO W-HEXP-DISP
           MOVE HC-OUT-MATCH-PROB TO W-MP-DISP
           MOVE HC-OUT-POWER-DISC TO W-PD-DISP
           MOVE HC-OUT-PIC TO W-PIC-DISP
           MOVE HC-OUT-POWER-EXCL TO W-PE-DISP
           MOVE ZERO TO W-SAMPLE-N-DISP
           IF FM-SAMPLE-N IS NUMERIC
               MOVE FM-SAMPLE-N TO W-SAMPLE-N-DISP
           END-IF
           MOVE SPACES TO W-ASOF-DISP
           IF W-ASOF-DATE > 0
               MOVE W-ASOF-DATE TO W-ASOF-DISP
           END-IF
           MOVE SPACES TO EFFICIENCY-PRINT-LINE
           STRING '  ' DELIMITED BY SIZE
                  FM-LOCUS-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-LOCUS-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-P-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-HEXP-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-MP-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-PD-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-PIC-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-PE-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-SAMPLE-N-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-ASOF-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-FLAG-TEXT DELIMITED BY SIZE
               INTO EFFICIENCY-PRINT-LINE
           END-STRING
           WRITE EFFICIENCY-PRINT-LINE
           .
       8650-EXIT.
           EXIT.
      *
       8680-WRITE-POPULATION-FOOTER.
           MOVE W-POP-LOCI TO W-POP-LOCI-DISP
           MOVE W-POP-ACTIVE-LOCI TO W-POP-ACTIVE-DISP
           MOVE W-POP-STALE TO W-POP-STALE-DISP
           MOVE W-POP-THIN TO W-POP-THIN-DISP
           MOVE SPACES TO EFFICIENCY-PRINT-LINE
           IF W-POP-ACTIVE-LOCI = 0
               STRING '  LOCI=' DELIMITED BY SIZE
                      W-POP-LOCI-DISP DELIMITED BY SIZE
                      '  NO ACTIVE LOCI - NO COMBINED FIGURES'
                      DELIMITED BY SIZE
                   INTO EFFICIENCY-PRINT-LINE
               END-STRING
           ELSE
               MOVE W-POP-POWER-DISC TO W-PD-DISP
               STRING '  LOCI=' DELIMITED BY SIZE
                      W-POP-LOCI-DISP DELIMITED BY SIZE
                      '  ACTIVE=' DELIMITED BY SIZE
                      W-POP-ACTIVE-DISP DELIMITED BY SIZE
                      '  COMBINED MP=' DELIMITED BY SIZE
                      W-POP-MP-TEXT DELIMITED BY SIZE
                      '  COMBINED PD=' DELIMITED BY SIZE
                      W-PD-DISP DELIMITED BY SIZE
                      '  STALE=' DELIMITED BY SIZE
                      W-POP-STALE-DISP DELIMITED BY SIZE
                      '  THIN=' DELIMITED BY SIZE
                      W-POP-THIN-DISP DELIMITED BY SIZE
                   INTO EFFICIENCY-PRINT-LINE
               END-STRING
           END-IF
           WRITE EFFICIENCY-PRINT-LINE
           .
       8680-EXIT.
           EXIT.
      *
       8690-WRITE-REPORT-FOOTER.
           MOVE SPACES TO EFFICIENCY-PRINT-LINE
           WRITE EFFICIENCY-PRINT-LINE
           IF W-ENTRY-COUNT = 0
               STRING '  NO ENTRIES ON THE FREQUENCY REFERENCE MASTER'
                   DELIMITED BY SIZE INTO EFFICIENCY-PRINT-LINE
               END-STRING
               WRITE EFFICIENCY-PRINT-LINE
           END-IF
           .
       8690-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-TERMINATE - TOTALS TO CONSOLE
      *================================================================
       9000-TERMINATE.
           IF W-INPUT-VALID
               CLOSE FREQMAST
               IF W-LOCMAST-AVAILABLE
                   CLOSE LOCMAST
               END-IF
               IF W-POPMAST-AVAILABLE
                   CLOSE POPMAST
               END-IF
               CLOSE LEFFRPT
               CLOSE LEFFXTR
           END-IF
           DISPLAY 'HWLOCEFF: POPULATIONS=' W-POP-COUNT
               ' ENTRIES=' W-ENTRY-COUNT
               ' STALE=' W-STALE-COUNT
               ' THIN=' W-THIN-COUNT
               ' NOT EVALUATED=' W-UNUSABLE-COUNT
           DISPLAY 'HWLOCEFF: FEED ROWS=' W-XTR-ROW-COUNT
               ' HASH=' W-XTR-HASH
           .
       9000-EXIT.
           EXIT.
