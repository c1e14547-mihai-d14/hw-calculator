       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSVCCAL.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-24.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-24 RA  ORIGINAL JOURNALED WEB SERVICE ENTRY TO
      *                  HWCORE.
      *
      * THE WEB BACKEND'S ONE ENTRY INTO THE COMPUTATION CORE. THE
      * CALLER PASSES THE HWSVCPA HEADER (SITE, REQUEST ID, OPTIONAL
      * POPULATION) AND THE HWCOREPA PARAMETER AREA EXACTLY AS IT
      * WOULD FOR HWCORE ITSELF. THE FUNCTION IS RUN BY HWCORE, AND
      * THE CALL - WHO ASKED, WHAT FUNCTION, WITH WHAT INPUTS, AND
      * THE STATUS RETURNED - IS APPENDED TO THE CALL JOURNAL
      * (WEBJRNL) BEFORE CONTROL GOES BACK. THE NIGHTLY SWEEP
      * (HWSVCSWP) POSTS THE SUCCESSFUL CALLS TO THE AUDIT TRAIL,
      * WHERE THE SITE STATEMENT BILLS THEM.
      *
      * A CALL WITH NO SITE OR NO REQUEST ID IS REFUSED (STATUS 08)
      * WITHOUT RUNNING THE FUNCTION, AND JOURNALED AS REFUSED. A
      * CALL THAT CANNOT BE JOURNALED HAS ITS RESULT WITHHELD
      * (STATUS 12) - THE SERVICE DOES NOT GIVE OUT AN ANSWER THAT
      * LEAVES NO TRACE. NOTHING IS KEPT BETWEEN CALLS; THE JOURNAL
      * IS OPENED AND CLOSED ON EVERY ONE, SO ANY NUMBER OF SERVICE
      * PROCESSES CAN SHARE IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBJRNL ASSIGN TO "WEBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBJRNL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  WEBJRNL.
       COPY WEBJRNL.
      *
       WORKING-STORAGE SECTION.
      *
      * CALL CONTROL SWITCHES
      *
       77  W-WEBJRNL-STATUS       PIC X(02) VALUE SPACES.
       77  W-JOURNAL-SWITCH       PIC X(01) VALUE 'N'.
           88  W-CALL-JOURNALED          VALUE 'Y'.
      *
       01  W-CALL-DATA.
           05  W-CALL-DATE         PIC 9(08).
           05  W-CALL-TIME         PIC 9(08).
           05  W-MIX-IX            PIC 9(02) COMP.
      *
       LINKAGE SECTION.
       COPY HWSVCPA.
       COPY HWCOREPA.
      *
       PROCEDURE DIVISION USING HWSVC-CALL-HEADER
                                HWCORE-PARAMETER-AREA.
      *
      *================================================================
      * 0000-MAINLINE - RUN THE FUNCTION, JOURNAL THE CALL
      *================================================================
       0000-MAINLINE.
           ACCEPT W-CALL-DATE FROM DATE YYYYMMDD
           ACCEPT W-CALL-TIME FROM TIME
           IF SV-SITE-ID = SPACES OR SV-REQUEST-ID = SPACES
               MOVE '08' TO HC-STATUS-CODE
               MOVE 'SITE ID AND REQUEST ID ARE REQUIRED'
                   TO HC-STATUS-MESSAGE
           ELSE
               CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           END-IF
           PERFORM 2000-JOURNAL-CALL THRU 2000-EXIT
           IF NOT W-CALL-JOURNALED
               PERFORM 3000-WITHHOLD-RESULT THRU 3000-EXIT
           END-IF
           GOBACK.
      *
      *================================================================
      * 2000-JOURNAL-CALL - APPEND THE CALL TO WEBJRNL
      *================================================================
      *
      * THE JOURNAL IS CREATED ONLY WHEN IT DOES NOT EXIST (STATUS
      * 35). ANY OTHER OPEN FAILURE LEAVES IT ALONE - ANOTHER
      * SERVICE PROCESS MAY HOLD IT, AND OPENING IT OUTPUT WOULD
      * THROW AWAY EVERY CALL ALREADY ON IT.
      *
       2000-JOURNAL-CALL.
           MOVE 'N' TO W-JOURNAL-SWITCH
           OPEN EXTEND WEBJRNL
           IF W-WEBJRNL-STATUS = '35'
               OPEN OUTPUT WEBJRNL
           END-IF
           IF W-WEBJRNL-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO WEB-JOURNAL-RECORD
           MOVE W-CALL-DATE TO JR-CALL-DATE
           MOVE W-CALL-TIME TO JR-CALL-TIME
           MOVE SV-SITE-ID TO JR-SITE-ID
           MOVE SV-REQUEST-ID TO JR-REQUEST-ID
           MOVE SV-POP-ID TO JR-POP-ID
           MOVE HC-FUNCTION-CODE TO JR-FUNCTION-CODE
           MOVE HC-STATUS-CODE TO JR-STATUS-CODE
           MOVE HC-STATUS-MESSAGE TO JR-STATUS-MESSAGE
           MOVE HC-INPUT-FIELDS TO JR-INPUT-FIELDS
           MOVE HC-IN-CASE-ALLELE-1 TO JR-IN-CASE-ALLELE-1
           MOVE HC-IN-CASE-FREQ-1 TO JR-IN-CASE-FREQ-1
           MOVE HC-IN-CASE-ALLELE-2 TO JR-IN-CASE-ALLELE-2
           MOVE HC-IN-CASE-FREQ-2 TO JR-IN-CASE-FREQ-2
           MOVE HC-IN-PARENT-ALLELE-1 TO JR-IN-PARENT-ALLELE-1
           MOVE HC-IN-PARENT-ALLELE-2 TO JR-IN-PARENT-ALLELE-2
           MOVE HC-IN-MIX-ALLELE-COUNT TO JR-IN-MIX-ALLELE-COUNT
           PERFORM 2100-JOURNAL-MIX-FREQ THRU 2100-EXIT
               VARYING W-MIX-IX FROM 1 BY 1
               UNTIL W-MIX-IX > 10
           WRITE WEB-JOURNAL-RECORD
           IF W-WEBJRNL-STATUS = '00'
               MOVE 'Y' TO W-JOURNAL-SWITCH
           END-IF
           CLOSE WEBJRNL
           .
       2000-EXIT.
           EXIT.
      *
       2100-JOURNAL-MIX-FREQ.
           MOVE HC-IN-MIX-FREQ (W-MIX-IX) TO JR-IN-MIX-FREQ (W-MIX-IX)
           .
       2100-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-WITHHOLD-RESULT - NO JOURNAL ENTRY, NO ANSWER
      *================================================================
       3000-WITHHOLD-RESULT.
           MOVE ZERO TO HC-OUT-FREQUENCY HC-OUT-Q-FREQUENCY
               HC-OUT-SAMPLE-N HC-OUT-AA-FREQ HC-OUT-AQ-FREQ
               HC-OUT-QQ-FREQ HC-OUT-PP-FREQ HC-OUT-QQ3-FREQ
               HC-OUT-RR-FREQ HC-OUT-PQ-FREQ HC-OUT-PR-FREQ
               HC-OUT-QR-FREQ HC-OUT-CHI-SQUARE HC-OUT-CI-LOWER
               HC-OUT-CI-UPPER HC-OUT-LD-D HC-OUT-LD-DPRIME
               HC-OUT-LD-RSQ HC-OUT-PI-LR HC-OUT-MALE-A-FREQ
               HC-OUT-MALE-Q-FREQ HC-OUT-HWE-P-VALUE
               HC-OUT-MIN-EXPECTED HC-OUT-GENO-FREQ
               HC-OUT-MIX-FREQ-SUM HC-OUT-MIX-PI
               HC-OUT-EXP-HETERO HC-OUT-MATCH-PROB
               HC-OUT-POWER-DISC HC-OUT-PIC HC-OUT-POWER-EXCL
           MOVE 'N' TO HC-OUT-CHI-RESULT HC-OUT-PI-RESULT
               HC-OUT-HWE-TEST
           MOVE SPACE TO HC-OUT-ZYGOSITY
           MOVE '12' TO HC-STATUS-CODE
           MOVE 'CALL NOT JOURNALED - RESULT WITHHELD'
               TO HC-STATUS-MESSAGE
           .
       3000-EXIT.
           EXIT.
