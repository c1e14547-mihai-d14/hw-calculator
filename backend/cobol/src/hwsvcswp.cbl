       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSVCSWP.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-24.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-24 RA  ORIGINAL NIGHTLY WEB SERVICE CALL SWEEP.
      *
      * NIGHTLY JOB. CARRIES THE WEB SERVICE CALLS JOURNALED BY
      * HWSVCCAL (WEBJRNL) ONTO THE AUDIT TRAIL, SO THEY REACH THE
      * DRIFT REPORT, THE MONTH-END ARCHIVE AND THE SITE STATEMENT
      * THE WAY A DECK POSTING DOES. EACH RUN TAKES THE CALLS DATED
      * FROM THE LAST RUN'S CUT-OFF (WEBSWCTL) UP TO, BUT NOT
      * INCLUDING, TODAY - SO A CALL STILL BEING JOURNALED AS THE
      * JOB STARTS WAITS FOR TOMORROW NIGHT - AND MOVES THE CUT-OFF
      * ON TO TODAY WHEN IT IS DONE. THE CUT-OFF CAN BE HELD BACK
      * THROUGH HW-SVC-CUTOFF (YYYYMMDD, THE FIRST CALL DATE LEFT
      * UNSWEPT); IT IS NEVER TAKEN PAST TODAY.
      *
      * A SUCCESSFUL CALL IS DRIVEN THROUGH HWCORE AGAIN FROM ITS
      * JOURNALED INPUTS AND THE RESULT WRITTEN AS AN AUDIT LINE OF
      * MODE W, SOURCE W, CARRYING THE CALL'S DATE AND TIME AS ITS
      * RUN ID AND THE SITE, REQUEST ID AND FUNCTION (SEE AUDITREC).
      * A CALL THAT FAILED IS NOT POSTED OR BILLED; IT IS LISTED ON
      * SVCSWRPT UNDER ITS SITE. A JOURNALED SUCCESS THAT HWCORE NOW
      * REFUSES IS LISTED AS NOT POSTED AND SETS RETURN CODE 4.
      *
      * IF THE AUDIT TRAIL ALREADY HOLDS WEB LINES DATED INSIDE THE
      * WINDOW, AN EARLIER RUN POSTED THEM AND STOPPED BEFORE IT
      * COULD MOVE THE CUT-OFF. NOTHING IS POSTED AND THE JOB ENDS
      * WITH RETURN CODE 8 RATHER THAN BILL THE CALLS TWICE - THOSE
      * LINES MUST BE TAKEN BACK OFF THE TRAIL BEFORE THE RERUN. A
      * MISSING JOURNAL MEANS NO CALLS HAVE BEEN MADE; THE CUT-OFF
      * IS LEFT WHERE IT IS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBJRNL ASSIGN TO "WEBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBJRNL-STATUS.
           SELECT WEBSWCTL ASSIGN TO "WEBSWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBSWCTL-STATUS.
           SELECT AUDTFILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-AUDTFILE-STATUS.
           SELECT SVCSWRPT ASSIGN TO "SVCSWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-SVCSWRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  WEBJRNL.
       COPY WEBJRNL.
      *
       FD  WEBSWCTL.
       COPY WEBSWCTL.
      *
       FD  AUDTFILE.
       COPY AUDITREC.
      *
       FD  SVCSWRPT.
       01  SWEEP-PRINT-LINE        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * RUN CONTROL SWITCHES AND COUNTERS
      *
       77  W-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  W-SWEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  W-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  W-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  W-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  W-PRIOR-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-UNREADABLE-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  W-ON-TRAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  W-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  W-EOF-REACHED             VALUE 'Y'.
       77  W-VALID-SWITCH         PIC X(01) VALUE 'Y'.
           88  W-INPUT-VALID             VALUE 'Y'.
           88  W-INPUT-INVALID           VALUE 'N'.
       77  W-WEBJRNL-STATUS       PIC X(02) VALUE SPACES.
       77  W-WEBSWCTL-STATUS      PIC X(02) VALUE SPACES.
       77  W-AUDTFILE-STATUS      PIC X(02) VALUE SPACES.
       77  W-SVCSWRPT-STATUS      PIC X(02) VALUE SPACES.
      *
      * SWEEP WINDOW - CALLS DATED ON OR AFTER THE LAST CUT-OFF AND
      * BEFORE THIS RUN'S
      *
       01  W-WINDOW-DATA.
           05  W-CURRENT-DATE      PIC 9(08).
           05  W-LAST-CUTOFF       PIC 9(08).
           05  W-CUTOFF-DATE       PIC 9(08).
           05  W-CUTOFF-ALPHA      PIC X(08).
      *
      * PER-SITE ACCUMULATORS - ONE ROW PER CALLING SITE IN THE
      * WINDOW
      *
       01  W-SITE-TABLE.
           05  W-SITE-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  W-SITE-LIMIT        PIC 9(03) COMP VALUE 100.
           05  W-SITE-ENTRY OCCURS 100 TIMES.
               10  W-ST-SITE-ID        PIC X(08).
               10  W-ST-CALLS          PIC 9(07) COMP.
               10  W-ST-POSTED         PIC 9(07) COMP.
               10  W-ST-FAILED         PIC 9(07) COMP.
               10  W-ST-REFUSED        PIC 9(07) COMP.
      *
       01  W-SCAN-DATA.
           05  W-ST-I              PIC 9(03) COMP.
           05  W-SITE-INDEX        PIC 9(03) COMP.
           05  W-WORK-SITE-ID      PIC X(08).
           05  W-MIX-IX            PIC 9(02) COMP.
      *
      * A LIKELIHOOD RATIO OR MIXTURE PI IS CARRIED ON THE AUDIT
      * LINE AS MANTISSA AND POWER OF TEN, AS THE PANEL FIGURES ARE.
      *
       01  W-RESULT-DATA.
           05  W-RESULT-MANTISSA   COMP-2.
           05  W-RESULT-EXPONENT   PIC S9(03).
      *
      * REPORT EDIT FIELDS
      *
       01  W-REPORT-EDIT-FIELDS.
           05  W-COUNT-DISP        PIC Z(06)9.
           05  W-COUNT2-DISP       PIC Z(06)9.
           05  W-COUNT3-DISP       PIC Z(06)9.
           05  W-COUNT4-DISP       PIC Z(06)9.
           05  W-LAST-CUTOFF-DISP  PIC X(08).
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
           PERFORM 2000-SWEEP-JOURNAL THRU 2000-EXIT
           PERFORM 7000-ADVANCE-CUTOFF THRU 7000-EXIT
           PERFORM 8700-WRITE-SITE-TOTALS THRU 8700-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
      *================================================================
      * 1000-INITIALIZE - SWEEP WINDOW, JOURNAL, AUDIT TRAIL, REPORT
      *================================================================
       1000-INITIALIZE.
           MOVE 'Y' TO W-VALID-SWITCH
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE W-CURRENT-DATE TO W-CUTOFF-DATE
           ACCEPT W-CUTOFF-ALPHA
               FROM ENVIRONMENT "HW-SVC-CUTOFF"
               ON EXCEPTION
                   MOVE SPACES TO W-CUTOFF-ALPHA
           END-ACCEPT
           IF W-CUTOFF-ALPHA NOT = SPACES
                   AND W-CUTOFF-ALPHA IS NUMERIC
               IF W-CUTOFF-ALPHA < W-CURRENT-DATE
                   MOVE W-CUTOFF-ALPHA TO W-CUTOFF-DATE
               END-IF
           END-IF
           MOVE ZERO TO W-LAST-CUTOFF
           OPEN INPUT WEBSWCTL
           IF W-WEBSWCTL-STATUS = '00'
               READ WEBSWCTL
                   AT END
                       MOVE ZERO TO SC-CUTOFF-DATE
               END-READ
               IF SC-CUTOFF-DATE IS NUMERIC
                   MOVE SC-CUTOFF-DATE TO W-LAST-CUTOFF
               END-IF
               CLOSE WEBSWCTL
           END-IF
           OPEN INPUT WEBJRNL
           IF W-WEBJRNL-STATUS NOT = '00'
               MOVE 'N' TO W-VALID-SWITCH
               DISPLAY 'HWSVCSWP: WEBJRNL NOT AVAILABLE, STATUS='
                   W-WEBJRNL-STATUS ' - NO CALLS TO SWEEP'
               GO TO 1000-EXIT
           END-IF
           IF W-CUTOFF-DATE NOT > W-LAST-CUTOFF
               MOVE 'N' TO W-VALID-SWITCH
               CLOSE WEBJRNL
               DISPLAY 'HWSVCSWP: CALLS ALREADY SWEPT UP TO '
                   W-LAST-CUTOFF ' - NOTHING TO DO'
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-CHECK-WINDOW-UNPOSTED THRU 1500-EXIT
           IF W-INPUT-INVALID
               CLOSE WEBJRNL
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND AUDTFILE
           IF W-AUDTFILE-STATUS NOT = '00'
               OPEN OUTPUT AUDTFILE
           END-IF
           OPEN OUTPUT SVCSWRPT
           PERFORM 8610-WRITE-REPORT-HEADER THRU 8610-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      *================================================================
      * 1500-CHECK-WINDOW-UNPOSTED - NO WEB LINE ALREADY IN WINDOW
      *================================================================
       1500-CHECK-WINDOW-UNPOSTED.
           MOVE ZERO TO W-ON-TRAIL-COUNT
           OPEN INPUT AUDTFILE
           IF W-AUDTFILE-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO W-EOF-SWITCH
           PERFORM 1540-READ-AUDIT-LINE THRU 1540-EXIT
           PERFORM 1550-TEST-AUDIT-LINE THRU 1550-EXIT
               UNTIL W-EOF-REACHED
           CLOSE AUDTFILE
           IF W-ON-TRAIL-COUNT > 0
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWSVCSWP: ' W-ON-TRAIL-COUNT
                   ' WEB LINES ALREADY ON AUDTFILE DATED FROM '
                   W-LAST-CUTOFF ' - PRIOR SWEEP INCOMPLETE,'
                   ' NOTHING POSTED'
           END-IF
           .
       1500-EXIT.
           EXIT.
      *
       1540-READ-AUDIT-LINE.
           READ AUDTFILE
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       1540-EXIT.
           EXIT.
      *
       1550-TEST-AUDIT-LINE.
           IF AR-SOURCE-WEB-SERVICE
                   AND AR-RUN-YYYYMMDD IS NUMERIC
               IF AR-RUN-YYYYMMDD NOT < W-LAST-CUTOFF
                       AND AR-RUN-YYYYMMDD < W-CUTOFF-DATE
                   ADD 1 TO W-ON-TRAIL-COUNT
               END-IF
           END-IF
           PERFORM 1540-READ-AUDIT-LINE THRU 1540-EXIT
           .
       1550-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-SWEEP-JOURNAL - EVERY JOURNALED CALL IN THE WINDOW
      *================================================================
       2000-SWEEP-JOURNAL.
           MOVE 'N' TO W-EOF-SWITCH
           PERFORM 2400-READ-JOURNAL THRU 2400-EXIT
           PERFORM 2500-SWEEP-ONE-CALL THRU 2500-EXIT
               UNTIL W-EOF-REACHED
           CLOSE WEBJRNL
           .
       2000-EXIT.
           EXIT.
      *
       2400-READ-JOURNAL.
           READ WEBJRNL
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       2400-EXIT.
           EXIT.
      *
       2500-SWEEP-ONE-CALL.
           ADD 1 TO W-READ-COUNT
           IF JR-CALL-DATE IS NOT NUMERIC
               ADD 1 TO W-UNREADABLE-COUNT
               GO TO 2500-NEXT
           END-IF
           IF JR-CALL-DATE < W-LAST-CUTOFF
               ADD 1 TO W-PRIOR-COUNT
               GO TO 2500-NEXT
           END-IF
           IF JR-CALL-DATE NOT < W-CUTOFF-DATE
               ADD 1 TO W-HELD-COUNT
               GO TO 2500-NEXT
           END-IF
           ADD 1 TO W-SWEPT-COUNT
           MOVE JR-SITE-ID TO W-WORK-SITE-ID
           PERFORM 6000-FIND-OR-ADD-SITE THRU 6000-EXIT
           IF W-SITE-INDEX > 0
               ADD 1 TO W-ST-CALLS (W-SITE-INDEX)
           END-IF
           IF NOT JR-STATUS-OK
               ADD 1 TO W-FAILED-COUNT
               IF W-SITE-INDEX > 0
                   ADD 1 TO W-ST-FAILED (W-SITE-INDEX)
               END-IF
               PERFORM 8620-WRITE-FAILED-CALL THRU 8620-EXIT
               GO TO 2500-NEXT
           END-IF
           PERFORM 3000-REDRIVE-CALL THRU 3000-EXIT
           IF NOT HC-STATUS-OK
               ADD 1 TO W-REFUSED-COUNT
               IF W-SITE-INDEX > 0
                   ADD 1 TO W-ST-REFUSED (W-SITE-INDEX)
               END-IF
               PERFORM 8630-WRITE-REFUSED-CALL THRU 8630-EXIT
               GO TO 2500-NEXT
           END-IF
           PERFORM 4000-WRITE-WEB-AUDIT-LINE THRU 4000-EXIT
           ADD 1 TO W-POSTED-COUNT
           IF W-SITE-INDEX > 0
               ADD 1 TO W-ST-POSTED (W-SITE-INDEX)
           END-IF
           .
       2500-NEXT.
           PERFORM 2400-READ-JOURNAL THRU 2400-EXIT
           .
       2500-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-REDRIVE-CALL - THE JOURNALED INPUTS BACK THROUGH HWCORE
      *================================================================
      *
      * HWCORE KEEPS NO STATE, SO THE SAME INPUTS GIVE THE SAME
      * ANSWER THE CALLER WAS GIVEN.
      *
       3000-REDRIVE-CALL.
           MOVE SPACES TO HWCORE-PARAMETER-AREA
           MOVE JR-FUNCTION-CODE TO HC-FUNCTION-CODE
           MOVE JR-INPUT-FIELDS TO HC-INPUT-FIELDS
           MOVE JR-IN-CASE-ALLELE-1 TO HC-IN-CASE-ALLELE-1
           MOVE JR-IN-CASE-FREQ-1 TO HC-IN-CASE-FREQ-1
           MOVE JR-IN-CASE-ALLELE-2 TO HC-IN-CASE-ALLELE-2
           MOVE JR-IN-CASE-FREQ-2 TO HC-IN-CASE-FREQ-2
           MOVE JR-IN-PARENT-ALLELE-1 TO HC-IN-PARENT-ALLELE-1
           MOVE JR-IN-PARENT-ALLELE-2 TO HC-IN-PARENT-ALLELE-2
           MOVE JR-IN-MIX-ALLELE-COUNT TO HC-IN-MIX-ALLELE-COUNT
           PERFORM 3100-LOAD-MIX-FREQ THRU 3100-EXIT
               VARYING W-MIX-IX FROM 1 BY 1
               UNTIL W-MIX-IX > 10
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           .
       3000-EXIT.
           EXIT.
      *
       3100-LOAD-MIX-FREQ.
           MOVE JR-IN-MIX-FREQ (W-MIX-IX) TO HC-IN-MIX-FREQ (W-MIX-IX)
           .
       3100-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-WRITE-WEB-AUDIT-LINE - ONE MODE W LINE PER CALL
      *================================================================
      *
      * THE FIGURES CARRIED FOLLOW THE FUNCTION, IN THE SAME FIELDS
      * A DECK POSTING OF THE SAME CALCULATION USES. A FUNCTION WITH
      * NOTHING THE RECORD HAS ROOM FOR (CI, FE) CARRIES ITS INPUT P.
      *
       4000-WRITE-WEB-AUDIT-LINE.
           MOVE SPACES TO AUDIT-RECORD
           MOVE JR-CALL-STAMP TO AR-RUN-ID
           MOVE JR-POP-ID TO AR-POP-ID
           MOVE 'W' TO AR-MODE
           MOVE 'W' TO AR-SOURCE
           MOVE JR-SITE-ID TO AR-SITE-ID
           MOVE JR-REQUEST-ID TO AR-REQUEST-ID
           MOVE JR-FUNCTION-CODE TO AR-FUNCTION
           EVALUATE TRUE
               WHEN HC-FUNC-DERIVE-COUNTS
                   MOVE HC-OUT-FREQUENCY TO AR-FREQUENCY
               WHEN HC-FUNC-GENOTYPE-FREQS
                   MOVE HC-OUT-FREQUENCY TO AR-FREQUENCY
                   MOVE HC-OUT-Q-FREQUENCY TO AR-ALLELE-Q
                   MOVE HC-OUT-AA-FREQ TO AR-AA-FREQ
                   MOVE HC-OUT-AQ-FREQ TO AR-AQ-FREQ
                   MOVE HC-OUT-QQ-FREQ TO AR-QQ-FREQ
               WHEN HC-FUNC-THREE-ALLELE
                   MOVE HC-IN-ALLELE-P TO AR-FREQUENCY
                   MOVE HC-IN-ALLELE-Q TO AR-ALLELE-Q
                   MOVE HC-IN-ALLELE-R TO AR-ALLELE-R
                   MOVE HC-OUT-PP-FREQ TO AR-PP-FREQ
                   MOVE HC-OUT-QQ3-FREQ TO AR-QQ3-FREQ
                   MOVE HC-OUT-RR-FREQ TO AR-RR-FREQ
                   MOVE HC-OUT-PQ-FREQ TO AR-PQ-FREQ
                   MOVE HC-OUT-PR-FREQ TO AR-PR-FREQ
                   MOVE HC-OUT-QR-FREQ TO AR-QR-FREQ
               WHEN HC-FUNC-CHI-SQUARE
                   MOVE HC-IN-FREQUENCY TO AR-FREQUENCY
                   MOVE HC-OUT-HWE-TEST TO AR-HWE-TEST
                   MOVE HC-OUT-HWE-P-VALUE TO AR-HWE-P-VALUE
               WHEN HC-FUNC-EXACT-HWE
                   MOVE HC-OUT-HWE-TEST TO AR-HWE-TEST
                   MOVE HC-OUT-HWE-P-VALUE TO AR-HWE-P-VALUE
               WHEN HC-FUNC-LINKAGE
                   MOVE HC-OUT-FREQUENCY TO AR-FREQUENCY
                   MOVE HC-OUT-Q-FREQUENCY TO AR-ALLELE-Q
                   MOVE HC-OUT-LD-D TO AR-LD-D
                   MOVE HC-OUT-LD-DPRIME TO AR-LD-DPRIME
                   MOVE HC-OUT-LD-RSQ TO AR-LD-RSQ
               WHEN HC-FUNC-XLINKED
                   MOVE HC-OUT-FREQUENCY TO AR-FREQUENCY
                   MOVE HC-OUT-Q-FREQUENCY TO AR-ALLELE-Q
                   MOVE HC-OUT-AA-FREQ TO AR-AA-FREQ
                   MOVE HC-OUT-AQ-FREQ TO AR-AQ-FREQ
                   MOVE HC-OUT-QQ-FREQ TO AR-QQ-FREQ
                   MOVE HC-OUT-HWE-TEST TO AR-HWE-TEST
                   MOVE HC-OUT-HWE-P-VALUE TO AR-HWE-P-VALUE
               WHEN HC-FUNC-PATERNITY
                   MOVE HC-IN-FREQUENCY TO AR-FREQUENCY
                   MOVE HC-OUT-PI-LR TO W-RESULT-MANTISSA
                   PERFORM 4500-CARRY-RESULT THRU 4500-EXIT
               WHEN HC-FUNC-MULTI-GENOTYPE
                   PERFORM 4100-CARRY-CASE-ALLELES THRU 4100-EXIT
                   IF HC-HOMOZYGOUS
                       MOVE HC-OUT-GENO-FREQ TO AR-AA-FREQ
                   ELSE
                       MOVE HC-OUT-GENO-FREQ TO AR-AQ-FREQ
                   END-IF
               WHEN HC-FUNC-MULTI-PATERNITY
                   PERFORM 4100-CARRY-CASE-ALLELES THRU 4100-EXIT
                   MOVE HC-OUT-PI-LR TO W-RESULT-MANTISSA
                   PERFORM 4500-CARRY-RESULT THRU 4500-EXIT
               WHEN HC-FUNC-MIXTURE-INCLUSION
                   MOVE HC-OUT-MIX-FREQ-SUM TO AR-FREQUENCY
                   MOVE HC-OUT-MIX-PI TO W-RESULT-MANTISSA
                   PERFORM 4500-CARRY-RESULT THRU 4500-EXIT
               WHEN OTHER
                   MOVE HC-IN-FREQUENCY TO AR-FREQUENCY
           END-EVALUATE
           WRITE AUDIT-RECORD
           .
       4000-EXIT.
           EXIT.
      *
       4100-CARRY-CASE-ALLELES.
           MOVE HC-IN-CASE-FREQ-1 TO AR-FREQUENCY
           MOVE HC-IN-CASE-FREQ-2 TO AR-ALLELE-Q
           MOVE HC-IN-CASE-ALLELE-1 TO AR-ALLELE-1
           MOVE HC-IN-CASE-ALLELE-2 TO AR-ALLELE-2
           .
       4100-EXIT.
           EXIT.
      *
      *================================================================
      * 4500-CARRY-RESULT - FLOAT RESULT TO MANTISSA/EXPONENT
      *================================================================
      *
      * THE SAME SCALING HW-CALCULATOR GIVES A PANEL PRODUCT. AN
      * EXCLUSION (ZERO) IS CARRIED AS A ZERO MANTISSA.
      *
       4500-CARRY-RESULT.
           MOVE ZERO TO W-RESULT-EXPONENT
           IF W-RESULT-MANTISSA NOT = 0
               PERFORM 4510-SCALE-RESULT-UP THRU 4510-EXIT
                   UNTIL W-RESULT-MANTISSA >= 1
               PERFORM 4520-SCALE-RESULT-DOWN THRU 4520-EXIT
                   UNTIL W-RESULT-MANTISSA < 10
               IF W-RESULT-MANTISSA >= 9.999999995
                   MOVE 1 TO W-RESULT-MANTISSA
                   ADD 1 TO W-RESULT-EXPONENT
               END-IF
           END-IF
           COMPUTE AR-PANEL-RMP-MANT ROUNDED = W-RESULT-MANTISSA
               ON SIZE ERROR
                   MOVE W-RESULT-MANTISSA TO AR-PANEL-RMP-MANT
           END-COMPUTE
           MOVE W-RESULT-EXPONENT TO AR-PANEL-RMP-EXP
           MOVE 1 TO AR-PANEL-LOCI
           .
       4500-EXIT.
           EXIT.
      *
       4510-SCALE-RESULT-UP.
           COMPUTE W-RESULT-MANTISSA = W-RESULT-MANTISSA * 10
           SUBTRACT 1 FROM W-RESULT-EXPONENT
           .
       4510-EXIT.
           EXIT.
      *
       4520-SCALE-RESULT-DOWN.
           COMPUTE W-RESULT-MANTISSA = W-RESULT-MANTISSA / 10
           ADD 1 TO W-RESULT-EXPONENT
           .
       4520-EXIT.
           EXIT.
      *
      *================================================================
      * 6000-FIND-OR-ADD-SITE - W-WORK-SITE-ID TO A SITE TABLE ROW
      *================================================================
       6000-FIND-OR-ADD-SITE.
           MOVE ZERO TO W-SITE-INDEX
           PERFORM 6050-TEST-ONE-SITE THRU 6050-EXIT
               VARYING W-ST-I FROM 1 BY 1
               UNTIL W-ST-I > W-SITE-COUNT OR W-SITE-INDEX > 0
           IF W-SITE-INDEX > 0
               GO TO 6000-EXIT
           END-IF
           IF W-SITE-COUNT >= W-SITE-LIMIT
               GO TO 6000-EXIT
           END-IF
           ADD 1 TO W-SITE-COUNT
           MOVE W-WORK-SITE-ID TO W-ST-SITE-ID (W-SITE-COUNT)
           MOVE ZERO TO W-ST-CALLS (W-SITE-COUNT)
               W-ST-POSTED (W-SITE-COUNT)
               W-ST-FAILED (W-SITE-COUNT)
               W-ST-REFUSED (W-SITE-COUNT)
           MOVE W-SITE-COUNT TO W-SITE-INDEX
           .
       6000-EXIT.
           EXIT.
      *
       6050-TEST-ONE-SITE.
           IF W-ST-SITE-ID (W-ST-I) = W-WORK-SITE-ID
               MOVE W-ST-I TO W-SITE-INDEX
           END-IF
           .
       6050-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-ADVANCE-CUTOFF - RECORD HOW FAR THE TRAIL NOW RUNS
      *================================================================
      *
      * IF THE CONTROL FILE CANNOT BE WRITTEN THE LINES ARE POSTED
      * BUT THE CUT-OFF HAS NOT MOVED, AND THE NEXT RUN WILL STOP ON
      * THEM (1500) RATHER THAN POST THEM AGAIN.
      *
       7000-ADVANCE-CUTOFF.
           OPEN OUTPUT WEBSWCTL
           IF W-WEBSWCTL-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWSVCSWP: WEBSWCTL NOT AVAILABLE, STATUS='
                   W-WEBSWCTL-STATUS ' - CUT-OFF NOT MOVED'
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO SWEEP-CONTROL-RECORD
           MOVE W-CUTOFF-DATE TO SC-CUTOFF-DATE
           MOVE W-CURRENT-DATE TO SC-RUN-DATE
           WRITE SWEEP-CONTROL-RECORD
           CLOSE WEBSWCTL
           .
       7000-EXIT.
           EXIT.
      *
      *================================================================
      * 8610-WRITE-REPORT-HEADER - REPORT TITLE BLOCK
      *================================================================
       8610-WRITE-REPORT-HEADER.
           IF W-LAST-CUTOFF = 0
               MOVE 'START' TO W-LAST-CUTOFF-DISP
           ELSE
               MOVE W-LAST-CUTOFF TO W-LAST-CUTOFF-DISP
           END-IF
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'WEB SERVICE CALL SWEEP  RUN DATE=' DELIMITED BY SIZE
                  W-CURRENT-DATE DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'CALLS DATED FROM ' DELIMITED BY SIZE
                  W-LAST-CUTOFF-DISP DELIMITED BY SPACE
                  ' UP TO (NOT INCLUDING) ' DELIMITED BY SIZE
                  W-CUTOFF-DATE DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           MOVE SPACES TO SWEEP-PRINT-LINE
           WRITE SWEEP-PRINT-LINE
           .
       8610-EXIT.
           EXIT.
      *
      *================================================================
      * 8620-WRITE-FAILED-CALL - A CALL THAT GOT NO ANSWER
      *================================================================
       8620-WRITE-FAILED-CALL.
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING '  NOT BILLED: SITE=' DELIMITED BY SIZE
                  JR-SITE-ID DELIMITED BY SIZE
                  ' REQUEST=' DELIMITED BY SIZE
                  JR-REQUEST-ID DELIMITED BY SIZE
                  ' FUNCTION=' DELIMITED BY SIZE
                  JR-FUNCTION-CODE DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  JR-STATUS-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JR-STATUS-MESSAGE DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           .
       8620-EXIT.
           EXIT.
      *
      *================================================================
      * 8630-WRITE-REFUSED-CALL - A JOURNALED SUCCESS HWCORE REFUSED
      *================================================================
       8630-WRITE-REFUSED-CALL.
           MOVE 4 TO RETURN-CODE
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING '  NOT POSTED: SITE=' DELIMITED BY SIZE
                  JR-SITE-ID DELIMITED BY SIZE
                  ' REQUEST=' DELIMITED BY SIZE
                  JR-REQUEST-ID DELIMITED BY SIZE
                  ' FUNCTION=' DELIMITED BY SIZE
                  JR-FUNCTION-CODE DELIMITED BY SIZE
                  ' RE-DRIVE STATUS=' DELIMITED BY SIZE
                  HC-STATUS-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HC-STATUS-MESSAGE DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           .
       8630-EXIT.
           EXIT.
      *
      *================================================================
      * 8700-WRITE-SITE-TOTALS - ONE LINE PER SITE, THEN THE RUN
      *================================================================
       8700-WRITE-SITE-TOTALS.
           MOVE SPACES TO SWEEP-PRINT-LINE
           WRITE SWEEP-PRINT-LINE
           PERFORM 8750-WRITE-ONE-SITE THRU 8750-EXIT
               VARYING W-ST-I FROM 1 BY 1
               UNTIL W-ST-I > W-SITE-COUNT
           MOVE SPACES TO SWEEP-PRINT-LINE
           WRITE SWEEP-PRINT-LINE
           MOVE W-READ-COUNT TO W-COUNT-DISP
           MOVE W-SWEPT-COUNT TO W-COUNT2-DISP
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'JOURNAL LINES READ=' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
                  '  IN WINDOW=' DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           MOVE W-POSTED-COUNT TO W-COUNT-DISP
           MOVE W-FAILED-COUNT TO W-COUNT2-DISP
           MOVE W-REFUSED-COUNT TO W-COUNT3-DISP
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'POSTED TO AUDIT TRAIL=' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
                  '  FAILED CALLS=' DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
                  '  NOT POSTED=' DELIMITED BY SIZE
                  W-COUNT3-DISP DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           MOVE W-PRIOR-COUNT TO W-COUNT-DISP
           MOVE W-HELD-COUNT TO W-COUNT2-DISP
           MOVE W-UNREADABLE-COUNT TO W-COUNT3-DISP
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'SWEPT BEFORE=' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
                  '  HELD FOR NEXT SWEEP=' DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
                  '  UNREADABLE=' DELIMITED BY SIZE
                  W-COUNT3-DISP DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           .
       8700-EXIT.
           EXIT.
      *
       8750-WRITE-ONE-SITE.
           MOVE W-ST-CALLS (W-ST-I) TO W-COUNT-DISP
           MOVE W-ST-POSTED (W-ST-I) TO W-COUNT2-DISP
           MOVE W-ST-FAILED (W-ST-I) TO W-COUNT3-DISP
           MOVE W-ST-REFUSED (W-ST-I) TO W-COUNT4-DISP
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'SITE=' DELIMITED BY SIZE
                  W-ST-SITE-ID (W-ST-I) DELIMITED BY SIZE
                  '  CALLS=' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
                  '  POSTED=' DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
                  '  FAILED=' DELIMITED BY SIZE
                  W-COUNT3-DISP DELIMITED BY SIZE
                  '  NOT POSTED=' DELIMITED BY SIZE
                  W-COUNT4-DISP DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           .
       8750-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-TERMINATE - CLOSE AND TOTALS TO CONSOLE
      *================================================================
       9000-TERMINATE.
           IF W-INPUT-VALID
               CLOSE AUDTFILE
               CLOSE SVCSWRPT
           END-IF
           DISPLAY 'HWSVCSWP: CALLS IN WINDOW=' W-SWEPT-COUNT
               ' POSTED=' W-POSTED-COUNT
               ' FAILED=' W-FAILED-COUNT
               ' NOT POSTED=' W-REFUSED-COUNT
               ' HELD=' W-HELD-COUNT
           .
       9000-EXIT.
           EXIT.
