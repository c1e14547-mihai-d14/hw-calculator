       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWPCLOSE.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-22.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-22 RA  ORIGINAL PERIOD-CLOSE CONTROL JOB.
      *   2026-09-24 RA  CHECK 4 ALSO WANTS THE PERIOD'S WEB SERVICE
      *                  CALLS SWEPT ONTO THE AUDIT TRAIL.
      *   2026-09-28 RA  REOPEN CODE DRAWN AT RANDOM, NOT FROM THE RUN
      *                  TIME; CLOSE RUN ID KEPT OFF THE REPORT;
      *                  PERDCTL CREATED ONLY WHEN NOT YET ALLOCATED.
      *
      * RUN LAST AT MONTH END, AFTER HWSTMNT, HWARCHIV, HWXMITAK AND
      * HWRECYCL. CHECKS THAT THE PERIOD IS READY TO CLOSE:
      *   1. NO BATCH CHECKPOINT LEFT IN CKPFILE - A POSTING RUN THAT
      *      STOPPED PART WAY AND WAS NEVER RESTARTED;
      *   2. EVERY EXTRACT TRANSMISSION ON XMITREG DATED IN OR BEFORE
      *      THE PERIOD ACKNOWLEDGED BY THE STATS GROUP;
      *   3. NO OPEN REJECT ON SUSPFILE OLDER THAN HW-CLOSE-REJECT-
      *      DAYS (DEFAULT 30) - AN UNDATED OPEN REJECT PREDATES THE
      *      REJECT DATE AND COUNTS AS OVER AGE;
      *   4. THE PERIOD'S STATEMENT (HWSTMNT, RUN AFTER THE PERIOD
      *      ENDED) AND ARCHIVE (HWARCHIV) BOTH RECORDED ON PERDCTL,
      *      AND THE WEB SERVICE CALL SWEEP (HWSVCSWP) CUT OFF PAST
      *      THE PERIOD END (WEBSWCTL) - UNLESS NO WEB CALL HAS EVER
      *      BEEN JOURNALED.
      * WHEN EVERY CHECK PASSES THE PERIOD IS MARKED CLOSED ON
      * PERDCTL AND A CLOSE CERTIFICATE IS PRINTED ON CLOSERPT,
      * CARRYING THE REOPEN CODE AN 'R' CARD MUST QUOTE TO POST A
      * LATE DECK INTO THE PERIOD. OTHERWISE EVERY BLOCKER IS LISTED
      * UNDER ITS CHECK AND THE JOB ENDS WITH RETURN CODE 4, LEAVING
      * THE PERIOD OPEN. A PERIOD ALREADY CLOSED IS NOT CHECKED AGAIN
      * - ITS CLOSE DETAILS ARE PRINTED WITH EVERY REOPEN LOGGED
      * AGAINST IT SINCE. THE PERIOD DEFAULTS TO THE MONTH BEFORE
      * THE SYSTEM DATE AND CAN BE OVERRIDDEN THROUGH HW-CLOSE-PERIOD
      * (YYYYMM). RETURN CODE 8 WHEN PERDCTL CANNOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDCTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS W-PERDCTL-STATUS.
           SELECT CKPFILE ASSIGN TO "CKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CKPFILE-STATUS.
           SELECT XMITREG ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-XMITREG-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-SUSPFILE-STATUS.
           SELECT REOPNLOG ASSIGN TO "REOPNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-REOPNLOG-STATUS.
           SELECT WEBSWCTL ASSIGN TO "WEBSWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBSWCTL-STATUS.
           SELECT WEBJRNL ASSIGN TO "WEBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBJRNL-STATUS.
           SELECT CLOSERPT ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CLOSERPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PERDCTL.
       COPY PERDCTL.
      *
       FD  CKPFILE.
       01  CHECKPOINT-RECORD.
           05  CK-RECORD-COUNT     PIC 9(07).
      *
       FD  XMITREG.
       COPY XMITREG.
      *
       FD  SUSPFILE.
       COPY SUSPREC.
      *
       FD  REOPNLOG.
       COPY REOPNLOG.
      *
       FD  WEBSWCTL.
       COPY WEBSWCTL.
      *
       FD  WEBJRNL.
       COPY WEBJRNL.
      *
       FD  CLOSERPT.
       01  CLOSE-PRINT-LINE        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * RUN CONTROL SWITCHES AND COUNTERS
      *
       77  W-BLOCKER-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  W-CHECK-BLOCKERS       PIC 9(05) COMP VALUE ZERO.
       77  W-XMIT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  W-OPEN-REJECT-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  W-REOPEN-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  W-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  W-EOF-REACHED             VALUE 'Y'.
       77  W-VALID-SWITCH         PIC X(01) VALUE 'Y'.
           88  W-INPUT-VALID             VALUE 'Y'.
           88  W-INPUT-INVALID           VALUE 'N'.
       77  W-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
           88  W-PERIOD-ON-FILE          VALUE 'Y'.
       77  W-CLOSED-SWITCH        PIC X(01) VALUE 'N'.
           88  W-PERIOD-IS-CLOSED        VALUE 'Y'.
       77  W-PERDCTL-STATUS       PIC X(02) VALUE SPACES.
       77  W-CKPFILE-STATUS       PIC X(02) VALUE SPACES.
       77  W-XMITREG-STATUS       PIC X(02) VALUE SPACES.
       77  W-SUSPFILE-STATUS      PIC X(02) VALUE SPACES.
       77  W-REOPNLOG-STATUS      PIC X(02) VALUE SPACES.
       77  W-WEBSWCTL-STATUS      PIC X(02) VALUE SPACES.
       77  W-WEBJRNL-STATUS       PIC X(02) VALUE SPACES.
       77  W-CLOSERPT-STATUS      PIC X(02) VALUE SPACES.
       77  W-SWEEP-SWITCH         PIC X(01) VALUE 'N'.
           88  W-SWEEP-ON-FILE           VALUE 'Y'.
      *
      * PERIOD CONTROL AND THE REJECT AGE LIMIT
      *
       01  W-PERIOD-DATA.
           05  W-CURRENT-DATE      PIC 9(08).
           05  W-CURRENT-TIME      PIC 9(08).
           05  W-CURRENT-PERIOD    PIC 9(06).
           05  W-CLOSE-PERIOD      PIC 9(06).
           05  W-CLOSE-PERIOD-R REDEFINES W-CLOSE-PERIOD.
               10  W-CLOSE-YEAR    PIC 9(04).
               10  W-CLOSE-MONTH   PIC 9(02).
           05  W-PERIOD-ALPHA      PIC X(06).
           05  W-REC-PERIOD        PIC 9(06).
           05  W-REJECT-DAYS       PIC 9(03).
           05  W-TODAY-INTEGER     PIC 9(07).
           05  W-REJECT-INTEGER    PIC 9(07).
           05  W-REJECT-AGE        PIC 9(07).
           05  W-RUN-ID            PIC X(16).
           05  W-REOPEN-CODE       PIC X(08).
           05  W-REOPEN-NUMBER     PIC 9(08).
           05  W-REOPEN-SEED       PIC 9(08).
           05  W-REOPEN-DRAW       PIC V9(09).
           05  W-SWEPT-PERIOD      PIC 9(06).
      *
      * REPORT EDIT FIELDS
      *
       01  W-REPORT-EDIT-FIELDS.
           05  W-COUNT-DISP        PIC Z(06)9.
           05  W-COUNT2-DISP       PIC Z(06)9.
           05  W-DAYS-DISP         PIC ZZ9.
           05  W-AGE-DISP          PIC Z(06)9.
           05  W-SEQ-DISP          PIC Z(06)9.
           05  W-CHECK-TITLE       PIC X(60).
           05  W-BLOCKER-TEXT      PIC X(100).
           05  W-RESULT-TEXT       PIC X(100).
           05  W-STATUS-TEXT       PIC X(12).
           05  W-OUTCOME-TEXT      PIC X(08).
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
           IF W-PERIOD-ON-FILE AND PC-PERIOD-CLOSED
               MOVE 'Y' TO W-CLOSED-SWITCH
               PERFORM 7500-REPORT-ALREADY-CLOSED THRU 7500-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           PERFORM 3000-CHECK-CHECKPOINT THRU 3000-EXIT
           PERFORM 4000-CHECK-TRANSMISSIONS THRU 4000-EXIT
           PERFORM 5000-CHECK-REJECTS THRU 5000-EXIT
           PERFORM 6000-CHECK-MONTH-END-RUNS THRU 6000-EXIT
           IF W-BLOCKER-COUNT = 0
               PERFORM 7000-CLOSE-PERIOD THRU 7000-EXIT
           ELSE
               PERFORM 8710-WRITE-NOT-CLOSED THRU 8710-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
      *================================================================
      * 1000-INITIALIZE - PERIOD, AGE LIMIT, PERIOD CONTROL RECORD
      *================================================================
      *
      * PERDCTL OPENS I-O WITH THE USUAL CREATE-ON-FIRST-USE
      * FALLBACK - A PERIOD NEITHER MONTH-END JOB HAS RECORDED IS
      * SIMPLY NOT ON FILE, AND CHECK 4 SAYS SO. ONLY A FILE NOT YET
      * ALLOCATED (STATUS 35) IS CREATED - ANY OTHER OPEN FAILURE
      * STOPS THE RUN RATHER THAN EMPTY THE PERIOD HISTORY.
      *
       1000-INITIALIZE.
           MOVE 'Y' TO W-VALID-SWITCH
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT W-CURRENT-TIME FROM TIME
           STRING W-CURRENT-DATE DELIMITED BY SIZE
                  W-CURRENT-TIME DELIMITED BY SIZE
               INTO W-RUN-ID
           END-STRING
           COMPUTE W-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (W-CURRENT-DATE)
           COMPUTE W-CURRENT-PERIOD = W-CURRENT-DATE / 100
           MOVE W-CURRENT-PERIOD TO W-CLOSE-PERIOD
           IF W-CLOSE-MONTH > 1
               SUBTRACT 1 FROM W-CLOSE-MONTH
           ELSE
               SUBTRACT 1 FROM W-CLOSE-YEAR
               MOVE 12 TO W-CLOSE-MONTH
           END-IF
           ACCEPT W-PERIOD-ALPHA
               FROM ENVIRONMENT "HW-CLOSE-PERIOD"
               ON EXCEPTION
                   MOVE SPACES TO W-PERIOD-ALPHA
           END-ACCEPT
           IF W-PERIOD-ALPHA NOT = SPACES
                   AND W-PERIOD-ALPHA IS NUMERIC
               MOVE W-PERIOD-ALPHA TO W-CLOSE-PERIOD
           END-IF
           ACCEPT W-REJECT-DAYS
               FROM ENVIRONMENT "HW-CLOSE-REJECT-DAYS"
               ON EXCEPTION
                   MOVE 30 TO W-REJECT-DAYS
           END-ACCEPT
           IF W-REJECT-DAYS IS NOT NUMERIC
               MOVE 30 TO W-REJECT-DAYS
           END-IF
           OPEN I-O PERDCTL
           IF W-PERDCTL-STATUS = '35'
               OPEN OUTPUT PERDCTL
               CLOSE PERDCTL
               OPEN I-O PERDCTL
           END-IF
           IF W-PERDCTL-STATUS NOT = '00'
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWPCLOSE: PERDCTL NOT AVAILABLE, STATUS='
                   W-PERDCTL-STATUS
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO W-ON-FILE-SWITCH
           MOVE W-CLOSE-PERIOD TO PC-PERIOD
           READ PERDCTL
               INVALID KEY
                   MOVE 'N' TO W-ON-FILE-SWITCH
           END-READ
           OPEN OUTPUT CLOSERPT
           PERFORM 8610-WRITE-REPORT-HEADER THRU 8610-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-CHECK-CHECKPOINT - NO POSTING RUN LEFT PART WAY
      *================================================================
      *
      * HW-CALCULATOR RESETS CKPFILE TO ZERO WHEN A DECK FINISHES. A
      * NONZERO COUNT IS A RUN THAT STOPPED AND WAS NEVER RESTARTED -
      * ITS DECK IS ONLY PARTLY POSTED. NO FILE MEANS NO RUN HAS EVER
      * CHECKPOINTED.
      *
       3000-CHECK-CHECKPOINT.
           MOVE ZERO TO W-CHECK-BLOCKERS
           MOVE 'CHECK 1 - NO BATCH CHECKPOINT OUTSTANDING (CKPFILE)'
               TO W-CHECK-TITLE
           PERFORM 8620-WRITE-CHECK-TITLE THRU 8620-EXIT
           OPEN INPUT CKPFILE
           IF W-CKPFILE-STATUS NOT = '00'
               GO TO 3000-RESULT
           END-IF
           READ CKPFILE
               AT END
                   CLOSE CKPFILE
                   GO TO 3000-RESULT
           END-READ
           CLOSE CKPFILE
           IF CK-RECORD-COUNT IS NOT NUMERIC
               MOVE 'CHECKPOINT FILE UNREADABLE' TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               GO TO 3000-RESULT
           END-IF
           IF CK-RECORD-COUNT > 0
               MOVE CK-RECORD-COUNT TO W-COUNT-DISP
               MOVE SPACES TO W-BLOCKER-TEXT
               STRING 'BATCH RUN CHECKPOINTED AT RECORD'
                      DELIMITED BY SIZE
                      W-COUNT-DISP DELIMITED BY SIZE
                      ' AND NOT RESTARTED' DELIMITED BY SIZE
                   INTO W-BLOCKER-TEXT
               END-STRING
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           END-IF
           .
       3000-RESULT.
           IF W-CHECK-BLOCKERS = 0
               MOVE 'NO CHECKPOINT OUTSTANDING' TO W-RESULT-TEXT
           ELSE
               MOVE 'CHECKPOINT OUTSTANDING' TO W-RESULT-TEXT
           END-IF
           PERFORM 8640-WRITE-CHECK-RESULT THRU 8640-EXIT
           .
       3000-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-CHECK-TRANSMISSIONS - EXTRACTS ACKNOWLEDGED
      *================================================================
      *
      * ONLY TRANSMISSIONS DATED IN OR BEFORE THE PERIOD COUNT - ONE
      * SENT SINCE BELONGS TO THE NEXT CLOSE. AN UNREADABLE DATE
      * COUNTS AS IN THE PERIOD. NO REGISTER MEANS NOTHING WAS EVER
      * TRANSMITTED.
      *
       4000-CHECK-TRANSMISSIONS.
           MOVE ZERO TO W-CHECK-BLOCKERS W-XMIT-COUNT
           MOVE 'CHECK 2 - EXTRACT TRANSMISSIONS ACKNOWLEDGED (XMITREG)'
               TO W-CHECK-TITLE
           PERFORM 8620-WRITE-CHECK-TITLE THRU 8620-EXIT
           OPEN INPUT XMITREG
           IF W-XMITREG-STATUS NOT = '00'
               GO TO 4000-RESULT
           END-IF
           MOVE 'N' TO W-EOF-SWITCH
           PERFORM 4400-READ-TRANSMISSION THRU 4400-EXIT
           PERFORM 4500-TEST-TRANSMISSION THRU 4500-EXIT
               UNTIL W-EOF-REACHED
           CLOSE XMITREG
           .
       4000-RESULT.
           MOVE W-XMIT-COUNT TO W-COUNT-DISP
           MOVE W-CHECK-BLOCKERS TO W-COUNT2-DISP
           MOVE SPACES TO W-RESULT-TEXT
           STRING W-COUNT-DISP DELIMITED BY SIZE
                  ' TRANSMISSIONS IN OR BEFORE THE PERIOD,'
                  DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
                  ' NOT ACKNOWLEDGED' DELIMITED BY SIZE
               INTO W-RESULT-TEXT
           END-STRING
           PERFORM 8640-WRITE-CHECK-RESULT THRU 8640-EXIT
           .
       4000-EXIT.
           EXIT.
      *
       4400-READ-TRANSMISSION.
           READ XMITREG
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       4400-EXIT.
           EXIT.
      *
       4500-TEST-TRANSMISSION.
           IF XT-XMIT-DATE IS NUMERIC
               COMPUTE W-REC-PERIOD = XT-XMIT-DATE / 100
               IF W-REC-PERIOD > W-CLOSE-PERIOD
                   GO TO 4500-NEXT
               END-IF
           END-IF
           ADD 1 TO W-XMIT-COUNT
           IF XT-ACKNOWLEDGED
               GO TO 4500-NEXT
           END-IF
           EVALUATE TRUE
               WHEN XT-PENDING
                   MOVE 'PENDING' TO W-STATUS-TEXT
               WHEN XT-MISMATCHED
                   MOVE 'MISMATCHED' TO W-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO W-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO W-BLOCKER-TEXT
           STRING 'TRANSMISSION RUN=' DELIMITED BY SIZE
                  XT-RUN-ID DELIMITED BY SIZE
                  '  SENT=' DELIMITED BY SIZE
                  XT-XMIT-DATE DELIMITED BY SIZE
                  '  STATUS=' DELIMITED BY SIZE
                  W-STATUS-TEXT DELIMITED BY SIZE
               INTO W-BLOCKER-TEXT
           END-STRING
           PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           .
       4500-NEXT.
           PERFORM 4400-READ-TRANSMISSION THRU 4400-EXIT
           .
       4500-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-CHECK-REJECTS - NO OPEN REJECT OVER THE AGE LIMIT
      *================================================================
      *
      * ONLY OPEN REJECTS ARE AGED - RECYCLED AND WRITTEN-OFF ENTRIES
      * ARE DEALT WITH. AN OPEN REJECT WITHOUT A READABLE DATE WAS
      * SUSPENDED BEFORE REJECTS WERE DATED AND IS OVER ANY LIMIT.
      *
       5000-CHECK-REJECTS.
           MOVE ZERO TO W-CHECK-BLOCKERS W-OPEN-REJECT-COUNT
           MOVE W-REJECT-DAYS TO W-DAYS-DISP
           MOVE SPACES TO W-CHECK-TITLE
           STRING 'CHECK 3 - NO OPEN REJECT OVER ' DELIMITED BY SIZE
                  W-DAYS-DISP DELIMITED BY SIZE
                  ' DAYS OLD (SUSPFILE)' DELIMITED BY SIZE
               INTO W-CHECK-TITLE
           END-STRING
           PERFORM 8620-WRITE-CHECK-TITLE THRU 8620-EXIT
           OPEN INPUT SUSPFILE
           IF W-SUSPFILE-STATUS NOT = '00'
               GO TO 5000-RESULT
           END-IF
           MOVE 'N' TO W-EOF-SWITCH
           PERFORM 5400-READ-SUSPENSE THRU 5400-EXIT
           PERFORM 5500-TEST-REJECT THRU 5500-EXIT
               UNTIL W-EOF-REACHED
           CLOSE SUSPFILE
           .
       5000-RESULT.
           MOVE W-OPEN-REJECT-COUNT TO W-COUNT-DISP
           MOVE W-CHECK-BLOCKERS TO W-COUNT2-DISP
           MOVE SPACES TO W-RESULT-TEXT
           STRING W-COUNT-DISP DELIMITED BY SIZE
                  ' OPEN REJECTS,' DELIMITED BY SIZE
                  W-COUNT2-DISP DELIMITED BY SIZE
                  ' OVER THE AGE LIMIT' DELIMITED BY SIZE
               INTO W-RESULT-TEXT
           END-STRING
           PERFORM 8640-WRITE-CHECK-RESULT THRU 8640-EXIT
           .
       5000-EXIT.
           EXIT.
      *
       5400-READ-SUSPENSE.
           READ SUSPFILE
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       5400-EXIT.
           EXIT.
      *
       5500-TEST-REJECT.
           IF NOT SP-OPEN
               GO TO 5500-NEXT
           END-IF
           ADD 1 TO W-OPEN-REJECT-COUNT
           MOVE SP-SEQ-NUMBER TO W-SEQ-DISP
           IF SP-REJECT-DATE IS NOT NUMERIC
                   OR SP-REJECT-DATE < 16010101
               MOVE SPACES TO W-BLOCKER-TEXT
               STRING 'OPEN REJECT DECK=' DELIMITED BY SIZE
                      SP-DECK-ID DELIMITED BY SIZE
                      '  SEQ=' DELIMITED BY SIZE
                      W-SEQ-DISP DELIMITED BY SIZE
                      '  REASON=' DELIMITED BY SIZE
                      SP-REASON-CODE DELIMITED BY SIZE
                      '  UNDATED' DELIMITED BY SIZE
                   INTO W-BLOCKER-TEXT
               END-STRING
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               GO TO 5500-NEXT
           END-IF
           COMPUTE W-REJECT-INTEGER =
               FUNCTION INTEGER-OF-DATE (SP-REJECT-DATE)
           IF W-REJECT-INTEGER NOT < W-TODAY-INTEGER
               GO TO 5500-NEXT
           END-IF
           COMPUTE W-REJECT-AGE = W-TODAY-INTEGER - W-REJECT-INTEGER
           IF W-REJECT-AGE NOT > W-REJECT-DAYS
               GO TO 5500-NEXT
           END-IF
           MOVE W-REJECT-AGE TO W-AGE-DISP
           MOVE SPACES TO W-BLOCKER-TEXT
           STRING 'OPEN REJECT DECK=' DELIMITED BY SIZE
                  SP-DECK-ID DELIMITED BY SIZE
                  '  SEQ=' DELIMITED BY SIZE
                  W-SEQ-DISP DELIMITED BY SIZE
                  '  REASON=' DELIMITED BY SIZE
                  SP-REASON-CODE DELIMITED BY SIZE
                  '  SUSPENDED=' DELIMITED BY SIZE
                  SP-REJECT-DATE DELIMITED BY SIZE
                  '  AGE=' DELIMITED BY SIZE
                  W-AGE-DISP DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO W-BLOCKER-TEXT
           END-STRING
           PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           .
       5500-NEXT.
           PERFORM 5400-READ-SUSPENSE THRU 5400-EXIT
           .
       5500-EXIT.
           EXIT.
      *
      *================================================================
      * 6000-CHECK-MONTH-END-RUNS - STATEMENT, ARCHIVE, WEB SWEEP RUN
      *================================================================
      *
      * THE PERIOD ITSELF MUST HAVE ENDED, AND ITS STATEMENT MUST
      * HAVE BEEN PRODUCED AFTER IT ENDED - ONE RUN MID-MONTH DOES
      * NOT COVER THE WHOLE PERIOD.
      *
       6000-CHECK-MONTH-END-RUNS.
           MOVE ZERO TO W-CHECK-BLOCKERS
           MOVE 'CHECK 4 - STATEMENT, ARCHIVE AND WEB CALL SWEEP RUN'
               TO W-CHECK-TITLE
           PERFORM 8620-WRITE-CHECK-TITLE THRU 8620-EXIT
           IF W-CLOSE-PERIOD NOT < W-CURRENT-PERIOD
               MOVE 'PERIOD HAS NOT YET ENDED' TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           END-IF
           IF NOT W-PERIOD-ON-FILE
               MOVE 'STATEMENT (HWSTMNT) NOT RUN FOR THE PERIOD'
                   TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               MOVE 'ARCHIVE (HWARCHIV) NOT RUN FOR THE PERIOD'
                   TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               GO TO 6000-RESULT
           END-IF
           IF PC-STMT-RUN-DATE IS NOT NUMERIC
                   OR PC-STMT-RUN-DATE = 0
               MOVE 'STATEMENT (HWSTMNT) NOT RUN FOR THE PERIOD'
                   TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           ELSE
               COMPUTE W-REC-PERIOD = PC-STMT-RUN-DATE / 100
               IF W-REC-PERIOD NOT > W-CLOSE-PERIOD
                   MOVE SPACES TO W-BLOCKER-TEXT
                   STRING 'STATEMENT LAST RUN ' DELIMITED BY SIZE
                          PC-STMT-RUN-DATE DELIMITED BY SIZE
                          ', BEFORE THE PERIOD ENDED - RERUN IT'
                          DELIMITED BY SIZE
                       INTO W-BLOCKER-TEXT
                   END-STRING
                   PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               END-IF
           END-IF
           IF PC-ARCH-RUN-DATE IS NOT NUMERIC
                   OR PC-ARCH-RUN-DATE = 0
               MOVE 'ARCHIVE (HWARCHIV) NOT RUN FOR THE PERIOD'
                   TO W-BLOCKER-TEXT
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           END-IF
           PERFORM 6100-CHECK-WEB-SWEEP THRU 6100-EXIT
           .
       6000-RESULT.
           IF W-CHECK-BLOCKERS = 0
               MOVE SPACES TO W-RESULT-TEXT
               IF W-SWEEP-ON-FILE
                   STRING 'STATEMENT RUN ' DELIMITED BY SIZE
                          PC-STMT-RUN-DATE DELIMITED BY SIZE
                          ', ARCHIVE RUN ' DELIMITED BY SIZE
                          PC-ARCH-RUN-DATE DELIMITED BY SIZE
                          ', WEB CALLS SWEPT UP TO ' DELIMITED BY SIZE
                          SC-CUTOFF-DATE DELIMITED BY SIZE
                       INTO W-RESULT-TEXT
                   END-STRING
               ELSE
                   STRING 'STATEMENT RUN ' DELIMITED BY SIZE
                          PC-STMT-RUN-DATE DELIMITED BY SIZE
                          ', ARCHIVE RUN ' DELIMITED BY SIZE
                          PC-ARCH-RUN-DATE DELIMITED BY SIZE
                          ', NO WEB CALLS JOURNALED'
                          DELIMITED BY SIZE
                       INTO W-RESULT-TEXT
                   END-STRING
               END-IF
           ELSE
               MOVE 'MONTH-END RUNS INCOMPLETE' TO W-RESULT-TEXT
           END-IF
           PERFORM 8640-WRITE-CHECK-RESULT THRU 8640-EXIT
           .
       6000-EXIT.
           EXIT.
      *
      * THE SWEEP'S CUT-OFF IS THE FIRST CALL DATE IT HAS NOT YET
      * POSTED, SO IT MUST LIE IN A LATER MONTH THAN THE PERIOD. NO
      * CONTROL RECORD AND NO JOURNAL MEANS THE WEB SERVICE HAS
      * NEVER BEEN CALLED - NOTHING TO WAIT FOR.
      *
       6100-CHECK-WEB-SWEEP.
           MOVE 'N' TO W-SWEEP-SWITCH
           OPEN INPUT WEBSWCTL
           IF W-WEBSWCTL-STATUS = '00'
               READ WEBSWCTL
                   AT END
                       MOVE ZERO TO SC-CUTOFF-DATE
               END-READ
               CLOSE WEBSWCTL
               IF SC-CUTOFF-DATE IS NUMERIC
                       AND SC-CUTOFF-DATE NOT = 0
                   MOVE 'Y' TO W-SWEEP-SWITCH
               END-IF
           END-IF
           IF NOT W-SWEEP-ON-FILE
               OPEN INPUT WEBJRNL
               IF W-WEBJRNL-STATUS = '00'
                   CLOSE WEBJRNL
                   MOVE 'WEB CALL SWEEP (HWSVCSWP) HAS NEVER RUN'
                       TO W-BLOCKER-TEXT
                   PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
               END-IF
               GO TO 6100-EXIT
           END-IF
           COMPUTE W-SWEPT-PERIOD = SC-CUTOFF-DATE / 100
           IF W-SWEPT-PERIOD NOT > W-CLOSE-PERIOD
               MOVE SPACES TO W-BLOCKER-TEXT
               STRING 'WEB CALLS SWEPT ONLY UP TO ' DELIMITED BY SIZE
                      SC-CUTOFF-DATE DELIMITED BY SIZE
                      ' - RUN HWSVCSWP, THEN RERUN THE STATEMENT'
                      DELIMITED BY SIZE
                   INTO W-BLOCKER-TEXT
               END-STRING
               PERFORM 8630-WRITE-BLOCKER THRU 8630-EXIT
           END-IF
           .
       6100-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-CLOSE-PERIOD - MARK THE PERIOD CLOSED, PRINT CERTIFICATE
      *================================================================
      *
      * THE REOPEN CODE IS AN 8-DIGIT RANDOM DRAW, SO EACH CLOSED
      * PERIOD HAS ITS OWN AND ONLY THE HOLDER OF THE CERTIFICATE CAN
      * QUOTE IT ON A REOPEN CARD - NOTHING PRINTED ON CLOSERPT OR
      * HELD IN THE RUN ID WILL REPRODUCE IT. THE GENERATOR IS SEEDED
      * FROM THE CLOCK AS THE CLOSE IS POSTED, NOT THE RUN START, AND
      * THE FIRST DRAW AFTER SEEDING IS DISCARDED.
      *
       7000-CLOSE-PERIOD.
           ACCEPT W-REOPEN-SEED FROM TIME
           COMPUTE W-REOPEN-DRAW = FUNCTION RANDOM (W-REOPEN-SEED)
           COMPUTE W-REOPEN-DRAW = FUNCTION RANDOM
           COMPUTE W-REOPEN-NUMBER = W-REOPEN-DRAW * 100000000
           MOVE W-REOPEN-NUMBER TO W-REOPEN-CODE
           MOVE 'C' TO PC-CLOSE-STATUS
           MOVE W-CURRENT-DATE TO PC-CLOSE-DATE
           MOVE W-RUN-ID TO PC-CLOSE-RUN-ID
           MOVE W-REOPEN-CODE TO PC-REOPEN-CODE
           REWRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'HWPCLOSE: PERDCTL REWRITE FAILED, STATUS='
                       W-PERDCTL-STATUS
                   GO TO 7000-EXIT
           END-REWRITE
           MOVE 'Y' TO W-CLOSED-SWITCH
           PERFORM 8700-WRITE-CERTIFICATE THRU 8700-EXIT
           .
       7000-EXIT.
           EXIT.
      *
      *================================================================
      * 7500-REPORT-ALREADY-CLOSED - CLOSE DETAILS AND REOPENS SINCE
      *================================================================
       7500-REPORT-ALREADY-CLOSED.
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
                  W-CLOSE-PERIOD DELIMITED BY SIZE
                  ' WAS CLOSED ON ' DELIMITED BY SIZE
                  PC-CLOSE-DATE DELIMITED BY SIZE
                  ' - NOT CHECKED AGAIN' DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           MOVE 'REOPEN CARDS LOGGED AGAINST THE PERIOD:'
               TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           OPEN INPUT REOPNLOG
           IF W-REOPNLOG-STATUS = '00'
               MOVE 'N' TO W-EOF-SWITCH
               PERFORM 7540-READ-REOPEN-LOG THRU 7540-EXIT
               PERFORM 7550-LIST-ONE-REOPEN THRU 7550-EXIT
                   UNTIL W-EOF-REACHED
               CLOSE REOPNLOG
           END-IF
           IF W-REOPEN-COUNT = 0
               MOVE '    NONE' TO CLOSE-PRINT-LINE
               WRITE CLOSE-PRINT-LINE
           END-IF
           .
       7500-EXIT.
           EXIT.
      *
       7540-READ-REOPEN-LOG.
           READ REOPNLOG
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       7540-EXIT.
           EXIT.
      *
       7550-LIST-ONE-REOPEN.
           IF RL-PERIOD NOT = W-CLOSE-PERIOD
               GO TO 7550-NEXT
           END-IF
           ADD 1 TO W-REOPEN-COUNT
           IF RL-REOPEN-ACCEPTED
               MOVE 'ACCEPTED' TO W-OUTCOME-TEXT
           ELSE
               MOVE 'REFUSED ' TO W-OUTCOME-TEXT
           END-IF
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '    ' DELIMITED BY SIZE
                  RL-LOG-DATE DELIMITED BY SIZE
                  '  DECK=' DELIMITED BY SIZE
                  RL-DECK-ID DELIMITED BY SIZE
                  '  SITE=' DELIMITED BY SIZE
                  RL-SITE-ID DELIMITED BY SIZE
                  '  BY=' DELIMITED BY SIZE
                  RL-AUTH-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-OUTCOME-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RL-REASON DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           .
       7550-NEXT.
           PERFORM 7540-READ-REOPEN-LOG THRU 7540-EXIT
           .
       7550-EXIT.
           EXIT.
      *
      *================================================================
      * 8600 SERIES - CLOSE REPORT (CLOSERPT)
      *================================================================
      *
       8610-WRITE-REPORT-HEADER.
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING 'PERIOD CLOSE  PERIOD=' DELIMITED BY SIZE
                  W-CLOSE-PERIOD DELIMITED BY SIZE
                  '  RUN DATE=' DELIMITED BY SIZE
                  W-CURRENT-DATE DELIMITED BY SIZE
                  '  RUN=' DELIMITED BY SIZE
                  W-RUN-ID DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           .
       8610-EXIT.
           EXIT.
      *
       8620-WRITE-CHECK-TITLE.
           MOVE W-CHECK-TITLE TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           .
       8620-EXIT.
           EXIT.
      *
       8630-WRITE-BLOCKER.
           ADD 1 TO W-BLOCKER-COUNT
           ADD 1 TO W-CHECK-BLOCKERS
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '    BLOCKER: ' DELIMITED BY SIZE
                  W-BLOCKER-TEXT DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           .
       8630-EXIT.
           EXIT.
      *
       8640-WRITE-CHECK-RESULT.
           MOVE SPACES TO CLOSE-PRINT-LINE
           IF W-CHECK-BLOCKERS = 0
               STRING '    PASSED   ' DELIMITED BY SIZE
                      W-RESULT-TEXT DELIMITED BY SIZE
                   INTO CLOSE-PRINT-LINE
               END-STRING
           ELSE
               STRING '    BLOCKED  ' DELIMITED BY SIZE
                      W-RESULT-TEXT DELIMITED BY SIZE
                   INTO CLOSE-PRINT-LINE
               END-STRING
           END-IF
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           .
       8640-EXIT.
           EXIT.
      *
       8700-WRITE-CERTIFICATE.
           MOVE ALL '*' TO CLOSE-PRINT-LINE (1:72)
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '*  PERIOD CLOSE CERTIFICATE - PERIOD '
                  DELIMITED BY SIZE
                  W-CLOSE-PERIOD DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '*  ALL FOUR CLOSE CHECKS PASSED. CLOSED ON '
                  DELIMITED BY SIZE
                  W-CURRENT-DATE DELIMITED BY SIZE
                  ' BY RUN ' DELIMITED BY SIZE
                  W-RUN-ID DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '*  DECKS CREATED IN THE PERIOD WILL NOT POST WITHOUT'
                  DELIMITED BY SIZE
                  ' A REOPEN CARD.' DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING '*  REOPEN CODE: ' DELIMITED BY SIZE
                  W-REOPEN-CODE DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           MOVE ALL '*' TO CLOSE-PRINT-LINE (1:72)
           WRITE CLOSE-PRINT-LINE
           .
       8700-EXIT.
           EXIT.
      *
       8710-WRITE-NOT-CLOSED.
           MOVE W-BLOCKER-COUNT TO W-COUNT-DISP
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
                  W-CLOSE-PERIOD DELIMITED BY SIZE
                  ' NOT CLOSED -' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
                  ' BLOCKERS ABOVE MUST BE CLEARED AND THE JOB RERUN'
                  DELIMITED BY SIZE
               INTO CLOSE-PRINT-LINE
           END-STRING
           WRITE CLOSE-PRINT-LINE
           .
       8710-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-TERMINATE - CLOSE FILES, RESULT TO CONSOLE
      *================================================================
       9000-TERMINATE.
           IF W-INPUT-INVALID
               GO TO 9000-EXIT
           END-IF
           CLOSE PERDCTL
           CLOSE CLOSERPT
           IF W-PERIOD-IS-CLOSED
               DISPLAY 'HWPCLOSE: PERIOD=' W-CLOSE-PERIOD
                   ' CLOSED ' PC-CLOSE-DATE
                   ' REOPENS LOGGED=' W-REOPEN-COUNT
           ELSE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'HWPCLOSE: PERIOD=' W-CLOSE-PERIOD
                   ' NOT CLOSED, BLOCKERS=' W-BLOCKER-COUNT
           END-IF
           .
       9000-EXIT.
           EXIT.
