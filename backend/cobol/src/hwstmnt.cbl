      *
      * MODIFICATION HISTORY
      *   2026-09-01 RA  ORIGINAL MONTH-END SITE ACTIVITY STATEMENT.
      *   2026-09-14 RA  ADDED STR PANEL MEMBER RECORDS (AUDIT MODE
      *                  S) AS THEIR OWN BILLED LINE.
      *   2026-09-16 RA  ADDED MIXTURE PANEL SUMMARIES (AUDIT MODE I)
      *                  AS THEIR OWN BILLED LINE.
      *   2026-09-22 RA  STAMPS THE STATEMENT RUN ON THE PERIOD
      *                  CONTROL FILE (PERDCTL) FOR PERIOD CLOSE.
      *   2026-09-24 RA  WEB SERVICE CALCULATIONS (AUDIT SOURCE W)
      *                  BILLED TO THEIR SITE AS THEIR OWN LINE.
      *   2026-09-28 RA  STATEMENT RUN NOT STAMPED ON PERDCTL UNTIL
      *                  THE WEB CALL SWEEP HAS CUT OFF PAST THE
      *                  PERIOD; PERDCTL CREATED ONLY WHEN NOT YET
      *                  ALLOCATED.
      *
      * MONTH-END BILLING STATEMENT. JOINS THE POSTED-DECK REGISTER
      * (DECKREG) WITH THE AUDIT TRAIL FOR THE STATEMENT PERIOD -
      * SO THE STATEMENT TIES BACK TO THE LINE COUNTS HWARCHIV
      * REPORTS FOR THE SAME PERIOD. DR-RUN-ID IS THE JOIN KEY - ONE
      * BATCH RUN POSTS ONE DECK, SO EVERY AUDIT LINE WITH THAT RUN
      * ID BELONGS TO THAT DECK'S SITE. A WEB SERVICE LINE POSTED
      * BY HWSVCSWP NAMES ITS SITE ITSELF AND IS BILLED TO IT AS A
      * WEB CALCULATION, APART FROM THE DECK POSTINGS - SO THE
      * SWEEP MUST HAVE RUN PAST THE PERIOD END FIRST. THE
      * STATEMENT PERIOD DEFAULTS TO THE CURRENT SYSTEM-DATE MONTH
      * AND CAN BE OVERRIDDEN THROUGH HW-STMT-PERIOD (YYYYMM). A
      * COMPLETED RUN IS RECORDED AGAINST THE PERIOD ON PERDCTL,
      * WHERE THE PERIOD-CLOSE JOB (HWPCLOSE) LOOKS FOR IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STMTRPT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STMTRPT-STATUS.
           SELECT PERDCTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS W-PERDCTL-STATUS.
           SELECT WEBSWCTL ASSIGN TO "WEBSWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBSWCTL-STATUS.
           SELECT WEBJRNL ASSIGN TO "WEBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-WEBJRNL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STMTRPT.
       01  STMT-PRINT-LINE         PIC X(132).
      *
       FD  PERDCTL.
       COPY PERDCTL.
      *
       FD  WEBSWCTL.
       COPY WEBSWCTL.
      *
       FD  WEBJRNL.
       COPY WEBJRNL.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-ARCHFILE-STATUS      PIC X(02) VALUE SPACES.
       77  W-SUSPFILE-STATUS      PIC X(02) VALUE SPACES.
       77  W-STMTRPT-STATUS       PIC X(02) VALUE SPACES.
       77  W-PERDCTL-STATUS       PIC X(02) VALUE SPACES.
       77  W-WEBSWCTL-STATUS      PIC X(02) VALUE SPACES.
       77  W-WEBJRNL-STATUS       PIC X(02) VALUE SPACES.
       77  W-SWEEP-SWITCH         PIC X(01) VALUE 'N'.
           88  W-SWEEP-PAST-PERIOD       VALUE 'Y'.
       77  W-PERIOD-LINE-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  W-UNMATCHED-LINES      PIC 9(07) COMP VALUE ZERO.
      *
           05  W-STMT-PERIOD       PIC 9(06).
           05  W-PERIOD-ALPHA      PIC X(06).
           05  W-REC-PERIOD        PIC 9(06).
           05  W-SWEPT-PERIOD      PIC 9(06).
           05  W-ARCHIVE-NAME      PIC X(10).
      *
      * DECK REGISTER TABLE - EVERY DECK POSTED IN THE PERIOD. THE
               10  W-ST-XLINKED        PIC 9(07) COMP.
               10  W-ST-PANELS         PIC 9(07) COMP.
               10  W-ST-KINSHIP        PIC 9(07) COMP.
               10  W-ST-STR-MEMBER     PIC 9(07) COMP.
               10  W-ST-MIXTURE        PIC 9(07) COMP.
               10  W-ST-REJECTS        PIC 9(07) COMP.
               10  W-ST-WEB-CALCS      PIC 9(07) COMP.
      *
       01  W-SCAN-DATA.
           05  W-DK-I              PIC 9(04) COMP.
           05  W-GT-XLINKED        PIC 9(07) COMP VALUE ZERO.
           05  W-GT-PANELS         PIC 9(07) COMP VALUE ZERO.
           05  W-GT-KINSHIP        PIC 9(07) COMP VALUE ZERO.
           05  W-GT-STR-MEMBER     PIC 9(07) COMP VALUE ZERO.
           05  W-GT-MIXTURE        PIC 9(07) COMP VALUE ZERO.
           05  W-GT-REJECTS        PIC 9(07) COMP VALUE ZERO.
           05  W-GT-WEB-CALCS      PIC 9(07) COMP VALUE ZERO.
      *
      * REPORT EDIT FIELDS
      *
           PERFORM 4000-SCAN-SUSPENSE THRU 4000-EXIT
           PERFORM 8600-WRITE-STATEMENTS THRU 8600-EXIT
           PERFORM 8700-WRITE-GRAND-TOTAL THRU 8700-EXIT
           PERFORM 6000-STAMP-PERIOD-CONTROL THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
               W-ST-XLINKED (W-SITE-COUNT)
               W-ST-PANELS (W-SITE-COUNT)
               W-ST-KINSHIP (W-SITE-COUNT)
               W-ST-STR-MEMBER (W-SITE-COUNT)
               W-ST-MIXTURE (W-SITE-COUNT)
               W-ST-REJECTS (W-SITE-COUNT)
               W-ST-WEB-CALCS (W-SITE-COUNT)
           MOVE W-SITE-COUNT TO W-SITE-INDEX
           .
       5000-EXIT.
      * THE FULL PERIOD LINE COUNT (ATTRIBUTED OR NOT) IS KEPT FOR
      * THE CONTROL PAGE - IT IS THE NUMBER HWARCHIV REPORTS FOR THE
      * PERIOD. LINES FROM SINGLE-MODE RUNS HAVE NO DECK AND STAY
      * UNATTRIBUTED. A WEB SERVICE LINE HAS NO DECK EITHER, BUT
      * CARRIES ITS SITE.
      *
       5500-ATTRIBUTE-AUDIT-LINE.
           ADD 1 TO W-PERIOD-LINE-COUNT
           IF AR-SOURCE-WEB-SERVICE
               PERFORM 5600-ATTRIBUTE-WEB-LINE THRU 5600-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE 'N' TO W-MATCH-SWITCH
           MOVE ZERO TO W-SITE-INDEX
           PERFORM 5550-MATCH-AUDIT-RUN THRU 5550-EXIT
               WHEN 'K'
                   ADD 1 TO W-ST-KINSHIP (W-SITE-INDEX)
                   ADD 1 TO W-GT-KINSHIP
               WHEN 'S'
                   ADD 1 TO W-ST-STR-MEMBER (W-SITE-INDEX)
                   ADD 1 TO W-GT-STR-MEMBER
               WHEN 'I'
                   ADD 1 TO W-ST-MIXTURE (W-SITE-INDEX)
                   ADD 1 TO W-GT-MIXTURE
               WHEN OTHER
                   ADD 1 TO W-UNMATCHED-LINES
           END-EVALUATE
           .
       5550-EXIT.
           EXIT.
      *
       5600-ATTRIBUTE-WEB-LINE.
           IF AR-SITE-ID = SPACES
               ADD 1 TO W-UNMATCHED-LINES
               GO TO 5600-EXIT
           END-IF
           MOVE AR-SITE-ID TO W-WORK-SITE-ID
           PERFORM 5000-FIND-OR-ADD-SITE THRU 5000-EXIT
           IF W-SITE-INDEX = 0
               ADD 1 TO W-UNMATCHED-LINES
               GO TO 5600-EXIT
           END-IF
           ADD 1 TO W-ST-WEB-CALCS (W-SITE-INDEX)
           ADD 1 TO W-GT-WEB-CALCS
           .
       5600-EXIT.
           EXIT.
      *
      *================================================================
      * 8600-WRITE-STATEMENTS - ONE PAGE PER SITE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           MOVE W-ST-STR-MEMBER (W-ST-I) TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  STR MEMBER RECORDS    =' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           MOVE W-ST-MIXTURE (W-ST-I) TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  MIXTURE SUMMARIES     =' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           MOVE W-ST-REJECTS (W-ST-I) TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  REJECTS CHARGED BACK  =' DELIMITED BY SIZE
               W-ST-TWO-ALLELE (W-ST-I) + W-ST-THREE-ALLELE (W-ST-I)
               + W-ST-LINKAGE (W-ST-I) + W-ST-XLINKED (W-ST-I)
               + W-ST-PANELS (W-ST-I) + W-ST-KINSHIP (W-ST-I)
               + W-ST-STR-MEMBER (W-ST-I) + W-ST-MIXTURE (W-ST-I)
           MOVE W-TOTAL-WORK TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  PERIOD TOTAL POSTED   =' DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
      * WEB CALCULATIONS ARE BILLED ON THEIR OWN LINE, OUTSIDE THE
      * DECK POSTING TOTAL ABOVE.
           MOVE W-ST-WEB-CALCS (W-ST-I) TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  WEB CALCULATIONS      =' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           .
       8660-EXIT.
           EXIT.
           COMPUTE W-TOTAL-WORK =
               W-GT-TWO-ALLELE + W-GT-THREE-ALLELE + W-GT-LINKAGE
               + W-GT-XLINKED + W-GT-PANELS + W-GT-KINSHIP
               + W-GT-STR-MEMBER + W-GT-MIXTURE
           MOVE W-TOTAL-WORK TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  RECORDS BILLED        =' DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           MOVE W-GT-WEB-CALCS TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  WEB CALCULATIONS      =' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           WRITE STMT-PRINT-LINE
           MOVE W-GT-REJECTS TO W-COUNT-DISP
           MOVE SPACES TO STMT-PRINT-LINE
           STRING '  REJECTS CHARGED BACK  =' DELIMITED BY SIZE
           EXIT.
      *
      *================================================================
      * 6000-STAMP-PERIOD-CONTROL - RECORD THE STATEMENT RUN
      *================================================================
      *
      * THE WEB SERVICE LINES ONLY REACH THE AUDIT TRAIL WHEN
      * HWSVCSWP SWEEPS THEM, SO A STATEMENT PRINTED BEFORE THE SWEEP
      * HAS CUT OFF PAST THE PERIOD END IS SHORT OF WEB CALCULATIONS
      * AND IS NOT RECORDED - IT MUST BE RERUN AFTER THE SWEEP. NO
      * WEB JOURNAL AT ALL MEANS THE SERVICE HAS NEVER BEEN CALLED
      * AND THERE IS NOTHING TO WAIT FOR.
      *
      * PERDCTL OPENS I-O WITH THE USUAL CREATE-ON-FIRST-USE
      * FALLBACK, AND THE PERIOD'S RECORD IS ADDED IF THIS IS THE
      * FIRST MONTH-END JOB TO RUN FOR IT. A RERUN SIMPLY MOVES THE
      * DATE ON. ONLY A FILE NOT YET ALLOCATED (STATUS 35) IS
      * CREATED. IF THE FILE CANNOT BE OPENED THE STATEMENT STANDS;
      * THE PERIOD JUST CANNOT BE CLOSED UNTIL THE RUN IS REPEATED.
      *
       6000-STAMP-PERIOD-CONTROL.
           PERFORM 6100-CHECK-WEB-SWEEP THRU 6100-EXIT
           IF NOT W-SWEEP-PAST-PERIOD
               DISPLAY 'HWSTMNT: WEB CALLS NOT YET SWEPT PAST PERIOD '
                   W-STMT-PERIOD ' - STATEMENT RUN NOT RECORDED'
               DISPLAY 'HWSTMNT: RUN HWSVCSWP, THEN RERUN THE '
                   'STATEMENT'
               GO TO 6000-EXIT
           END-IF
           OPEN I-O PERDCTL
           IF W-PERDCTL-STATUS = '35'
               OPEN OUTPUT PERDCTL
               CLOSE PERDCTL
               OPEN I-O PERDCTL
           END-IF
           IF W-PERDCTL-STATUS NOT = '00'
               DISPLAY 'HWSTMNT: PERDCTL NOT AVAILABLE, STATUS='
                   W-PERDCTL-STATUS ' - STATEMENT RUN NOT RECORDED'
               GO TO 6000-EXIT
           END-IF
           MOVE W-STMT-PERIOD TO PC-PERIOD
           READ PERDCTL
               INVALID KEY
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE W-STMT-PERIOD TO PC-PERIOD
                   MOVE ZERO TO PC-STMT-RUN-DATE PC-ARCH-RUN-DATE
                       PC-CLOSE-DATE
                   MOVE 'O' TO PC-CLOSE-STATUS
           END-READ
           MOVE W-CURRENT-DATE TO PC-STMT-RUN-DATE
           WRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   REWRITE PERIOD-CONTROL-RECORD
           END-WRITE
           CLOSE PERDCTL
           .
       6000-EXIT.
           EXIT.
      *
      * THE SWEEP'S CUT-OFF IS THE FIRST CALL DATE IT HAS NOT YET
      * POSTED, SO IT MUST LIE IN A LATER MONTH THAN THE PERIOD - THE
      * SAME TEST HWPCLOSE APPLIES AT CLOSE.
      *
       6100-CHECK-WEB-SWEEP.
           MOVE 'N' TO W-SWEEP-SWITCH
           OPEN INPUT WEBJRNL
           IF W-WEBJRNL-STATUS NOT = '00'
               MOVE 'Y' TO W-SWEEP-SWITCH
               GO TO 6100-EXIT
           END-IF
           CLOSE WEBJRNL
           OPEN INPUT WEBSWCTL
           IF W-WEBSWCTL-STATUS NOT = '00'
               GO TO 6100-EXIT
           END-IF
           READ WEBSWCTL
               AT END
                   MOVE ZERO TO SC-CUTOFF-DATE
           END-READ
           CLOSE WEBSWCTL
           IF SC-CUTOFF-DATE IS NOT NUMERIC
               GO TO 6100-EXIT
           END-IF
           COMPUTE W-SWEPT-PERIOD = SC-CUTOFF-DATE / 100
           IF W-SWEPT-PERIOD > W-STMT-PERIOD
               MOVE 'Y' TO W-SWEEP-SWITCH
           END-IF
           .
       6100-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-TERMINATE - TOTALS TO CONSOLE
      *================================================================
       9000-TERMINATE.
           DISPLAY 'HWSTMNT: SITES=' W-SITE-COUNT
               ' DECKS=' W-GT-DECKS
               ' PERIOD LINES=' W-PERIOD-LINE-COUNT
               ' WEB CALCS=' W-GT-WEB-CALCS
               ' UNATTRIBUTED=' W-UNMATCHED-LINES
           .
       9000-EXIT.
