      *
      * MODIFICATION HISTORY
      *   2026-09-02 RA  ORIGINAL CASE REGISTER INQUIRY.
      *   2026-09-08 RA  THETA-CORRECTED RMP SHOWN BESIDE THE RMP.
      *   2026-09-10 RA  POINT-IN-TIME RERUN PANELS SHOW THEIR AS-OF.
      *   2026-09-16 RA  MIXTURE PANELS SHOW THEIR COMBINED PROBABILITY
      *                  OF INCLUSION BESIDE THE RMP AND PI.
      *   2026-09-28 RA  THETA, AS-OF AND CPI NOW READ FROM THE CASE
      *                  REGISTER EXTENSION (CASEXTN) - CASEREG IS
      *                  BACK AT ITS ORIGINAL LENGTH.
      *
      * CASE-SHAPED COMPANION TO HWARCINQ. GIVEN A CASE ID (ACCEPTED
      * FROM SYSIN), WALKS THE INDEXED CASE REGISTER (CASEREG) FROM
      * COUNT, COMBINED RMP (AND FOR PANELS WITH KINSHIP MEMBERS THE
      * COMBINED PATERNITY INDEX - A KINSHIP-ONLY PANEL SHOWS THE PI
      * AS ITS RESULT, NOT AN EMPTY RMP) AND COMPLETE/INCOMPLETE
      * STATUS. A PANEL WITH RMP MEMBERS ALSO SHOWS ITS THETA-
      * CORRECTED RMP, THE SITE DEFAULT THETA AND HOW MANY LOCI FELL
      * BACK TO THAT DEFAULT. A PANEL RERUN AGAINST THE REFERENCE
      * FREQUENCIES OF AN EARLIER DATE SHOWS THAT AS-OF. A PANEL
      * WITH MIXTURE MEMBERS SHOWS ITS COMBINED PROBABILITY OF
      * INCLUSION (CPI) THE SAME WAY AS THE PI - AS THE RESULT LINE
      * WHEN THE PANEL HAS NOTHING ELSE, BESIDE THE OTHERS IF NOT.
      * THE THETA, AS-OF AND CPI FIGURES COME FROM THE REGISTER
      * EXTENSION (CASEXTN) ON THE SAME KEY; A PANEL WITH NO
      * EXTENSION RECORD, OR A RUN WITHOUT THE FILE, SHOWS THE
      * REGISTER FIGURES ALONE.
      * COUNTS GO TO THE CONSOLE. RETENTION RULES ARE PER CASE, NOT PER
      * MONTH - THIS ANSWERS THE CASE-SHAPED QUESTION THE MONTHLY
      * ARCHIVE CANNOT.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS W-CASEREG-STATUS.
           SELECT CASEXTN ASSIGN TO "CASEXTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS W-CASEXTN-STATUS.
           SELECT CASERPT ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CASERPT-STATUS.
      *
       FD  CASEREG.
       COPY CASEREG.
      *
       FD  CASEXTN.
       COPY CASEXTN.
      *
       FD  CASERPT.
       01  CASE-PRINT-LINE         PIC X(132).
           88  W-INPUT-VALID             VALUE 'Y'.
           88  W-INPUT-INVALID           VALUE 'N'.
       77  W-CASEREG-STATUS       PIC X(02) VALUE SPACES.
       77  W-CASEXTN-STATUS       PIC X(02) VALUE SPACES.
       77  W-CASEXTN-SWITCH       PIC X(01) VALUE 'N'.
           88  W-CASEXTN-AVAILABLE       VALUE 'Y'.
       77  W-EXTN-FOUND-SW        PIC X(01) VALUE 'N'.
           88  W-EXTN-FOUND              VALUE 'Y'.
       77  W-CASERPT-STATUS       PIC X(02) VALUE SPACES.
      *
      * INQUIRY SELECTION AND FORMATTING FIELDS
           05  W-RMP-EXP-DISP      PIC +9(03).
           05  W-RMP-TEXT          PIC X(15).
           05  W-PI-TEXT           PIC X(15).
           05  W-THETA-RMP-TEXT    PIC X(15).
           05  W-THETA-DISP        PIC 9.9(08).
           05  W-DEFAULT-LOCI-DISP PIC ZZ9.
           05  W-LOCI-DISP         PIC ZZ9.
           05  W-KIN-DISP          PIC ZZ9.
           05  W-MIX-LOCI          PIC 9(03).
           05  W-MIX-DISP          PIC ZZ9.
           05  W-CPI-TEXT          PIC X(15).
           05  W-STATUS-TEXT       PIC X(10).
      *
       PROCEDURE DIVISION.
                   W-CASEREG-STATUS
               GO TO 1000-EXIT
           END-IF
      * THE EXTENSION IS OPTIONAL - WITHOUT IT THE SUMMARY STILL
      * SHOWS EVERY PANEL'S RMP, PI AND STATUS.
           OPEN INPUT CASEXTN
           IF W-CASEXTN-STATUS = '00'
               MOVE 'Y' TO W-CASEXTN-SWITCH
           ELSE
               MOVE 'N' TO W-CASEXTN-SWITCH
               DISPLAY 'HWCASINQ: CASEXTN NOT AVAILABLE, STATUS='
                   W-CASEXTN-STATUS ' - NO THETA OR CPI SHOWN'
           END-IF
           OPEN OUTPUT CASERPT
           PERFORM 8610-WRITE-CASE-HEADER THRU 8610-EXIT
           .
       3400-EXIT.
           EXIT.
      *
      * THE PANEL'S EXTENSION RECORD, IF IT HAS ONE. A PANEL
      * REGISTERED BEFORE THE EXTENSION EXISTED HAS NONE.
      *
       3450-READ-CASE-EXTENSION.
           MOVE 'N' TO W-EXTN-FOUND-SW
           IF NOT W-CASEXTN-AVAILABLE
               GO TO 3450-EXIT
           END-IF
           MOVE CS-KEY TO CX-KEY
           READ CASEXTN
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ
           MOVE 'Y' TO W-EXTN-FOUND-SW
           .
       3450-EXIT.
           EXIT.
      *
      *================================================================
      * 3500-REPORT-ONE-PANEL - ONE HISTORY BLOCK PER PANEL
      *================================================================
       3500-REPORT-ONE-PANEL.
           ADD 1 TO W-PANEL-COUNT
           PERFORM 3450-READ-CASE-EXTENSION THRU 3450-EXIT
           MOVE CS-RMP-MANT TO W-RMP-MANT-DISP
           MOVE CS-RMP-EXP TO W-RMP-EXP-DISP
           MOVE SPACES TO W-RMP-TEXT
                   INTO W-PI-TEXT
               END-STRING
           END-IF
      * A PANEL WITH NO EXTENSION RECORD COUNTS AS NO MIXTURE LOCI.
           MOVE ZERO TO W-MIX-LOCI
           IF W-EXTN-FOUND
               MOVE CX-MIX-LOCI TO W-MIX-LOCI
           END-IF
           IF W-MIX-LOCI > 0
               MOVE W-MIX-LOCI TO W-MIX-DISP
               MOVE CX-CPI-MANT TO W-RMP-MANT-DISP
               MOVE CX-CPI-EXP TO W-RMP-EXP-DISP
               MOVE SPACES TO W-CPI-TEXT
               STRING W-RMP-MANT-DISP DELIMITED BY SIZE
                      'E' DELIMITED BY SIZE
                      W-RMP-EXP-DISP DELIMITED BY SIZE
                   INTO W-CPI-TEXT
               END-STRING
           END-IF
           IF CS-INCOMPLETE
               ADD 1 TO W-INCOMPLETE-COUNT
               MOVE 'INCOMPLETE' TO W-STATUS-TEXT
               INTO CASE-PRINT-LINE
           END-STRING
           WRITE CASE-PRINT-LINE
           IF W-EXTN-FOUND
                   AND CX-FREQ-ASOF-ID NOT = SPACES
               MOVE SPACES TO CASE-PRINT-LINE
               STRING '    RERUN ON REFERENCE FREQUENCIES AS OF '
                      DELIMITED BY SIZE
                      CX-FREQ-ASOF-ID DELIMITED BY SIZE
                   INTO CASE-PRINT-LINE
               END-STRING
               WRITE CASE-PRINT-LINE
           END-IF
      * A KINSHIP-ONLY PANEL HAS NO RMP TO CITE - ITS RESULT LINE IS
      * THE COMBINED PI, AND A MIXTURE-ONLY PANEL'S IS THE CPI. A
      * PANEL WITH SEVERAL KINDS OF MEMBER SHOWS THEM ALL.
           IF CS-LOCUS-COUNT > 0
                   OR (CS-KIN-LOCI = 0 AND W-MIX-LOCI = 0)
               MOVE SPACES TO CASE-PRINT-LINE
               STRING '    LOCI=' DELIMITED BY SIZE
                      W-LOCI-DISP DELIMITED BY SIZE
                   INTO CASE-PRINT-LINE
               END-STRING
               WRITE CASE-PRINT-LINE
      * A PANEL WITH NO EXTENSION RECORD SIMPLY GOES WITHOUT THE
      * THETA LINE.
               IF CS-LOCUS-COUNT > 0
                       AND W-EXTN-FOUND
                   MOVE CX-THETA-RMP-MANT TO W-RMP-MANT-DISP
                   MOVE CX-THETA-RMP-EXP TO W-RMP-EXP-DISP
                   MOVE SPACES TO W-THETA-RMP-TEXT
                   STRING W-RMP-MANT-DISP DELIMITED BY SIZE
                          'E' DELIMITED BY SIZE
                          W-RMP-EXP-DISP DELIMITED BY SIZE
                       INTO W-THETA-RMP-TEXT
                   END-STRING
                   MOVE CX-DEFAULT-THETA TO W-THETA-DISP
                   MOVE CX-THETA-DEFAULT-LOCI TO W-DEFAULT-LOCI-DISP
                   MOVE SPACES TO CASE-PRINT-LINE
                   STRING '    THETA RMP=' DELIMITED BY SIZE
                          W-THETA-RMP-TEXT DELIMITED BY SIZE
                          '  DEFAULT THETA=' DELIMITED BY SIZE
                          W-THETA-DISP DELIMITED BY SIZE
                          '  LOCI AT DEFAULT=' DELIMITED BY SIZE
                          W-DEFAULT-LOCI-DISP DELIMITED BY SIZE
                       INTO CASE-PRINT-LINE
                   END-STRING
                   WRITE CASE-PRINT-LINE
               END-IF
               IF CS-KIN-LOCI > 0
                   MOVE SPACES TO CASE-PRINT-LINE
                   STRING '    KIN LOCI=' DELIMITED BY SIZE
                   WRITE CASE-PRINT-LINE
               END-IF
           ELSE
               IF CS-KIN-LOCI > 0
                   MOVE SPACES TO CASE-PRINT-LINE
                   STRING '    KIN LOCI=' DELIMITED BY SIZE
                          W-KIN-DISP DELIMITED BY SIZE
                          '  PI=' DELIMITED BY SIZE
                          W-PI-TEXT DELIMITED BY SIZE
                          '  STATUS=' DELIMITED BY SIZE
                          W-STATUS-TEXT DELIMITED BY SIZE
                          '  RUN=' DELIMITED BY SIZE
                          CS-RUN-ID DELIMITED BY SIZE
                       INTO CASE-PRINT-LINE
                   END-STRING
                   WRITE CASE-PRINT-LINE
               ELSE
                   MOVE SPACES TO CASE-PRINT-LINE
                   STRING '    MIX LOCI=' DELIMITED BY SIZE
                          W-MIX-DISP DELIMITED BY SIZE
                          '  CPI=' DELIMITED BY SIZE
                          W-CPI-TEXT DELIMITED BY SIZE
                          '  STATUS=' DELIMITED BY SIZE
                          W-STATUS-TEXT DELIMITED BY SIZE
                          '  RUN=' DELIMITED BY SIZE
                          CS-RUN-ID DELIMITED BY SIZE
                       INTO CASE-PRINT-LINE
                   END-STRING
                   WRITE CASE-PRINT-LINE
               END-IF
           END-IF
           IF W-MIX-LOCI > 0
                   AND (CS-LOCUS-COUNT > 0 OR CS-KIN-LOCI > 0)
               MOVE SPACES TO CASE-PRINT-LINE
               STRING '    MIX LOCI=' DELIMITED BY SIZE
                      W-MIX-DISP DELIMITED BY SIZE
                      '  CPI=' DELIMITED BY SIZE
                      W-CPI-TEXT DELIMITED BY SIZE
                   INTO CASE-PRINT-LINE
               END-STRING
               WRITE CASE-PRINT-LINE
           IF W-INPUT-VALID
               CLOSE CASEREG
               CLOSE CASERPT
               IF W-CASEXTN-AVAILABLE
                   CLOSE CASEXTN
               END-IF
           END-IF
           DISPLAY 'HWCASINQ: PANELS MATCHED=' W-PANEL-COUNT
               ' INCOMPLETE=' W-INCOMPLETE-COUNT
