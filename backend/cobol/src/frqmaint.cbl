       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRQMAINT.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-10.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-10 RA  ORIGINAL FREQUENCY REFERENCE HISTORY
      *                  MAINTENANCE, MODELLED ON LOCMAINT.
      *
      * APPLIES A DECK OF MAINTENANCE TRANSACTIONS (FMTFILE) TO THE
      * FREQUENCY REFERENCE MASTER (FREQMAST) AND ITS VERSION
      * HISTORY (FREQHIST). TRANSACTION ACTIONS:
      *   R = ROLL A POP/LOCUS PAIR BACK TO A PRIOR VERSION
      *   L = LIST THE VERSION HISTORY OF A POP/LOCUS PAIR
      * A ROLLBACK NAMES THE VERSION TO RESTORE BY ITS VERSION ID
      * (THE RUN ID THAT POSTED IT, AS SHOWN BY AN L TRANSACTION).
      * HISTORY IS NEVER REWRITTEN: THE RESTORED VALUES GO ON AS A
      * NEW VERSION UNDER THIS RUN'S ID, MARKED AS A ROLLBACK AND
      * NAMING THE VERSION THEY CAME FROM, AND THE MASTER IS RESET
      * TO THEM. THE BAD POSTING STAYS ON FILE, SO A CASE RUN WHILE
      * IT WAS IN FORCE CAN STILL BE RERUN TO THE SAME NUMBER.
      * ROLLBACKS AND LISTINGS PRINT TO FMTLIST; REJECTED
      * TRANSACTIONS GO TO FMTERR WITH A REASON; ACCEPTED AND
      * REJECTED COUNTS ARE DISPLAYED AT END OF JOB.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMTFILE ASSIGN TO "FMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FMTFILE-STATUS.
           SELECT FREQMAST ASSIGN TO "FREQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-KEY
               FILE STATUS IS W-FREQMAST-STATUS.
           SELECT FREQHIST ASSIGN TO "FREQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS W-FREQHIST-STATUS.
           SELECT FMTERR ASSIGN TO "FMTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FMTERR-STATUS.
           SELECT FMTLIST ASSIGN TO "FMTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FMTLIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  FMTFILE.
       01  MAINT-TRANS-RECORD.
           05  FT-ACTION           PIC X(01).
               88  FT-ACTION-ROLLBACK    VALUE 'R'.
               88  FT-ACTION-LIST        VALUE 'L'.
           05  FT-POP-ID           PIC X(10).
           05  FT-LOCUS-ID         PIC X(08).
           05  FT-VERSION-ID       PIC X(16).
           05  FILLER              PIC X(45).
      *
       FD  FREQMAST.
       COPY FREQMAST.
      *
       FD  FREQHIST.
       COPY FREQHIST.
      *
       FD  FMTERR.
       01  MAINT-ERROR-RECORD.
           05  FE-TRANS-NUMBER     PIC 9(07).
           05  FILLER              PIC X(01).
           05  FE-ACTION           PIC X(01).
           05  FILLER              PIC X(01).
           05  FE-POP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  FE-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  FE-MESSAGE          PIC X(40).
      *
       FD  FMTLIST.
       01  LIST-LINE               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * RUN CONTROL SWITCHES AND COUNTERS
      *
       77  W-TRANS-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  W-FILES-OPEN              VALUE 'Y'.
       77  W-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  W-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  W-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  W-EOF-REACHED             VALUE 'Y'.
       77  W-FMTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  W-FREQMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-FREQHIST-STATUS      PIC X(02) VALUE SPACES.
       77  W-FMTERR-STATUS        PIC X(02) VALUE SPACES.
       77  W-FMTLIST-STATUS       PIC X(02) VALUE SPACES.
       77  W-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
       77  W-HIST-DONE-SW         PIC X(01) VALUE 'N'.
           88  W-HIST-PAIR-DONE          VALUE 'Y'.
      *
      * RUN IDENTITY - THE SAME YYYYMMDD + HHMMSSHH FORM AS THE
      * HW-CALCULATOR RUN ID, SO A ROLLBACK VERSION SORTS INTO THE
      * PAIR'S HISTORY AT THE MOMENT IT WAS APPLIED.
      *
       01  W-RUN-DATA.
           05  W-CURRENT-DATE      PIC 9(08).
           05  W-CURRENT-TIME      PIC 9(08).
           05  W-RUN-ID            PIC X(16).
      *
      * VERSION WORKING FIELDS. THE LATEST VERSION IS FOUND BY A
      * FIRST WALK OF THE PAIR SO A ROLLBACK TO THE VALUES ALREADY
      * IN FORCE CAN BE REFUSED AND THE LISTING CAN MARK THE
      * CURRENT VERSION.
      *
       01  W-VERSION-DATA.
           05  W-VERSION-COUNT     PIC 9(05) COMP.
           05  W-LATEST-VERSION    PIC X(16).
           05  W-LATEST-P          PIC 9(01)V9(08).
           05  W-LATEST-Q          PIC 9(01)V9(08).
           05  W-LATEST-N          PIC 9(07).
           05  W-RESTORE-P         PIC 9(01)V9(08).
           05  W-RESTORE-Q         PIC 9(01)V9(08).
           05  W-RESTORE-N         PIC 9(07).
      *
      * LISTING EDIT FIELDS
      *
       01  W-LIST-DATA.
           05  W-P-DISP            PIC 9.9(08).
           05  W-Q-DISP            PIC 9.9(08).
           05  W-N-DISP            PIC Z(06)9.
           05  W-SOURCE-TEXT       PIC X(15).
           05  W-CURRENT-TEXT      PIC X(10).
           05  W-COUNT-DISP        PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      *================================================================
      * 0000-MAINLINE - PROGRAM ENTRY POINT
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF W-EOF-REACHED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           PERFORM 3400-READ-TRANSACTION THRU 3400-EXIT
           PERFORM 3500-PROCESS-TRANSACTION THRU 3500-EXIT
               UNTIL W-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
      *================================================================
      * 1000-INITIALIZE - OPEN FILES
      *================================================================
      *
      * THE MASTER AND THE HISTORY ARE BOTH REQUIRED - A ROLLBACK
      * THAT COULD UPDATE ONE BUT NOT THE OTHER WOULD LEAVE THE
      * CURRENT VALUE AND ITS HISTORY DISAGREEING - SO UNLIKE
      * LOCMAINT THERE IS NO CREATE-ON-FIRST-USE FALLBACK: WITH
      * NOTHING ON FILE THERE IS NOTHING TO ROLL BACK OR LIST.
      *
       1000-INITIALIZE.
           MOVE ZERO TO W-TRANS-COUNT W-APPLIED-COUNT W-REJECT-COUNT
           MOVE 'N' TO W-EOF-SWITCH
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT W-CURRENT-TIME FROM TIME
           STRING W-CURRENT-DATE DELIMITED BY SIZE
                  W-CURRENT-TIME DELIMITED BY SIZE
               INTO W-RUN-ID
           END-STRING
           OPEN INPUT FMTFILE
           IF W-FMTFILE-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'FRQMAINT: FMTFILE NOT AVAILABLE, STATUS='
                   W-FMTFILE-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FREQMAST
           IF W-FREQMAST-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'FRQMAINT: FREQMAST NOT AVAILABLE, STATUS='
                   W-FREQMAST-STATUS
               CLOSE FMTFILE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FREQHIST
           IF W-FREQHIST-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'FRQMAINT: FREQHIST NOT AVAILABLE, STATUS='
                   W-FREQHIST-STATUS
               CLOSE FMTFILE
               CLOSE FREQMAST
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FMTERR
           OPEN OUTPUT FMTLIST
           MOVE 'Y' TO W-FILES-OPEN-SWITCH
           .
       1000-EXIT.
           EXIT.
      *
       3400-READ-TRANSACTION.
           READ FMTFILE
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       3400-EXIT.
           EXIT.
      *
      *================================================================
      * 3500-PROCESS-TRANSACTION - APPLY ONE MAINTENANCE ACTION
      *================================================================
       3500-PROCESS-TRANSACTION.
           ADD 1 TO W-TRANS-COUNT
           EVALUATE TRUE
               WHEN FT-POP-ID = SPACES OR FT-LOCUS-ID = SPACES
                   MOVE 'POP ID AND LOCUS ID ARE REQUIRED'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               WHEN FT-ACTION-ROLLBACK
                   PERFORM 3510-APPLY-ROLLBACK THRU 3510-EXIT
               WHEN FT-ACTION-LIST
                   PERFORM 3520-LIST-HISTORY THRU 3520-EXIT
               WHEN OTHER
                   MOVE 'INVALID MAINTENANCE ACTION' TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           END-EVALUATE
           PERFORM 3400-READ-TRANSACTION THRU 3400-EXIT
           .
       3500-EXIT.
           EXIT.
      *
      *================================================================
      * 3510-APPLY-ROLLBACK - RESTORE A PRIOR VERSION AS CURRENT
      *================================================================
      *
      * THE NAMED VERSION MUST BE ON FILE FOR THE PAIR AND MUST
      * DIFFER FROM WHAT IS IN FORCE NOW. ONE ROLLBACK PER PAIR PER
      * RUN - A SECOND ONE WOULD COLLIDE WITH THE FIRST ON THIS
      * RUN'S VERSION ID AND IS REJECTED RATHER THAN OVERWRITTEN.
      *
       3510-APPLY-ROLLBACK.
           IF FT-VERSION-ID IS NOT NUMERIC
               MOVE 'VERSION ID MUST BE YYYYMMDDHHMMSSHH'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3510-EXIT
           END-IF
           MOVE FT-POP-ID TO FH-POP-ID
           MOVE FT-LOCUS-ID TO FH-LOCUS-ID
           MOVE FT-VERSION-ID TO FH-VERSION-ID
           READ FREQHIST
               INVALID KEY
                   MOVE 'VERSION NOT ON FREQUENCY HISTORY'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3510-EXIT
           END-READ
           MOVE FH-P-FREQUENCY TO W-RESTORE-P
           MOVE FH-Q-FREQUENCY TO W-RESTORE-Q
           MOVE FH-SAMPLE-N TO W-RESTORE-N
           PERFORM 3560-FIND-LATEST-VERSION THRU 3560-EXIT
           IF W-LATEST-P = W-RESTORE-P
                   AND W-LATEST-Q = W-RESTORE-Q
                   AND W-LATEST-N = W-RESTORE-N
               MOVE 'VERSION VALUES ARE ALREADY IN FORCE'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3510-EXIT
           END-IF
           MOVE SPACES TO FREQUENCY-HISTORY-RECORD
           MOVE FT-POP-ID TO FH-POP-ID
           MOVE FT-LOCUS-ID TO FH-LOCUS-ID
           MOVE W-RUN-ID TO FH-VERSION-ID
           MOVE W-RESTORE-P TO FH-P-FREQUENCY
           MOVE W-RESTORE-Q TO FH-Q-FREQUENCY
           MOVE W-RESTORE-N TO FH-SAMPLE-N
           MOVE 'R' TO FH-SOURCE
           MOVE FT-VERSION-ID TO FH-RESTORED-FROM
           WRITE FREQUENCY-HISTORY-RECORD
               INVALID KEY
                   MOVE 'PAIR ALREADY ROLLED BACK IN THIS RUN'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3510-EXIT
           END-WRITE
           MOVE FT-POP-ID TO FM-POP-ID
           MOVE FT-LOCUS-ID TO FM-LOCUS-ID
           READ FREQMAST
               INVALID KEY
                   MOVE FT-POP-ID TO FM-POP-ID
                   MOVE FT-LOCUS-ID TO FM-LOCUS-ID
                   MOVE W-RESTORE-P TO FM-P-FREQUENCY
                   MOVE W-RESTORE-Q TO FM-Q-FREQUENCY
                   MOVE W-RESTORE-N TO FM-SAMPLE-N
                   MOVE W-CURRENT-DATE TO FM-ASOF-DATE
                   WRITE FREQUENCY-MASTER-RECORD
                   GO TO 3510-LISTED
           END-READ
           MOVE W-RESTORE-P TO FM-P-FREQUENCY
           MOVE W-RESTORE-Q TO FM-Q-FREQUENCY
           MOVE W-RESTORE-N TO FM-SAMPLE-N
           MOVE W-CURRENT-DATE TO FM-ASOF-DATE
           REWRITE FREQUENCY-MASTER-RECORD
           .
       3510-LISTED.
           MOVE W-RESTORE-P TO W-P-DISP
           MOVE W-RESTORE-Q TO W-Q-DISP
           MOVE W-RESTORE-N TO W-N-DISP
           MOVE SPACES TO LIST-LINE
           STRING 'ROLLED BACK  POP=' DELIMITED BY SIZE
                  FT-POP-ID DELIMITED BY SIZE
                  '  LOCUS=' DELIMITED BY SIZE
                  FT-LOCUS-ID DELIMITED BY SIZE
                  '  TO VERSION=' DELIMITED BY SIZE
                  FT-VERSION-ID DELIMITED BY SIZE
                  '  P=' DELIMITED BY SIZE
                  W-P-DISP DELIMITED BY SIZE
                  '  Q=' DELIMITED BY SIZE
                  W-Q-DISP DELIMITED BY SIZE
                  '  N=' DELIMITED BY SIZE
                  W-N-DISP DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING '             NEW VERSION=' DELIMITED BY SIZE
                  W-RUN-ID DELIMITED BY SIZE
                  '  REPLACES VERSION=' DELIMITED BY SIZE
                  W-LATEST-VERSION DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           ADD 1 TO W-APPLIED-COUNT
           .
       3510-EXIT.
           EXIT.
      *
      *================================================================
      * 3520-LIST-HISTORY - EVERY VERSION OF ONE POP/LOCUS PAIR
      *================================================================
      *
      * ONE LINE PER VERSION IN EFFECTIVE ORDER, THE LATEST MARKED
      * CURRENT. A PAIR ON THE MASTER WITH NO HISTORY YET (NOT
      * REFRESHED SINCE HISTORY WAS KEPT) LISTS ITS MASTER ENTRY AS
      * THE ONLY VERSION THERE HAS BEEN.
      *
       3520-LIST-HISTORY.
           PERFORM 3560-FIND-LATEST-VERSION THRU 3560-EXIT
           IF W-VERSION-COUNT = 0
               MOVE FT-POP-ID TO FM-POP-ID
               MOVE FT-LOCUS-ID TO FM-LOCUS-ID
               READ FREQMAST
                   INVALID KEY
                       MOVE 'POP/LOCUS NOT ON FREQUENCY REFERENCE'
                           TO W-ERROR-MESSAGE
                       PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                       GO TO 3520-EXIT
               END-READ
           END-IF
           MOVE SPACES TO LIST-LINE
           STRING 'FREQUENCY HISTORY  POP=' DELIMITED BY SIZE
                  FT-POP-ID DELIMITED BY SIZE
                  '  LOCUS=' DELIMITED BY SIZE
                  FT-LOCUS-ID DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           IF W-VERSION-COUNT = 0
               MOVE FM-P-FREQUENCY TO W-P-DISP
               MOVE FM-Q-FREQUENCY TO W-Q-DISP
               MOVE FM-SAMPLE-N TO W-N-DISP
               MOVE SPACES TO LIST-LINE
               STRING '  NO VERSION HISTORY - MASTER ENTRY  AS-OF='
                      DELIMITED BY SIZE
                      FM-ASOF-DATE DELIMITED BY SIZE
                      '  P=' DELIMITED BY SIZE
                      W-P-DISP DELIMITED BY SIZE
                      '  Q=' DELIMITED BY SIZE
                      W-Q-DISP DELIMITED BY SIZE
                      '  N=' DELIMITED BY SIZE
                      W-N-DISP DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
               GO TO 3520-FOOTER
           END-IF
           PERFORM 3570-START-PAIR-HISTORY THRU 3570-EXIT
           PERFORM 3530-LIST-ONE-VERSION THRU 3530-EXIT
               UNTIL W-HIST-PAIR-DONE
           .
       3520-FOOTER.
           MOVE W-VERSION-COUNT TO W-COUNT-DISP
           MOVE SPACES TO LIST-LINE
           STRING '  VERSIONS ON FILE=' DELIMITED BY SIZE
                  W-COUNT-DISP DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           ADD 1 TO W-APPLIED-COUNT
           .
       3520-EXIT.
           EXIT.
      *
       3530-LIST-ONE-VERSION.
           PERFORM 3580-READ-PAIR-VERSION THRU 3580-EXIT
           IF W-HIST-PAIR-DONE
               GO TO 3530-EXIT
           END-IF
           EVALUATE TRUE
               WHEN FH-FROM-ROLLBACK
                   MOVE 'ROLLBACK' TO W-SOURCE-TEXT
               WHEN FH-CARRIED-FORWARD
                   MOVE 'CARRIED FORWARD' TO W-SOURCE-TEXT
               WHEN OTHER
                   MOVE 'POSTING' TO W-SOURCE-TEXT
           END-EVALUATE
           IF FH-VERSION-ID = W-LATEST-VERSION
               MOVE '*CURRENT*' TO W-CURRENT-TEXT
           ELSE
               MOVE SPACES TO W-CURRENT-TEXT
           END-IF
           MOVE FH-P-FREQUENCY TO W-P-DISP
           MOVE FH-Q-FREQUENCY TO W-Q-DISP
           MOVE FH-SAMPLE-N TO W-N-DISP
           MOVE SPACES TO LIST-LINE
           STRING '  VERSION=' DELIMITED BY SIZE
                  FH-VERSION-ID DELIMITED BY SIZE
                  '  P=' DELIMITED BY SIZE
                  W-P-DISP DELIMITED BY SIZE
                  '  Q=' DELIMITED BY SIZE
                  W-Q-DISP DELIMITED BY SIZE
                  '  N=' DELIMITED BY SIZE
                  W-N-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-SOURCE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-CURRENT-TEXT DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           IF FH-FROM-ROLLBACK
               MOVE SPACES TO LIST-LINE
               STRING '          RESTORED FROM VERSION='
                      DELIMITED BY SIZE
                      FH-RESTORED-FROM DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
           END-IF
           .
       3530-EXIT.
           EXIT.
      *
      *================================================================
      * 3560-FIND-LATEST-VERSION - WALK THE PAIR FOR ITS LATEST
      *================================================================
       3560-FIND-LATEST-VERSION.
           MOVE ZERO TO W-VERSION-COUNT
           MOVE SPACES TO W-LATEST-VERSION
           MOVE ZERO TO W-LATEST-P W-LATEST-Q W-LATEST-N
           PERFORM 3570-START-PAIR-HISTORY THRU 3570-EXIT
           PERFORM 3565-NOTE-VERSION THRU 3565-EXIT
               UNTIL W-HIST-PAIR-DONE
           .
       3560-EXIT.
           EXIT.
      *
       3565-NOTE-VERSION.
           PERFORM 3580-READ-PAIR-VERSION THRU 3580-EXIT
           IF W-HIST-PAIR-DONE
               GO TO 3565-EXIT
           END-IF
           ADD 1 TO W-VERSION-COUNT
           MOVE FH-VERSION-ID TO W-LATEST-VERSION
           MOVE FH-P-FREQUENCY TO W-LATEST-P
           MOVE FH-Q-FREQUENCY TO W-LATEST-Q
           MOVE FH-SAMPLE-N TO W-LATEST-N
           .
       3565-EXIT.
           EXIT.
      *
       3570-START-PAIR-HISTORY.
           MOVE 'N' TO W-HIST-DONE-SW
           MOVE FT-POP-ID TO FH-POP-ID
           MOVE FT-LOCUS-ID TO FH-LOCUS-ID
           MOVE LOW-VALUES TO FH-VERSION-ID
           START FREQHIST KEY IS NOT LESS THAN FH-KEY
               INVALID KEY
                   MOVE 'Y' TO W-HIST-DONE-SW
           END-START
           .
       3570-EXIT.
           EXIT.
      *
      * THE WALK ENDS AT END OF FILE OR AT THE FIRST VERSION OF A
      * DIFFERENT PAIR.
      *
       3580-READ-PAIR-VERSION.
           READ FREQHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-HIST-DONE-SW
                   GO TO 3580-EXIT
           END-READ
           IF FH-POP-ID NOT = FT-POP-ID
                   OR FH-LOCUS-ID NOT = FT-LOCUS-ID
               MOVE 'Y' TO W-HIST-DONE-SW
           END-IF
           .
       3580-EXIT.
           EXIT.
      *
      *================================================================
      * 8800-WRITE-ERROR-RECORD - REJECTED TRANSACTION GOES HERE
      *================================================================
       8800-WRITE-ERROR-RECORD.
           MOVE SPACES TO MAINT-ERROR-RECORD
           ADD 1 TO W-REJECT-COUNT
           MOVE W-TRANS-COUNT TO FE-TRANS-NUMBER
           MOVE FT-ACTION TO FE-ACTION
           MOVE FT-POP-ID TO FE-POP-ID
           MOVE FT-LOCUS-ID TO FE-LOCUS-ID
           MOVE W-ERROR-MESSAGE TO FE-MESSAGE
           WRITE MAINT-ERROR-RECORD
           .
       8800-EXIT.
           EXIT.
      *
      *================================================================
      * 9000-TERMINATE - CLOSE FILES, REPORT TOTALS
      *================================================================
       9000-TERMINATE.
           IF W-FILES-OPEN
               CLOSE FMTFILE
               CLOSE FREQMAST
               CLOSE FREQHIST
               CLOSE FMTERR
               CLOSE FMTLIST
           END-IF
           DISPLAY 'FRQMAINT: TRANSACTIONS READ    ' W-TRANS-COUNT
           DISPLAY 'FRQMAINT: TRANSACTIONS APPLIED ' W-APPLIED-COUNT
           DISPLAY 'FRQMAINT: TRANSACTIONS REJECTED' W-REJECT-COUNT
           .
       9000-EXIT.
           EXIT.
