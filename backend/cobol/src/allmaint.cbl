       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLMAINT.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-14.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-14 RA  ORIGINAL ALLELE FREQUENCY MASTER MAINTENANCE,
      *                  MODELLED ON LOCMAINT.
      *   2026-09-28 RA  EVERY ACTION NOW ALSO FILES A DATED VERSION
      *                  OF THE ENTRY ON THE ALLELE FREQUENCY HISTORY
      *                  (ALLEHIST) FOR POINT-IN-TIME CASE RERUNS.
      *                  ALLEMAST IS ONLY CREATED WHEN IT IS MISSING.
      *
      * APPLIES A DECK OF MAINTENANCE TRANSACTIONS (AMTFILE) TO THE
      * ALLELE FREQUENCY MASTER (ALLEMAST) FOR MULTI-ALLELIC (STR)
      * LOCI. TRANSACTION ACTIONS:
      *   A = ADD A NAMED ALLELE WITH A KEYED FREQUENCY
      *   C = CHANGE THE KEYED FREQUENCY AND/OR COUNT OF AN ALLELE
      *   D = DELETE A NAMED ALLELE
      *   N = POST THE OBSERVED COUNT OF A NAMED ALLELE IN THE
      *       POPULATION SAMPLE (REPLACES ANY EARLIER COUNT; AN
      *       ALLELE NOT YET ON FILE IS ADDED WITHOUT A FREQUENCY)
      *   B = REBUILD THE FREQUENCIES OF A POPULATION - EVERY LOCUS,
      *       OR ONLY THE LOCUS NAMED - FROM THE POSTED COUNTS
      * THE FREQUENCY IS KEYED AS 9V9(8) WITH IMPLIED DECIMAL, THE
      * SAME CONVENTION AS THE BATCH DETAIL CARDS. A, C AND N ARE
      * ONLY ACCEPTED AT A LOCUS THE LOCUS MASTER MARKS
      * MULTI-ALLELIC; WITHOUT THE LOCUS MASTER THAT CHECK IS
      * BYPASSED WITH A CONSOLE WARNING, AS IN HW-CALCULATOR. A
      * REBUILD SETS EVERY ALLELE OF THE LOCUS TO ITS SHARE OF THE
      * LOCUS TOTAL COUNT - AN ALLELE WITH NO COUNT COMES OUT AT
      * ZERO AND MUST BE RE-KEYED (C) WITH A MINIMUM FREQUENCY
      * BEFORE A CASE CAN USE IT. REBUILDS PRINT TO AMTLIST;
      * REJECTED TRANSACTIONS GO TO AMTERR WITH A REASON; ACCEPTED
      * AND REJECTED COUNTS ARE DISPLAYED AT END OF JOB.
      * EVERY ENTRY AN ACTION ADDS, CHANGES, COUNTS, REBUILDS OR
      * DELETES IS ALSO FILED AS IT NOW STANDS ON THE ALLELE
      * FREQUENCY HISTORY (ALLEHIST) UNDER THIS RUN'S ID, SO A CASE
      * RERUN AS OF AN EARLIER DATE STILL PRICES ITS ALLELES AS THEY
      * WERE THEN. AN ENTRY WITH NO HISTORY YET IS FIRST FILED AS IT
      * WAS BEFORE THE ACTION, UNDER ITS OLD AS-OF DATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMTFILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-AMTFILE-STATUS.
           SELECT ALLEMAST ASSIGN TO "ALLEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS W-ALLEMAST-STATUS.
           SELECT ALLEHIST ASSIGN TO "ALLEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS W-ALLEHIST-STATUS.
           SELECT LOCMAST ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOCUS-ID
               FILE STATUS IS W-LOCMAST-STATUS.
           SELECT AMTERR ASSIGN TO "AMTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-AMTERR-STATUS.
           SELECT AMTLIST ASSIGN TO "AMTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-AMTLIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  AMTFILE.
       01  MAINT-TRANS-RECORD.
           05  AT-ACTION           PIC X(01).
               88  AT-ACTION-ADD         VALUE 'A'.
               88  AT-ACTION-CHANGE      VALUE 'C'.
               88  AT-ACTION-DELETE      VALUE 'D'.
               88  AT-ACTION-COUNT       VALUE 'N'.
               88  AT-ACTION-REBUILD     VALUE 'B'.
           05  AT-POP-ID           PIC X(10).
           05  AT-LOCUS-ID         PIC X(08).
           05  AT-ALLELE-ID        PIC X(06).
           05  AT-FREQUENCY        PIC 9(01)V9(08).
           05  AT-FREQUENCY-X REDEFINES AT-FREQUENCY PIC X(09).
           05  AT-ALLELE-COUNT     PIC 9(07).
           05  AT-ALLELE-COUNT-X REDEFINES AT-ALLELE-COUNT
                                   PIC X(07).
           05  FILLER              PIC X(39).
      *
       FD  ALLEMAST.
       COPY ALLEMAST.
      *
       FD  ALLEHIST.
       COPY ALLEHIST.
      *
       FD  LOCMAST.
       COPY LOCMAST.
      *
       FD  AMTERR.
       01  MAINT-ERROR-RECORD.
           05  AE-TRANS-NUMBER     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AE-ACTION           PIC X(01).
           05  FILLER              PIC X(01).
           05  AE-POP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  AE-ALLELE-ID        PIC X(06).
           05  FILLER              PIC X(01).
           05  AE-MESSAGE          PIC X(40).
      *
       FD  AMTLIST.
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
       77  W-AMTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  W-ALLEMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-ALLEHIST-STATUS      PIC X(02) VALUE SPACES.
       77  W-LOCMAST-STATUS       PIC X(02) VALUE SPACES.
       77  W-AMTERR-STATUS        PIC X(02) VALUE SPACES.
       77  W-AMTLIST-STATUS       PIC X(02) VALUE SPACES.
       77  W-LOCMAST-SWITCH       PIC X(01) VALUE 'N'.
           88  W-LOCMAST-AVAILABLE       VALUE 'Y'.
       77  W-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
       77  W-ERROR-LOCUS-ID       PIC X(08) VALUE SPACES.
       77  W-FIELDS-OK-SWITCH     PIC X(01) VALUE 'Y'.
           88  W-FIELDS-OK               VALUE 'Y'.
       77  W-CURRENT-DATE         PIC 9(08) VALUE ZERO.
       77  W-CURRENT-TIME         PIC 9(08) VALUE ZERO.
      *
      * RUN IDENTITY - THE SAME YYYYMMDD + HHMMSSHH FORM AS THE
      * HW-CALCULATOR RUN ID, SO A VERSION SORTS INTO THE ALLELE'S
      * HISTORY AT THE MOMENT IT WAS APPLIED. THE HISTORY ACTION IS
      * SET BY EACH ACTION BEFORE IT FILES ITS VERSION.
      *
       77  W-RUN-ID               PIC X(16) VALUE SPACES.
       77  W-HIST-ACTION          PIC X(01) VALUE SPACES.
      *
      * REBUILD WORKING FIELDS. A REBUILD WALKS THE POPULATION'S
      * ENTRIES ONE LOCUS AT A TIME - A FIRST PASS OVER THE LOCUS
      * TOTALS ITS POSTED COUNTS, A SECOND REWRITES EACH ALLELE'S
      * SHARE OF THAT TOTAL - THEN REPOSITIONS PAST THE LOCUS FOR
      * THE NEXT ONE.
      *
       01  W-REBUILD-DATA.
           05  W-RB-LOCUS-ID       PIC X(08).
           05  W-RB-TOTAL          PIC 9(09) COMP.
           05  W-RB-ALLELES        PIC 9(05) COMP.
           05  W-RB-ZERO-ALLELES   PIC 9(05) COMP.
           05  W-RB-LOCI-DONE      PIC 9(05) COMP.
           05  W-RB-LOCI-SKIPPED   PIC 9(05) COMP.
           05  W-RB-SCOPE-SW       PIC X(01).
               88  W-RB-SCOPE-DONE       VALUE 'Y'.
           05  W-RB-LOCUS-SW       PIC X(01).
               88  W-RB-LOCUS-DONE       VALUE 'Y'.
      *
      * LISTING EDIT FIELDS
      *
       01  W-LIST-DATA.
           05  W-TOTAL-DISP        PIC Z(08)9.
           05  W-ALLELES-DISP      PIC ZZZZ9.
           05  W-ZERO-DISP         PIC ZZZZ9.
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
      * ALLEMAST IS OPENED I-O WITH THE SAME CREATE-ON-FIRST-USE
      * FALLBACK LOCMAINT USES - THE FIRST ALLELES OF A NEW STR LOCUS
      * ARE LOADED THROUGH THIS JOB - BUT ONLY WHEN THE FILE IS NOT
      * THERE YET (STATUS 35); ANY OTHER FAILURE ENDS THE JOB RATHER
      * THAN RECREATE A MASTER THAT EXISTS. ITS HISTORY OPENS THE
      * SAME WAY AND IS EQUALLY REQUIRED - A CHANGE THAT REACHED THE
      * MASTER BUT NOT THE HISTORY COULD NEVER BE RERUN. THE LOCUS
      * MASTER IS ONLY READ, FOR THE MULTI-ALLELIC FLAG; WITHOUT IT
      * THE CHECK IS BYPASSED.
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
           OPEN INPUT AMTFILE
           IF W-AMTFILE-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'ALLMAINT: AMTFILE NOT AVAILABLE, STATUS='
                   W-AMTFILE-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ALLEMAST
           IF W-ALLEMAST-STATUS = '35'
               OPEN OUTPUT ALLEMAST
               CLOSE ALLEMAST
               OPEN I-O ALLEMAST
           END-IF
           IF W-ALLEMAST-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'ALLMAINT: ALLEMAST NOT AVAILABLE, STATUS='
                   W-ALLEMAST-STATUS
               CLOSE AMTFILE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ALLEHIST
           IF W-ALLEHIST-STATUS = '35'
               OPEN OUTPUT ALLEHIST
               CLOSE ALLEHIST
               OPEN I-O ALLEHIST
           END-IF
           IF W-ALLEHIST-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               DISPLAY 'ALLMAINT: ALLEHIST NOT AVAILABLE, STATUS='
                   W-ALLEHIST-STATUS
               CLOSE AMTFILE
               CLOSE ALLEMAST
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LOCMAST
           IF W-LOCMAST-STATUS = '00'
               MOVE 'Y' TO W-LOCMAST-SWITCH
           ELSE
               MOVE 'N' TO W-LOCMAST-SWITCH
               DISPLAY 'ALLMAINT: LOCMAST NOT AVAILABLE, STATUS='
                   W-LOCMAST-STATUS ' - MULTI-ALLELIC CHECK BYPASSED'
           END-IF
           OPEN OUTPUT AMTERR
           OPEN OUTPUT AMTLIST
           MOVE 'Y' TO W-FILES-OPEN-SWITCH
           .
       1000-EXIT.
           EXIT.
      *
       3400-READ-TRANSACTION.
           READ AMTFILE
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
           MOVE AT-LOCUS-ID TO W-ERROR-LOCUS-ID
           EVALUATE TRUE
               WHEN AT-POP-ID = SPACES
                   MOVE 'POP ID IS REQUIRED'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               WHEN AT-ACTION-ADD
                   PERFORM 3510-APPLY-ADD THRU 3510-EXIT
               WHEN AT-ACTION-CHANGE
                   PERFORM 3520-APPLY-CHANGE THRU 3520-EXIT
               WHEN AT-ACTION-DELETE
                   PERFORM 3530-APPLY-DELETE THRU 3530-EXIT
               WHEN AT-ACTION-COUNT
                   PERFORM 3540-APPLY-COUNT THRU 3540-EXIT
               WHEN AT-ACTION-REBUILD
                   PERFORM 3550-APPLY-REBUILD THRU 3550-EXIT
               WHEN OTHER
                   MOVE 'INVALID MAINTENANCE ACTION' TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           END-EVALUATE
           PERFORM 3400-READ-TRANSACTION THRU 3400-EXIT
           .
       3500-EXIT.
           EXIT.
      *
      * EVERY ALLELE-LEVEL ACTION NAMES ITS LOCUS AND ALLELE. ADDS,
      * CHANGES AND COUNTS MUST ALSO BE AT A LOCUS THE LOCUS MASTER
      * MARKS MULTI-ALLELIC - A DELETE IS LEFT FREE OF THAT CHECK SO
      * ENTRIES STRANDED BY A LOCUS RECLASSIFICATION CAN BE CLEARED.
      *
       3505-VALIDATE-KEY-FIELDS.
           MOVE 'Y' TO W-FIELDS-OK-SWITCH
           IF AT-LOCUS-ID = SPACES OR AT-ALLELE-ID = SPACES
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'LOCUS ID AND ALLELE ARE REQUIRED'
                   TO W-ERROR-MESSAGE
           END-IF
           .
       3505-EXIT.
           EXIT.
      *
       3506-CHECK-LOCUS-MODEL.
           IF NOT W-LOCMAST-AVAILABLE
               GO TO 3506-EXIT
           END-IF
           MOVE AT-LOCUS-ID TO LM-LOCUS-ID
           READ LOCMAST
               INVALID KEY
                   MOVE 'N' TO W-FIELDS-OK-SWITCH
                   MOVE 'LOCUS ID NOT ON LOCUS MASTER'
                       TO W-ERROR-MESSAGE
                   GO TO 3506-EXIT
           END-READ
           IF NOT LM-MULTI-ALLELIC
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'LOCUS IS NOT MARKED MULTI-ALLELIC'
                   TO W-ERROR-MESSAGE
           END-IF
           .
       3506-EXIT.
           EXIT.
      *
      * A KEYED FREQUENCY MUST BE ABOVE ZERO - ZERO IS WHAT A REBUILD
      * LEAVES ON AN UNCOUNTED ALLELE, AND KEYING IT WOULD ONLY HIDE
      * THE SAME PROBLEM. A COUNT IS OPTIONAL ON A AND C.
      *
       3507-VALIDATE-VALUES.
           IF AT-FREQUENCY-X NOT = SPACES
               IF AT-FREQUENCY IS NOT NUMERIC
                   MOVE 'N' TO W-FIELDS-OK-SWITCH
                   MOVE 'NON-NUMERIC ALLELE FREQUENCY'
                       TO W-ERROR-MESSAGE
                   GO TO 3507-EXIT
               END-IF
               IF AT-FREQUENCY = 0 OR AT-FREQUENCY > 1
                   MOVE 'N' TO W-FIELDS-OK-SWITCH
                   MOVE 'ALLELE FREQUENCY MUST BE ABOVE 0 TO 1'
                       TO W-ERROR-MESSAGE
                   GO TO 3507-EXIT
               END-IF
           END-IF
           IF AT-ALLELE-COUNT-X NOT = SPACES
                   AND AT-ALLELE-COUNT IS NOT NUMERIC
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'NON-NUMERIC ALLELE COUNT'
                   TO W-ERROR-MESSAGE
           END-IF
           .
       3507-EXIT.
           EXIT.
      *
       3510-APPLY-ADD.
           PERFORM 3505-VALIDATE-KEY-FIELDS THRU 3505-EXIT
           IF W-FIELDS-OK
               PERFORM 3506-CHECK-LOCUS-MODEL THRU 3506-EXIT
           END-IF
           IF W-FIELDS-OK
               PERFORM 3507-VALIDATE-VALUES THRU 3507-EXIT
           END-IF
           IF W-FIELDS-OK AND AT-FREQUENCY-X = SPACES
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'ALLELE FREQUENCY IS REQUIRED ON ADD'
                   TO W-ERROR-MESSAGE
           END-IF
           IF NOT W-FIELDS-OK
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3510-EXIT
           END-IF
           MOVE SPACES TO ALLELE-FREQUENCY-RECORD
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE AT-LOCUS-ID TO AM-LOCUS-ID
           MOVE AT-ALLELE-ID TO AM-ALLELE-ID
           MOVE AT-FREQUENCY TO AM-FREQUENCY
           IF AT-ALLELE-COUNT-X = SPACES
               MOVE ZERO TO AM-ALLELE-COUNT
           ELSE
               MOVE AT-ALLELE-COUNT TO AM-ALLELE-COUNT
           END-IF
           MOVE ZERO TO AM-SAMPLE-N
           MOVE W-CURRENT-DATE TO AM-ASOF-DATE
           MOVE 'K' TO AM-SOURCE
           WRITE ALLELE-FREQUENCY-RECORD
               INVALID KEY
                   MOVE 'ALLELE ALREADY ON MASTER'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3510-EXIT
           END-WRITE
           MOVE 'A' TO W-HIST-ACTION
           PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
           ADD 1 TO W-APPLIED-COUNT
           .
       3510-EXIT.
           EXIT.
      *
      * A CHANGE REPLACES ONLY THE FIELDS SUPPLIED. A NEW FREQUENCY
      * IS A KEYED VALUE FROM HERE ON (SOURCE K) AND TAKES TODAY AS
      * ITS AS-OF DATE; A COUNT ALONE LEAVES THE FREQUENCY AND ITS
      * DATE ALONE UNTIL THE NEXT REBUILD.
      *
       3520-APPLY-CHANGE.
           PERFORM 3505-VALIDATE-KEY-FIELDS THRU 3505-EXIT
           IF W-FIELDS-OK
               PERFORM 3506-CHECK-LOCUS-MODEL THRU 3506-EXIT
           END-IF
           IF W-FIELDS-OK
               PERFORM 3507-VALIDATE-VALUES THRU 3507-EXIT
           END-IF
           IF W-FIELDS-OK AND AT-FREQUENCY-X = SPACES
                   AND AT-ALLELE-COUNT-X = SPACES
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'NOTHING TO CHANGE'
                   TO W-ERROR-MESSAGE
           END-IF
           IF NOT W-FIELDS-OK
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3520-EXIT
           END-IF
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE AT-LOCUS-ID TO AM-LOCUS-ID
           MOVE AT-ALLELE-ID TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   MOVE 'ALLELE NOT ON MASTER'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3520-EXIT
           END-READ
           PERFORM 3595-CARRY-FORWARD-ALLELE THRU 3595-EXIT
           IF AT-FREQUENCY-X NOT = SPACES
               MOVE AT-FREQUENCY TO AM-FREQUENCY
               MOVE W-CURRENT-DATE TO AM-ASOF-DATE
               MOVE 'K' TO AM-SOURCE
           END-IF
           IF AT-ALLELE-COUNT-X NOT = SPACES
               MOVE AT-ALLELE-COUNT TO AM-ALLELE-COUNT
           END-IF
           REWRITE ALLELE-FREQUENCY-RECORD
           MOVE 'C' TO W-HIST-ACTION
           PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
           ADD 1 TO W-APPLIED-COUNT
           .
       3520-EXIT.
           EXIT.
      *
       3530-APPLY-DELETE.
           PERFORM 3505-VALIDATE-KEY-FIELDS THRU 3505-EXIT
           IF NOT W-FIELDS-OK
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3530-EXIT
           END-IF
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE AT-LOCUS-ID TO AM-LOCUS-ID
           MOVE AT-ALLELE-ID TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   MOVE 'ALLELE NOT ON MASTER'
                       TO W-ERROR-MESSAGE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3530-EXIT
           END-READ
           PERFORM 3595-CARRY-FORWARD-ALLELE THRU 3595-EXIT
           DELETE ALLEMAST RECORD
           MOVE 'D' TO W-HIST-ACTION
           PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
           ADD 1 TO W-APPLIED-COUNT
           .
       3530-EXIT.
           EXIT.
      *
      * A POSTED COUNT REPLACES THE ALLELE'S COUNT - A SITE
      * RE-POSTING ITS SAMPLE SENDS THE NEW TOTALS, NOT THE
      * DIFFERENCE. AN ALLELE NOT YET ON FILE GOES ON WITH ITS COUNT
      * AND NO FREQUENCY (SOURCE N) UNTIL A REBUILD PRICES IT.
      *
       3540-APPLY-COUNT.
           PERFORM 3505-VALIDATE-KEY-FIELDS THRU 3505-EXIT
           IF W-FIELDS-OK
               PERFORM 3506-CHECK-LOCUS-MODEL THRU 3506-EXIT
           END-IF
           IF W-FIELDS-OK AND AT-ALLELE-COUNT IS NOT NUMERIC
               MOVE 'N' TO W-FIELDS-OK-SWITCH
               MOVE 'NON-NUMERIC ALLELE COUNT'
                   TO W-ERROR-MESSAGE
           END-IF
           IF NOT W-FIELDS-OK
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3540-EXIT
           END-IF
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE AT-LOCUS-ID TO AM-LOCUS-ID
           MOVE AT-ALLELE-ID TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   MOVE SPACES TO ALLELE-FREQUENCY-RECORD
                   MOVE AT-POP-ID TO AM-POP-ID
                   MOVE AT-LOCUS-ID TO AM-LOCUS-ID
                   MOVE AT-ALLELE-ID TO AM-ALLELE-ID
                   MOVE ZERO TO AM-FREQUENCY AM-SAMPLE-N
                       AM-ASOF-DATE
                   MOVE AT-ALLELE-COUNT TO AM-ALLELE-COUNT
                   MOVE 'N' TO AM-SOURCE
                   WRITE ALLELE-FREQUENCY-RECORD
                   MOVE 'N' TO W-HIST-ACTION
                   PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
                   ADD 1 TO W-APPLIED-COUNT
                   GO TO 3540-EXIT
           END-READ
           PERFORM 3595-CARRY-FORWARD-ALLELE THRU 3595-EXIT
           MOVE AT-ALLELE-COUNT TO AM-ALLELE-COUNT
           REWRITE ALLELE-FREQUENCY-RECORD
           MOVE 'N' TO W-HIST-ACTION
           PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
           ADD 1 TO W-APPLIED-COUNT
           .
       3540-EXIT.
           EXIT.
      *
      *================================================================
      * 3550-APPLY-REBUILD - FREQUENCIES FROM POSTED ALLELE COUNTS
      *================================================================
      *
      * THE SCOPE IS THE POPULATION, OR ONE LOCUS OF IT WHEN THE
      * TRANSACTION NAMES ONE. A LOCUS WITH NO COUNTS POSTED AT ALL
      * IS LEFT AS IT WAS (KEYED FREQUENCIES STAND) AND LISTED AS
      * SKIPPED; THE TRANSACTION IS REJECTED ONLY IF NOTHING IN
      * SCOPE COULD BE REBUILT.
      *
       3550-APPLY-REBUILD.
           MOVE ZERO TO W-RB-LOCI-DONE W-RB-LOCI-SKIPPED
           MOVE 'N' TO W-RB-SCOPE-SW
           MOVE AT-POP-ID TO AM-POP-ID
           IF AT-LOCUS-ID = SPACES
               MOVE LOW-VALUES TO AM-LOCUS-ID
           ELSE
               MOVE AT-LOCUS-ID TO AM-LOCUS-ID
           END-IF
           MOVE LOW-VALUES TO AM-ALLELE-ID
           START ALLEMAST KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   MOVE 'Y' TO W-RB-SCOPE-SW
           END-START
           PERFORM 3555-REBUILD-NEXT-LOCUS THRU 3555-EXIT
               UNTIL W-RB-SCOPE-DONE
           IF W-RB-LOCI-DONE = 0
               MOVE 'NO ALLELE COUNTS POSTED IN SCOPE'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3550-EXIT
           END-IF
           ADD 1 TO W-APPLIED-COUNT
           .
       3550-EXIT.
           EXIT.
      *
      * THE NEXT ENTRY IN KEY ORDER NAMES THE NEXT LOCUS IN SCOPE.
      * ITS ALLELES ARE TOTALLED (3560) AND PRICED (3570), AND THE
      * FILE IS THEN POSITIONED PAST THE LAST POSSIBLE ALLELE OF
      * THE LOCUS FOR THE NEXT ROUND.
      *
       3555-REBUILD-NEXT-LOCUS.
           READ ALLEMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-RB-SCOPE-SW
                   GO TO 3555-EXIT
           END-READ
           IF AM-POP-ID NOT = AT-POP-ID
                   OR (AT-LOCUS-ID NOT = SPACES
                       AND AM-LOCUS-ID NOT = AT-LOCUS-ID)
               MOVE 'Y' TO W-RB-SCOPE-SW
               GO TO 3555-EXIT
           END-IF
           MOVE AM-LOCUS-ID TO W-RB-LOCUS-ID
           MOVE ZERO TO W-RB-TOTAL W-RB-ALLELES W-RB-ZERO-ALLELES
           PERFORM 3565-START-LOCUS THRU 3565-EXIT
           PERFORM 3560-TOTAL-ONE-ALLELE THRU 3560-EXIT
               UNTIL W-RB-LOCUS-DONE
           IF W-RB-TOTAL = 0
               ADD 1 TO W-RB-LOCI-SKIPPED
               PERFORM 8610-WRITE-SKIPPED-LINE THRU 8610-EXIT
           ELSE
               PERFORM 3565-START-LOCUS THRU 3565-EXIT
               PERFORM 3570-PRICE-ONE-ALLELE THRU 3570-EXIT
                   UNTIL W-RB-LOCUS-DONE
               ADD 1 TO W-RB-LOCI-DONE
               PERFORM 8600-WRITE-REBUILT-LINE THRU 8600-EXIT
           END-IF
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE W-RB-LOCUS-ID TO AM-LOCUS-ID
           MOVE HIGH-VALUES TO AM-ALLELE-ID
           START ALLEMAST KEY IS GREATER THAN AM-KEY
               INVALID KEY
                   MOVE 'Y' TO W-RB-SCOPE-SW
           END-START
           .
       3555-EXIT.
           EXIT.
      *
       3560-TOTAL-ONE-ALLELE.
           PERFORM 3580-READ-LOCUS-ALLELE THRU 3580-EXIT
           IF W-RB-LOCUS-DONE
               GO TO 3560-EXIT
           END-IF
           ADD 1 TO W-RB-ALLELES
           IF AM-ALLELE-COUNT IS NUMERIC
               ADD AM-ALLELE-COUNT TO W-RB-TOTAL
           END-IF
           .
       3560-EXIT.
           EXIT.
      *
       3565-START-LOCUS.
           MOVE 'N' TO W-RB-LOCUS-SW
           MOVE AT-POP-ID TO AM-POP-ID
           MOVE W-RB-LOCUS-ID TO AM-LOCUS-ID
           MOVE LOW-VALUES TO AM-ALLELE-ID
           START ALLEMAST KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   MOVE 'Y' TO W-RB-LOCUS-SW
           END-START
           .
       3565-EXIT.
           EXIT.
      *
      * EACH ALLELE TAKES ITS SHARE OF THE LOCUS TOTAL, THE TOTAL
      * AS ITS SAMPLE SIZE AND TODAY AS ITS AS-OF DATE.
      *
       3570-PRICE-ONE-ALLELE.
           PERFORM 3580-READ-LOCUS-ALLELE THRU 3580-EXIT
           IF W-RB-LOCUS-DONE
               GO TO 3570-EXIT
           END-IF
           PERFORM 3595-CARRY-FORWARD-ALLELE THRU 3595-EXIT
           IF AM-ALLELE-COUNT IS NOT NUMERIC
               MOVE ZERO TO AM-ALLELE-COUNT
           END-IF
           COMPUTE AM-FREQUENCY ROUNDED =
               AM-ALLELE-COUNT / W-RB-TOTAL
           IF AM-ALLELE-COUNT = 0
               ADD 1 TO W-RB-ZERO-ALLELES
           END-IF
           MOVE W-RB-TOTAL TO AM-SAMPLE-N
           MOVE W-CURRENT-DATE TO AM-ASOF-DATE
           MOVE 'B' TO AM-SOURCE
           REWRITE ALLELE-FREQUENCY-RECORD
           MOVE 'B' TO W-HIST-ACTION
           PERFORM 3590-POST-ALLELE-VERSION THRU 3590-EXIT
           .
       3570-EXIT.
           EXIT.
      *
      * THE LOCUS WALK ENDS AT END OF FILE OR AT THE FIRST ENTRY OF
      * ANOTHER POP/LOCUS.
      *
       3580-READ-LOCUS-ALLELE.
           READ ALLEMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-RB-LOCUS-SW
                   GO TO 3580-EXIT
           END-READ
           IF AM-POP-ID NOT = AT-POP-ID
                   OR AM-LOCUS-ID NOT = W-RB-LOCUS-ID
               MOVE 'Y' TO W-RB-LOCUS-SW
           END-IF
           .
       3580-EXIT.
           EXIT.
      *
      *================================================================
      * 3590-POST-ALLELE-VERSION - FILE THE ENTRY ON ALLEHIST
      *================================================================
      *
      * THE VERSION IS THE ENTRY AS THE ACTION LEFT IT, KEYED ON THIS
      * RUN'S ID. AN ALLELE TOUCHED TWICE IN ONE RUN (A COUNT THEN A
      * REBUILD) KEEPS ONE VERSION FOR THE RUN - THE LATEST, AS ON
      * THE MASTER. A DELETE FILES THE ALLELE WITH NO FREQUENCY AND
      * NO COUNT.
      *
       3590-POST-ALLELE-VERSION.
           MOVE SPACES TO ALLELE-HISTORY-RECORD
           MOVE AM-POP-ID TO AH-POP-ID
           MOVE AM-LOCUS-ID TO AH-LOCUS-ID
           MOVE AM-ALLELE-ID TO AH-ALLELE-ID
           MOVE W-RUN-ID TO AH-VERSION-ID
           IF W-HIST-ACTION = 'D'
               MOVE ZERO TO AH-FREQUENCY AH-ALLELE-COUNT AH-SAMPLE-N
           ELSE
               MOVE AM-FREQUENCY TO AH-FREQUENCY
               MOVE AM-ALLELE-COUNT TO AH-ALLELE-COUNT
               MOVE AM-SAMPLE-N TO AH-SAMPLE-N
               MOVE AM-SOURCE TO AH-SOURCE
           END-IF
           MOVE W-HIST-ACTION TO AH-ACTION
           WRITE ALLELE-HISTORY-RECORD
               INVALID KEY
                   REWRITE ALLELE-HISTORY-RECORD
           END-WRITE
           .
       3590-EXIT.
           EXIT.
      *
      * THE MASTER ENTRY JUST READ IS ABOUT TO BE CHANGED OR DELETED.
      * IF THE ALLELE HAS NO VERSION ON ALLEHIST YET AND ITS
      * FREQUENCY WAS EVER SET, THE OLD ENTRY IS FILED FIRST UNDER
      * ITS OWN AS-OF DATE (START OF THAT DAY), SO A RERUN OF A CASE
      * FROM BEFORE HISTORY WAS KEPT STILL FINDS IT. THE MASTER
      * RECORD AREA IS NOT DISTURBED.
      *
       3595-CARRY-FORWARD-ALLELE.
           IF AM-ASOF-DATE IS NOT NUMERIC
                   OR AM-ASOF-DATE = 0
               GO TO 3595-EXIT
           END-IF
           MOVE AM-POP-ID TO AH-POP-ID
           MOVE AM-LOCUS-ID TO AH-LOCUS-ID
           MOVE AM-ALLELE-ID TO AH-ALLELE-ID
           MOVE LOW-VALUES TO AH-VERSION-ID
           START ALLEHIST KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   GO TO 3595-CARRY
           END-START
           READ ALLEHIST NEXT RECORD
               AT END
                   GO TO 3595-CARRY
           END-READ
           IF AH-POP-ID = AM-POP-ID
                   AND AH-LOCUS-ID = AM-LOCUS-ID
                   AND AH-ALLELE-ID = AM-ALLELE-ID
               GO TO 3595-EXIT
           END-IF
           .
       3595-CARRY.
           MOVE SPACES TO ALLELE-HISTORY-RECORD
           MOVE AM-POP-ID TO AH-POP-ID
           MOVE AM-LOCUS-ID TO AH-LOCUS-ID
           MOVE AM-ALLELE-ID TO AH-ALLELE-ID
           MOVE AM-ASOF-DATE TO AH-EFFECTIVE-DATE
           MOVE ZERO TO AH-EFFECTIVE-TIME
           MOVE AM-FREQUENCY TO AH-FREQUENCY
           MOVE AM-ALLELE-COUNT TO AH-ALLELE-COUNT
           MOVE AM-SAMPLE-N TO AH-SAMPLE-N
           MOVE AM-SOURCE TO AH-SOURCE
           MOVE 'F' TO AH-ACTION
           WRITE ALLELE-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       3595-EXIT.
           EXIT.
      *
      *================================================================
      * 8600-WRITE-REBUILT-LINE - ONE LISTING LINE PER LOCUS
      *================================================================
       8600-WRITE-REBUILT-LINE.
           MOVE W-RB-TOTAL TO W-TOTAL-DISP
           MOVE W-RB-ALLELES TO W-ALLELES-DISP
           MOVE W-RB-ZERO-ALLELES TO W-ZERO-DISP
           MOVE SPACES TO LIST-LINE
           STRING 'REBUILT  POP=' DELIMITED BY SIZE
                  AT-POP-ID DELIMITED BY SIZE
                  '  LOCUS=' DELIMITED BY SIZE
                  W-RB-LOCUS-ID DELIMITED BY SIZE
                  '  ALLELES=' DELIMITED BY SIZE
                  W-ALLELES-DISP DELIMITED BY SIZE
                  '  TOTAL COUNT=' DELIMITED BY SIZE
                  W-TOTAL-DISP DELIMITED BY SIZE
                  '  UNCOUNTED ALLELES AT ZERO=' DELIMITED BY SIZE
                  W-ZERO-DISP DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           .
       8600-EXIT.
           EXIT.
      *
       8610-WRITE-SKIPPED-LINE.
           MOVE W-RB-ALLELES TO W-ALLELES-DISP
           MOVE SPACES TO LIST-LINE
           STRING 'SKIPPED  POP=' DELIMITED BY SIZE
                  AT-POP-ID DELIMITED BY SIZE
                  '  LOCUS=' DELIMITED BY SIZE
                  W-RB-LOCUS-ID DELIMITED BY SIZE
                  '  ALLELES=' DELIMITED BY SIZE
                  W-ALLELES-DISP DELIMITED BY SIZE
                  '  NO COUNTS POSTED - KEYED FREQUENCIES STAND'
                  DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           .
       8610-EXIT.
           EXIT.
      *
      *================================================================
      * 8800-WRITE-ERROR-RECORD - REJECTED TRANSACTION GOES HERE
      *================================================================
       8800-WRITE-ERROR-RECORD.
           MOVE SPACES TO MAINT-ERROR-RECORD
           ADD 1 TO W-REJECT-COUNT
           MOVE W-TRANS-COUNT TO AE-TRANS-NUMBER
           MOVE AT-ACTION TO AE-ACTION
           MOVE AT-POP-ID TO AE-POP-ID
           MOVE W-ERROR-LOCUS-ID TO AE-LOCUS-ID
           MOVE AT-ALLELE-ID TO AE-ALLELE-ID
           MOVE W-ERROR-MESSAGE TO AE-MESSAGE
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
               CLOSE AMTFILE
               CLOSE ALLEMAST
               CLOSE ALLEHIST
               IF W-LOCMAST-AVAILABLE
                   CLOSE LOCMAST
               END-IF
               CLOSE AMTERR
               CLOSE AMTLIST
           END-IF
           DISPLAY 'ALLMAINT: TRANSACTIONS READ    ' W-TRANS-COUNT
           DISPLAY 'ALLMAINT: TRANSACTIONS APPLIED ' W-APPLIED-COUNT
           DISPLAY 'ALLMAINT: TRANSACTIONS REJECTED' W-REJECT-COUNT
           .
       9000-EXIT.
           EXIT.
