       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWCASSWP.
       AUTHOR. R ALEXA.
       INSTALLATION. PANEL GENOTYPING SERVICES.
       DATE-WRITTEN. 2026-09-20.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   2026-09-20 RA  ORIGINAL CASE RE-EVALUATION SWEEP.
      *
      * RUN AFTER THE REFERENCE FREQUENCIES ARE REFRESHED. WALKS THE
      * WHOLE CASE REGISTER (CASEREG) AND, FOR EACH CASE PANEL,
      * READS BACK THE MEMBER DETAIL HW-CALCULATOR KEPT ON CASELOCI
      * AND PRICES EVERY MEMBER AGAIN AGAINST TODAY'S FREQMAST (TWO-
      * ALLELE LOCI) AND ALLEMAST (STR LOCI), THROUGH THE SAME
      * HWCORE FUNCTIONS THE PANEL WAS BUILT WITH. THE NEW PANEL
      * RMP AND COMBINED PI ARE COMPARED WITH THE PRODUCTS OF THE
      * LOCUS VALUES THE PANEL WAS REGISTERED WITH.
      *
      * A PANEL WHOSE RMP OR PI HAS MOVED - EITHER WAY - BY AT LEAST
      * HW-SWEEP-FACTOR TIMES (A WHOLE NUMBER, DEFAULT 10, ONE ORDER
      * OF MAGNITUDE) IS LISTED ON SWEEPRPT WITH BOTH FIGURES AND
      * EVERY MEMBER LOCUS WHOSE FREQUENCY HAS CHANGED SINCE, WITH
      * THE OLD AND NEW FREQUENCIES AND HOW FAR EACH MOVED ITS OWN
      * LOCUS VALUE. A MEMBER WITH NO CURRENT FREQUENCY KEEPS ITS
      * REGISTERED VALUE AND IS NAMED ON THE LISTING. PANELS
      * REGISTERED BEFORE THE LOCUS DETAIL WAS KEPT HAVE NOTHING TO
      * RE-EVALUATE AND ARE ONLY COUNTED. AN EXCLUSION DOES NOT
      * DEPEND ON FREQUENCIES AND NEVER MOVES. MIXTURE MEMBERS ARE
      * NOT KEPT ON CASELOCI, SO THE CPI IS NOT RE-EVALUATED.
      *
      * COUNTS GO TO THE CONSOLE. RETURN CODE 4 WHEN ANY PANEL HAS
      * MOVED, SO THE SCHEDULER CAN ROUTE THE LISTING TO CASEWORK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEREG ASSIGN TO "CASEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS W-CASEREG-STATUS.
           SELECT CASELOCI ASSIGN TO "CASELOCI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS W-CASELOCI-STATUS.
           SELECT FREQMAST ASSIGN TO "FREQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-KEY
               FILE STATUS IS W-FREQMAST-STATUS.
           SELECT ALLEMAST ASSIGN TO "ALLEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS W-ALLEMAST-STATUS.
           SELECT SWEEPRPT ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-SWEEPRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CASEREG.
       COPY CASEREG.
      *
       FD  CASELOCI.
       COPY CASELOCI.
      *
       FD  FREQMAST.
       COPY FREQMAST.
      *
       FD  ALLEMAST.
       COPY ALLEMAST.
      *
       FD  SWEEPRPT.
       01  SWEEP-PRINT-LINE        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * RUN CONTROL SWITCHES AND COUNTERS
      *
       77  W-PANEL-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-EVALUATED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  W-MOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  W-NO-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  W-PARTIAL-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  W-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  W-EOF-REACHED             VALUE 'Y'.
       77  W-MEMBER-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88  W-MEMBERS-DONE            VALUE 'Y'.
       77  W-VALID-SWITCH         PIC X(01) VALUE 'Y'.
           88  W-INPUT-VALID             VALUE 'Y'.
           88  W-INPUT-INVALID           VALUE 'N'.
       77  W-FREQMAST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-FREQMAST-AVAILABLE      VALUE 'Y'.
       77  W-ALLEMAST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-ALLEMAST-AVAILABLE      VALUE 'Y'.
       77  W-CASEREG-STATUS       PIC X(02) VALUE SPACES.
       77  W-CASELOCI-STATUS      PIC X(02) VALUE SPACES.
       77  W-FREQMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-ALLEMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-SWEEPRPT-STATUS      PIC X(02) VALUE SPACES.
      *
      * RUN DATE AND THE MOVEMENT THRESHOLD
      *
       01  W-RUN-DATA.
           05  W-CURRENT-DATE      PIC 9(08).
           05  W-SWEEP-FACTOR      PIC 9(05).
           05  W-FACTOR-DISP       PIC Z(04)9.
      *
      * ONE PANEL - THE REGISTERED (OLD) AND RE-EVALUATED (NEW)
      * PRODUCTS, CARRIED IN FLOATING POINT AS HW-CALCULATOR CARRIES
      * THEM, AND HOW FAR EACH HAS MOVED. A SWING IS ALWAYS THE
      * LARGER OVER THE SMALLER, SO IT IS 1 OR MORE WHICHEVER WAY
      * THE FIGURE WENT; THE DIRECTION SAYS WHICH.
      *
       01  W-PANEL-DATA.
           05  W-OLD-RMP           COMP-2.
           05  W-NEW-RMP           COMP-2.
           05  W-OLD-PI            COMP-2.
           05  W-NEW-PI            COMP-2.
           05  W-RMP-MEMBERS       PIC 9(03).
           05  W-KIN-MEMBERS       PIC 9(03).
           05  W-MISSING-COUNT     PIC 9(03).
           05  W-RMP-SWING         COMP-2.
           05  W-PI-SWING          COMP-2.
           05  W-RMP-DIRECTION     PIC X(06).
           05  W-PI-DIRECTION      PIC X(06).
           05  W-RMP-MOVED-SW      PIC X(01).
               88  W-RMP-MOVED           VALUE 'Y'.
           05  W-PI-MOVED-SW       PIC X(01).
               88  W-PI-MOVED            VALUE 'Y'.
           05  W-MISSING-DISP      PIC ZZ9.
           05  W-STATUS-TEXT       PIC X(10).
      *
      * THE PANEL'S MEMBERS, HELD UNTIL THE PANEL IS KNOWN TO HAVE
      * MOVED SO THE CHANGED LOCI CAN BE LISTED UNDER IT. A PANEL
      * WITH MORE MEMBERS THAN THE TABLE HOLDS IS STILL PRICED IN
      * FULL; ONLY THE LISTING STOPS SHORT.
      *
       01  W-MEMBER-TABLE.
           05  W-MT-COUNT          PIC 9(03) COMP.
           05  W-MT-IX             PIC 9(03) COMP.
           05  W-MT-MAX            PIC 9(03) COMP VALUE 60.
           05  W-MT-OVERFLOW-SW    PIC X(01).
               88  W-MT-OVERFLOW         VALUE 'Y'.
           05  W-MT-ENTRY OCCURS 60 TIMES.
               10  W-MT-LOCUS-ID   PIC X(08).
               10  W-MT-POP-ID     PIC X(10).
               10  W-MT-TYPE       PIC X(01).
               10  W-MT-ALLELE-1   PIC X(06).
               10  W-MT-ALLELE-2   PIC X(06).
               10  W-MT-OLD-FREQ-1 PIC 9(01)V9(08).
               10  W-MT-OLD-FREQ-2 PIC 9(01)V9(08).
               10  W-MT-NEW-FREQ-1 PIC 9(01)V9(08).
               10  W-MT-NEW-FREQ-2 PIC 9(01)V9(08).
               10  W-MT-SWING      COMP-2.
               10  W-MT-DIRECTION  PIC X(06).
               10  W-MT-STATUS     PIC X(01).
                   88  W-MT-CHANGED      VALUE 'C'.
                   88  W-MT-UNCHANGED    VALUE 'U'.
                   88  W-MT-MISSING      VALUE 'M'.
      *
      * ONE MEMBER BEING PRICED AGAIN
      *
       01  W-MEMBER-DATA.
           05  W-NEW-FREQ-1        PIC 9(01)V9(08).
           05  W-NEW-FREQ-2        PIC 9(01)V9(08).
           05  W-NEW-VALUE         PIC 9(07)V9(08).
           05  W-LOOKUP-ALLELE     PIC X(06).
           05  W-LOOKUP-FREQ       PIC 9(01)V9(08).
           05  W-MEMBER-SWING      COMP-2.
           05  W-MEMBER-DIRECTION  PIC X(06).
           05  W-PRICED-SW         PIC X(01).
               88  W-MEMBER-PRICED       VALUE 'Y'.
      *
      * MANTISSA/EXPONENT FORMATTING, AS HW-CALCULATOR DOES FOR THE
      * PANEL RMP, AND THE PRINT EDIT FIELDS
      *
       01  W-FORMAT-DATA.
           05  W-NORM-INPUT        COMP-2.
           05  W-NORM-MANTISSA     COMP-2.
           05  W-NORM-EXPONENT     PIC S9(03).
           05  W-NORM-MANT-ROUNDED PIC 9(01)V9(08).
           05  W-MANT-DISP         PIC 9.9(08).
           05  W-EXP-DISP          PIC +9(03).
           05  W-NORM-TEXT         PIC X(15).
           05  W-OLD-TEXT          PIC X(15).
           05  W-NEW-TEXT          PIC X(15).
           05  W-SWING-DISP        PIC Z(08)9.99.
           05  W-MOVED-TEXT        PIC X(09).
           05  W-TYPE-TEXT         PIC X(04).
           05  W-OLD-FREQ-1-DISP   PIC 9.9(08).
           05  W-OLD-FREQ-2-DISP   PIC 9.9(08).
           05  W-NEW-FREQ-1-DISP   PIC 9.9(08).
           05  W-NEW-FREQ-2-DISP   PIC 9.9(08).
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
           PERFORM 3400-READ-NEXT-PANEL THRU 3400-EXIT
           PERFORM 3500-EVALUATE-ONE-PANEL THRU 3500-EXIT
               UNTIL W-EOF-REACHED
           PERFORM 8690-WRITE-SWEEP-FOOTER THRU 8690-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
      *================================================================
      * 1000-INITIALIZE - THRESHOLD, OPEN FILES
      *================================================================
      *
      * WITHOUT THE REGISTER OR THE LOCUS DETAIL THERE IS NOTHING TO
      * SWEEP. WITHOUT ONE OF THE FREQUENCY MASTERS THE SWEEP STILL
      * RUNS, BUT EVERY MEMBER PRICED FROM IT COUNTS AS HAVING NO
      * CURRENT FREQUENCY.
      *
       1000-INITIALIZE.
           MOVE 'Y' TO W-VALID-SWITCH
           ACCEPT W-SWEEP-FACTOR
               FROM ENVIRONMENT "HW-SWEEP-FACTOR"
               ON EXCEPTION
                   MOVE 10 TO W-SWEEP-FACTOR
           END-ACCEPT
           IF W-SWEEP-FACTOR IS NOT NUMERIC
                   OR W-SWEEP-FACTOR < 2
               MOVE 10 TO W-SWEEP-FACTOR
           END-IF
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CASEREG
           IF W-CASEREG-STATUS NOT = '00'
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWCASSWP: CASEREG NOT AVAILABLE, STATUS='
                   W-CASEREG-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CASELOCI
           IF W-CASELOCI-STATUS NOT = '00'
               CLOSE CASEREG
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY 'HWCASSWP: CASELOCI NOT AVAILABLE, STATUS='
                   W-CASELOCI-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FREQMAST
           IF W-FREQMAST-STATUS = '00'
               MOVE 'Y' TO W-FREQMAST-SWITCH
           ELSE
               MOVE 'N' TO W-FREQMAST-SWITCH
               DISPLAY 'HWCASSWP: FREQMAST NOT AVAILABLE, STATUS='
                   W-FREQMAST-STATUS ' - TWO-ALLELE LOCI NOT PRICED'
           END-IF
           OPEN INPUT ALLEMAST
           IF W-ALLEMAST-STATUS = '00'
               MOVE 'Y' TO W-ALLEMAST-SWITCH
           ELSE
               MOVE 'N' TO W-ALLEMAST-SWITCH
               DISPLAY 'HWCASSWP: ALLEMAST NOT AVAILABLE, STATUS='
                   W-ALLEMAST-STATUS ' - STR LOCI NOT PRICED'
           END-IF
           OPEN OUTPUT SWEEPRPT
           PERFORM 8610-WRITE-SWEEP-HEADER THRU 8610-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      *================================================================
      * 3400-READ-NEXT-PANEL - NEXT CASE REGISTER ENTRY IN KEY ORDER
      *================================================================
       3400-READ-NEXT-PANEL.
           READ CASEREG NEXT RECORD
               AT END
                   MOVE 'Y' TO W-EOF-SWITCH
           END-READ
           .
       3400-EXIT.
           EXIT.
      *
      *================================================================
      * 3500-EVALUATE-ONE-PANEL - PRICE ONE CASE PANEL AGAIN
      *================================================================
       3500-EVALUATE-ONE-PANEL.
           ADD 1 TO W-PANEL-COUNT
           MOVE 1 TO W-OLD-RMP W-NEW-RMP W-OLD-PI W-NEW-PI
           MOVE ZERO TO W-RMP-MEMBERS W-KIN-MEMBERS W-MISSING-COUNT
           MOVE ZERO TO W-MT-COUNT
           MOVE 'N' TO W-MT-OVERFLOW-SW
           PERFORM 3510-START-PANEL-MEMBERS THRU 3510-EXIT
           PERFORM 3520-REPRICE-MEMBER THRU 3520-EXIT
               UNTIL W-MEMBERS-DONE
           IF W-RMP-MEMBERS = 0 AND W-KIN-MEMBERS = 0
               ADD 1 TO W-NO-DETAIL-COUNT
               GO TO 3500-NEXT
           END-IF
           ADD 1 TO W-EVALUATED-COUNT
           IF W-MISSING-COUNT > 0
               ADD 1 TO W-PARTIAL-COUNT
           END-IF
           PERFORM 3600-TEST-MOVEMENT THRU 3600-EXIT
           IF W-RMP-MOVED OR W-PI-MOVED
               ADD 1 TO W-MOVED-COUNT
               PERFORM 8650-WRITE-MOVED-PANEL THRU 8650-EXIT
           END-IF
           .
       3500-NEXT.
           PERFORM 3400-READ-NEXT-PANEL THRU 3400-EXIT
           .
       3500-EXIT.
           EXIT.
      *
      * POSITION ON THE PANEL'S FIRST MEMBER - THE REGISTER KEY WITH
      * A ZERO SEQUENCE - AND READ IT.
      *
       3510-START-PANEL-MEMBERS.
           MOVE 'N' TO W-MEMBER-EOF-SWITCH
           MOVE CS-CASE-ID TO CL-CASE-ID
           MOVE CS-RUN-ID TO CL-RUN-ID
           MOVE CS-PANEL-ID TO CL-PANEL-ID
           MOVE ZERO TO CL-MEMBER-SEQ
           START CASELOCI KEY IS NOT LESS THAN CL-KEY
               INVALID KEY
                   MOVE 'Y' TO W-MEMBER-EOF-SWITCH
                   GO TO 3510-EXIT
           END-START
           PERFORM 3515-READ-NEXT-MEMBER THRU 3515-EXIT
           .
       3510-EXIT.
           EXIT.
      *
      * THE MEMBER WALK ENDS AT END OF FILE OR AT THE FIRST RECORD
      * BELONGING TO ANOTHER PANEL.
      *
       3515-READ-NEXT-MEMBER.
           READ CASELOCI NEXT RECORD
               AT END
                   MOVE 'Y' TO W-MEMBER-EOF-SWITCH
                   GO TO 3515-EXIT
           END-READ
           IF CL-CASE-ID NOT = CS-CASE-ID
                   OR CL-RUN-ID NOT = CS-RUN-ID
                   OR CL-PANEL-ID NOT = CS-PANEL-ID
               MOVE 'Y' TO W-MEMBER-EOF-SWITCH
           END-IF
           .
       3515-EXIT.
           EXIT.
      *
      *================================================================
      * 3520-REPRICE-MEMBER - ONE MEMBER AGAINST TODAY'S FREQUENCIES
      *================================================================
      *
      * THE REGISTERED LOCUS VALUE GOES INTO THE OLD PRODUCT AND THE
      * NEW ONE INTO THE NEW PRODUCT - RMP OR PI BY MEMBER TYPE. A
      * MEMBER THAT CANNOT BE PRICED TODAY CARRIES ITS REGISTERED
      * VALUE INTO BOTH, SO IT NEITHER MOVES THE PANEL NOR HIDES.
      *
       3520-REPRICE-MEMBER.
           PERFORM 3530-PRICE-MEMBER-NOW THRU 3530-EXIT
           MOVE 1 TO W-MEMBER-SWING
           MOVE SPACES TO W-MEMBER-DIRECTION
           IF NOT W-MEMBER-PRICED
               ADD 1 TO W-MISSING-COUNT
               MOVE CL-LOCUS-VALUE TO W-NEW-VALUE
               MOVE ZERO TO W-NEW-FREQ-1 W-NEW-FREQ-2
           ELSE
               IF W-NEW-VALUE NOT = CL-LOCUS-VALUE
                       AND W-NEW-VALUE > 0
                       AND CL-LOCUS-VALUE > 0
                   IF W-NEW-VALUE > CL-LOCUS-VALUE
                       COMPUTE W-MEMBER-SWING =
                           W-NEW-VALUE / CL-LOCUS-VALUE
                       MOVE 'HIGHER' TO W-MEMBER-DIRECTION
                   ELSE
                       COMPUTE W-MEMBER-SWING =
                           CL-LOCUS-VALUE / W-NEW-VALUE
                       MOVE 'LOWER ' TO W-MEMBER-DIRECTION
                   END-IF
               END-IF
           END-IF
           IF CL-KINSHIP-MEMBER
               ADD 1 TO W-KIN-MEMBERS
               COMPUTE W-OLD-PI = W-OLD-PI * CL-LOCUS-VALUE
               COMPUTE W-NEW-PI = W-NEW-PI * W-NEW-VALUE
           ELSE
               ADD 1 TO W-RMP-MEMBERS
               COMPUTE W-OLD-RMP = W-OLD-RMP * CL-LOCUS-VALUE
               COMPUTE W-NEW-RMP = W-NEW-RMP * W-NEW-VALUE
           END-IF
           IF W-MT-COUNT NOT < W-MT-MAX
               MOVE 'Y' TO W-MT-OVERFLOW-SW
               GO TO 3520-NEXT
           END-IF
           ADD 1 TO W-MT-COUNT
           MOVE CL-LOCUS-ID TO W-MT-LOCUS-ID (W-MT-COUNT)
           MOVE CL-POP-ID TO W-MT-POP-ID (W-MT-COUNT)
           MOVE CL-MEMBER-TYPE TO W-MT-TYPE (W-MT-COUNT)
           MOVE CL-CASE-ALLELE-1 TO W-MT-ALLELE-1 (W-MT-COUNT)
           MOVE CL-CASE-ALLELE-2 TO W-MT-ALLELE-2 (W-MT-COUNT)
           MOVE CL-FREQUENCY-1 TO W-MT-OLD-FREQ-1 (W-MT-COUNT)
           MOVE CL-FREQUENCY-2 TO W-MT-OLD-FREQ-2 (W-MT-COUNT)
           MOVE W-NEW-FREQ-1 TO W-MT-NEW-FREQ-1 (W-MT-COUNT)
           MOVE W-NEW-FREQ-2 TO W-MT-NEW-FREQ-2 (W-MT-COUNT)
           MOVE W-MEMBER-SWING TO W-MT-SWING (W-MT-COUNT)
           MOVE W-MEMBER-DIRECTION TO W-MT-DIRECTION (W-MT-COUNT)
           IF NOT W-MEMBER-PRICED
               MOVE 'M' TO W-MT-STATUS (W-MT-COUNT)
           ELSE
               IF W-NEW-FREQ-1 = CL-FREQUENCY-1
                       AND W-NEW-FREQ-2 = CL-FREQUENCY-2
                   MOVE 'U' TO W-MT-STATUS (W-MT-COUNT)
               ELSE
                   MOVE 'C' TO W-MT-STATUS (W-MT-COUNT)
               END-IF
           END-IF
           .
       3520-NEXT.
           PERFORM 3515-READ-NEXT-MEMBER THRU 3515-EXIT
           .
       3520-EXIT.
           EXIT.
      *
      *================================================================
      * 3530-PRICE-MEMBER-NOW - TODAY'S LOCUS VALUE FOR ONE MEMBER
      *================================================================
      *
      * THE SAME HWCORE FUNCTION THE MEMBER WAS PRICED WITH WHEN THE
      * PANEL RAN: GF (TWO-ALLELE RMP), MG (STR RMP), PI (TWO-ALLELE
      * KINSHIP) OR MP (STR KINSHIP). W-NEW-FREQ-1/2 AND W-NEW-VALUE
      * OUT, W-PRICED-SW 'Y' WHEN THEY ARE GOOD.
      *
       3530-PRICE-MEMBER-NOW.
           MOVE 'N' TO W-PRICED-SW
           MOVE ZERO TO W-NEW-FREQ-1 W-NEW-FREQ-2 W-NEW-VALUE
           MOVE '00' TO HC-STATUS-CODE
           MOVE SPACES TO HC-STATUS-MESSAGE
           IF CL-STR-RMP OR CL-STR-KIN
               GO TO 3530-STR
           END-IF
           PERFORM 3540-LOOKUP-TWO-ALLELE-FREQ THRU 3540-EXIT
           IF NOT W-MEMBER-PRICED
               GO TO 3530-EXIT
           END-IF
           MOVE 'N' TO W-PRICED-SW
           MOVE W-NEW-FREQ-1 TO HC-IN-FREQUENCY
           IF CL-TWO-ALLELE-KIN
               MOVE 'PI' TO HC-FUNCTION-CODE
               MOVE CL-PARENT-GENOTYPE TO HC-IN-PARENT-GENO
               MOVE CL-CASE-GENOTYPE TO HC-IN-CHILD-GENO
               CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
               IF NOT HC-STATUS-OK
                   GO TO 3530-EXIT
               END-IF
               MOVE HC-OUT-PI-LR TO W-NEW-VALUE
               MOVE 'Y' TO W-PRICED-SW
               GO TO 3530-EXIT
           END-IF
           MOVE 'GF' TO HC-FUNCTION-CODE
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               GO TO 3530-EXIT
           END-IF
           EVALUATE CL-CASE-GENOTYPE
               WHEN 'AA'
                   MOVE HC-OUT-AA-FREQ TO W-NEW-VALUE
               WHEN 'AQ'
                   MOVE HC-OUT-AQ-FREQ TO W-NEW-VALUE
               WHEN 'QQ'
                   MOVE HC-OUT-QQ-FREQ TO W-NEW-VALUE
               WHEN OTHER
                   GO TO 3530-EXIT
           END-EVALUATE
           MOVE 'Y' TO W-PRICED-SW
           GO TO 3530-EXIT
           .
       3530-STR.
           MOVE CL-CASE-ALLELE-1 TO W-LOOKUP-ALLELE
           PERFORM 3545-LOOKUP-ALLELE-FREQ THRU 3545-EXIT
           IF NOT W-MEMBER-PRICED
               GO TO 3530-EXIT
           END-IF
           MOVE W-LOOKUP-FREQ TO W-NEW-FREQ-1 W-NEW-FREQ-2
           IF CL-CASE-ALLELE-2 NOT = CL-CASE-ALLELE-1
               MOVE CL-CASE-ALLELE-2 TO W-LOOKUP-ALLELE
               PERFORM 3545-LOOKUP-ALLELE-FREQ THRU 3545-EXIT
               IF NOT W-MEMBER-PRICED
                   GO TO 3530-EXIT
               END-IF
               MOVE W-LOOKUP-FREQ TO W-NEW-FREQ-2
           END-IF
           MOVE 'N' TO W-PRICED-SW
           MOVE CL-CASE-ALLELE-1 TO HC-IN-CASE-ALLELE-1
           MOVE W-NEW-FREQ-1 TO HC-IN-CASE-FREQ-1
           MOVE CL-CASE-ALLELE-2 TO HC-IN-CASE-ALLELE-2
           MOVE W-NEW-FREQ-2 TO HC-IN-CASE-FREQ-2
           IF CL-STR-KIN
               MOVE 'MP' TO HC-FUNCTION-CODE
               MOVE CL-PARENT-ALLELE-1 TO HC-IN-PARENT-ALLELE-1
               MOVE CL-PARENT-ALLELE-2 TO HC-IN-PARENT-ALLELE-2
               CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
               IF NOT HC-STATUS-OK
                   GO TO 3530-EXIT
               END-IF
               MOVE HC-OUT-PI-LR TO W-NEW-VALUE
           ELSE
               MOVE 'MG' TO HC-FUNCTION-CODE
               CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
               IF NOT HC-STATUS-OK
                   GO TO 3530-EXIT
               END-IF
               MOVE HC-OUT-GENO-FREQ TO W-NEW-VALUE
           END-IF
           MOVE 'Y' TO W-PRICED-SW
           .
       3530-EXIT.
           EXIT.
      *
      * TODAY'S P FOR THE MEMBER'S POPULATION AND LOCUS. A P OF ZERO
      * OR ONE, OR ONE THAT IS NOT A NUMBER, CANNOT PRICE A CASE.
      *
       3540-LOOKUP-TWO-ALLELE-FREQ.
           MOVE 'N' TO W-PRICED-SW
           IF NOT W-FREQMAST-AVAILABLE
               GO TO 3540-EXIT
           END-IF
           MOVE CL-POP-ID TO FM-POP-ID
           MOVE CL-LOCUS-ID TO FM-LOCUS-ID
           READ FREQMAST
               INVALID KEY
                   GO TO 3540-EXIT
           END-READ
           IF FM-P-FREQUENCY IS NOT NUMERIC
                   OR FM-P-FREQUENCY = 0
                   OR FM-P-FREQUENCY NOT < 1
               GO TO 3540-EXIT
           END-IF
           MOVE FM-P-FREQUENCY TO W-NEW-FREQ-1
           COMPUTE W-NEW-FREQ-2 = 1 - W-NEW-FREQ-1
           MOVE 'Y' TO W-PRICED-SW
           .
       3540-EXIT.
           EXIT.
      *
      * TODAY'S FREQUENCY FOR ONE NAMED ALLELE. A ZERO ENTRY (AN
      * UNCOUNTED ALLELE) CANNOT PRICE A CASE, AS IN HW-CALCULATOR.
      *
       3545-LOOKUP-ALLELE-FREQ.
           MOVE 'N' TO W-PRICED-SW
           IF NOT W-ALLEMAST-AVAILABLE
                   OR W-LOOKUP-ALLELE = SPACES
               GO TO 3545-EXIT
           END-IF
           MOVE CL-POP-ID TO AM-POP-ID
           MOVE CL-LOCUS-ID TO AM-LOCUS-ID
           MOVE W-LOOKUP-ALLELE TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   GO TO 3545-EXIT
           END-READ
           IF AM-FREQUENCY IS NOT NUMERIC OR AM-FREQUENCY = 0
               GO TO 3545-EXIT
           END-IF
           MOVE AM-FREQUENCY TO W-LOOKUP-FREQ
           MOVE 'Y' TO W-PRICED-SW
           .
       3545-EXIT.
           EXIT.
      *
      *================================================================
      * 3600-TEST-MOVEMENT - HAS THE RMP OR THE PI MOVED ENOUGH
      *================================================================
      *
      * A ZERO PRODUCT ON EITHER SIDE (AN EXCLUSION) HAS NO RATIO AND
      * IS NEVER A MOVE.
      *
       3600-TEST-MOVEMENT.
           MOVE 'N' TO W-RMP-MOVED-SW W-PI-MOVED-SW
           MOVE 1 TO W-RMP-SWING W-PI-SWING
           MOVE SPACES TO W-RMP-DIRECTION W-PI-DIRECTION
           IF W-RMP-MEMBERS > 0
                   AND W-OLD-RMP > 0 AND W-NEW-RMP > 0
               IF W-NEW-RMP > W-OLD-RMP
                   COMPUTE W-RMP-SWING = W-NEW-RMP / W-OLD-RMP
                   MOVE 'HIGHER' TO W-RMP-DIRECTION
               ELSE
                   COMPUTE W-RMP-SWING = W-OLD-RMP / W-NEW-RMP
                   MOVE 'LOWER ' TO W-RMP-DIRECTION
               END-IF
               IF W-RMP-SWING NOT < W-SWEEP-FACTOR
                   MOVE 'Y' TO W-RMP-MOVED-SW
               END-IF
           END-IF
           IF W-KIN-MEMBERS > 0
                   AND W-OLD-PI > 0 AND W-NEW-PI > 0
               IF W-NEW-PI > W-OLD-PI
                   COMPUTE W-PI-SWING = W-NEW-PI / W-OLD-PI
                   MOVE 'HIGHER' TO W-PI-DIRECTION
               ELSE
                   COMPUTE W-PI-SWING = W-OLD-PI / W-NEW-PI
                   MOVE 'LOWER ' TO W-PI-DIRECTION
               END-IF
               IF W-PI-SWING NOT < W-SWEEP-FACTOR
                   MOVE 'Y' TO W-PI-MOVED-SW
               END-IF
           END-IF
           .
       3600-EXIT.
           EXIT.
      *
      *================================================================
      * 3850-NORMALIZE - FLOAT VALUE TO MANTISSA/EXPONENT TEXT
      *================================================================
       3850-NORMALIZE.
           MOVE W-NORM-INPUT TO W-NORM-MANTISSA
           MOVE ZERO TO W-NORM-EXPONENT
           IF W-NORM-MANTISSA = 0
               GO TO 3850-FORMAT
           END-IF
           PERFORM 3851-SCALE-UP THRU 3851-EXIT
               UNTIL W-NORM-MANTISSA >= 1
           PERFORM 3852-SCALE-DOWN THRU 3852-EXIT
               UNTIL W-NORM-MANTISSA < 10
           IF W-NORM-MANTISSA >= 9.999999995
               MOVE 1 TO W-NORM-MANTISSA
               ADD 1 TO W-NORM-EXPONENT
           END-IF
           .
       3850-FORMAT.
           COMPUTE W-NORM-MANT-ROUNDED ROUNDED = W-NORM-MANTISSA
               ON SIZE ERROR
                   MOVE W-NORM-MANTISSA TO W-NORM-MANT-ROUNDED
           END-COMPUTE
           MOVE W-NORM-MANT-ROUNDED TO W-MANT-DISP
           MOVE W-NORM-EXPONENT TO W-EXP-DISP
           MOVE SPACES TO W-NORM-TEXT
           STRING W-MANT-DISP DELIMITED BY SIZE
                  'E' DELIMITED BY SIZE
                  W-EXP-DISP DELIMITED BY SIZE
               INTO W-NORM-TEXT
           END-STRING
           .
       3850-EXIT.
           EXIT.
      *
       3851-SCALE-UP.
           COMPUTE W-NORM-MANTISSA = W-NORM-MANTISSA * 10
           SUBTRACT 1 FROM W-NORM-EXPONENT
           .
       3851-EXIT.
           EXIT.
      *
       3852-SCALE-DOWN.
           COMPUTE W-NORM-MANTISSA = W-NORM-MANTISSA / 10
           ADD 1 TO W-NORM-EXPONENT
           .
       3852-EXIT.
           EXIT.
      *
      *================================================================
      * 8600 SERIES - SWEEP LISTING (SWEEPRPT)
      *================================================================
      *
       8610-WRITE-SWEEP-HEADER.
           MOVE W-SWEEP-FACTOR TO W-FACTOR-DISP
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING 'CASE RE-EVALUATION SWEEP  RUN DATE='
                  DELIMITED BY SIZE
                  W-CURRENT-DATE DELIMITED BY SIZE
                  '  LISTING PANELS MOVED BY A FACTOR OF'
                  DELIMITED BY SIZE
                  W-FACTOR-DISP DELIMITED BY SIZE
                  ' OR MORE' DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           .
       8610-EXIT.
           EXIT.
      *
      * ONE BLOCK PER MOVED PANEL: THE PANEL LINE, THE RMP AND/OR PI
      * LINE (REGISTERED FIGURE, TODAY'S FIGURE, HOW FAR AND WHICH
      * WAY), THEN THE LOCI BEHIND IT.
      *
       8650-WRITE-MOVED-PANEL.
           IF CS-INCOMPLETE
               MOVE 'INCOMPLETE' TO W-STATUS-TEXT
           ELSE
               MOVE 'COMPLETE  ' TO W-STATUS-TEXT
           END-IF
           MOVE SPACES TO SWEEP-PRINT-LINE
           WRITE SWEEP-PRINT-LINE
           STRING 'CASE=' DELIMITED BY SIZE
                  CS-CASE-ID DELIMITED BY SIZE
                  '  PANEL=' DELIMITED BY SIZE
                  CS-PANEL-ID DELIMITED BY SIZE
                  '  RUN DATE=' DELIMITED BY SIZE
                  CS-RUN-DATE DELIMITED BY SIZE
                  '  POP=' DELIMITED BY SIZE
                  CS-POP-ID DELIMITED BY SIZE
                  '  STATUS=' DELIMITED BY SIZE
                  W-STATUS-TEXT DELIMITED BY SIZE
                  '  RUN=' DELIMITED BY SIZE
                  CS-RUN-ID DELIMITED BY SIZE
               INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           IF W-RMP-MEMBERS > 0
               MOVE W-OLD-RMP TO W-NORM-INPUT
               PERFORM 3850-NORMALIZE THRU 3850-EXIT
               MOVE W-NORM-TEXT TO W-OLD-TEXT
               MOVE W-NEW-RMP TO W-NORM-INPUT
               PERFORM 3850-NORMALIZE THRU 3850-EXIT
               MOVE W-NORM-TEXT TO W-NEW-TEXT
               MOVE SPACES TO W-MOVED-TEXT
               IF W-RMP-MOVED
                   MOVE '  ** MOVED' TO W-MOVED-TEXT
               END-IF
               COMPUTE W-SWING-DISP ROUNDED = W-RMP-SWING
                   ON SIZE ERROR
                       MOVE 999999999.99 TO W-SWING-DISP
               END-COMPUTE
               MOVE SPACES TO SWEEP-PRINT-LINE
               STRING '    RMP  REGISTERED=' DELIMITED BY SIZE
                      W-OLD-TEXT DELIMITED BY SIZE
                      '  NOW=' DELIMITED BY SIZE
                      W-NEW-TEXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-SWING-DISP DELIMITED BY SIZE
                      ' TIMES ' DELIMITED BY SIZE
                      W-RMP-DIRECTION DELIMITED BY SIZE
                      W-MOVED-TEXT DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
           END-IF
           IF W-KIN-MEMBERS > 0
               MOVE W-OLD-PI TO W-NORM-INPUT
               PERFORM 3850-NORMALIZE THRU 3850-EXIT
               MOVE W-NORM-TEXT TO W-OLD-TEXT
               MOVE W-NEW-PI TO W-NORM-INPUT
               PERFORM 3850-NORMALIZE THRU 3850-EXIT
               MOVE W-NORM-TEXT TO W-NEW-TEXT
               MOVE SPACES TO W-MOVED-TEXT
               IF W-PI-MOVED
                   MOVE '  ** MOVED' TO W-MOVED-TEXT
               END-IF
               COMPUTE W-SWING-DISP ROUNDED = W-PI-SWING
                   ON SIZE ERROR
                       MOVE 999999999.99 TO W-SWING-DISP
               END-COMPUTE
               MOVE SPACES TO SWEEP-PRINT-LINE
               STRING '    PI   REGISTERED=' DELIMITED BY SIZE
                      W-OLD-TEXT DELIMITED BY SIZE
                      '  NOW=' DELIMITED BY SIZE
                      W-NEW-TEXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-SWING-DISP DELIMITED BY SIZE
                      ' TIMES ' DELIMITED BY SIZE
                      W-PI-DIRECTION DELIMITED BY SIZE
                      W-MOVED-TEXT DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
           END-IF
           IF W-MISSING-COUNT > 0
               MOVE W-MISSING-COUNT TO W-MISSING-DISP
               MOVE SPACES TO SWEEP-PRINT-LINE
               STRING '    ' DELIMITED BY SIZE
                      W-MISSING-DISP DELIMITED BY SIZE
                      ' LOCI WITH NO CURRENT FREQUENCY KEEP THEIR'
                      DELIMITED BY SIZE
                      ' REGISTERED VALUE' DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
           END-IF
           MOVE SPACES TO SWEEP-PRINT-LINE
           STRING '    LOCI WHOSE FREQUENCY HAS CHANGED OR IS GONE:'
               DELIMITED BY SIZE INTO SWEEP-PRINT-LINE
           END-STRING
           WRITE SWEEP-PRINT-LINE
           PERFORM 8660-WRITE-MEMBER-LINE THRU 8660-EXIT
               VARYING W-MT-IX FROM 1 BY 1
               UNTIL W-MT-IX > W-MT-COUNT
           IF W-MT-OVERFLOW
               MOVE SPACES TO SWEEP-PRINT-LINE
               STRING '      (FURTHER LOCI ON THIS PANEL NOT LISTED)'
                   DELIMITED BY SIZE INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
           END-IF
           .
       8650-EXIT.
           EXIT.
      *
      * A TWO-ALLELE MEMBER SHOWS ITS P; AN STR MEMBER SHOWS BOTH
      * CASE (OR CHILD) ALLELES WITH THEIR FREQUENCIES. UNCHANGED
      * MEMBERS ARE NOT LISTED.
      *
       8660-WRITE-MEMBER-LINE.
           IF W-MT-UNCHANGED (W-MT-IX)
               GO TO 8660-EXIT
           END-IF
           EVALUATE W-MT-TYPE (W-MT-IX)
               WHEN 'R'
                   MOVE 'RMP ' TO W-TYPE-TEXT
               WHEN 'S'
                   MOVE 'STR ' TO W-TYPE-TEXT
               WHEN 'K'
                   MOVE 'KIN ' TO W-TYPE-TEXT
               WHEN OTHER
                   MOVE 'KSTR' TO W-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO SWEEP-PRINT-LINE
           IF W-MT-MISSING (W-MT-IX)
               STRING '      ' DELIMITED BY SIZE
                      W-MT-LOCUS-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-MT-POP-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-TYPE-TEXT DELIMITED BY SIZE
                      '  NO CURRENT FREQUENCY' DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
               GO TO 8660-EXIT
           END-IF
           MOVE W-MT-OLD-FREQ-1 (W-MT-IX) TO W-OLD-FREQ-1-DISP
           MOVE W-MT-OLD-FREQ-2 (W-MT-IX) TO W-OLD-FREQ-2-DISP
           MOVE W-MT-NEW-FREQ-1 (W-MT-IX) TO W-NEW-FREQ-1-DISP
           MOVE W-MT-NEW-FREQ-2 (W-MT-IX) TO W-NEW-FREQ-2-DISP
           COMPUTE W-SWING-DISP ROUNDED = W-MT-SWING (W-MT-IX)
               ON SIZE ERROR
                   MOVE 999999999.99 TO W-SWING-DISP
           END-COMPUTE
           IF W-MT-TYPE (W-MT-IX) = 'R' OR 'K'
               STRING '      ' DELIMITED BY SIZE
                      W-MT-LOCUS-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-MT-POP-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-TYPE-TEXT DELIMITED BY SIZE
                      '  P WAS ' DELIMITED BY SIZE
                      W-OLD-FREQ-1-DISP DELIMITED BY SIZE
                      ' NOW ' DELIMITED BY SIZE
                      W-NEW-FREQ-1-DISP DELIMITED BY SIZE
                      '  LOCUS VALUE ' DELIMITED BY SIZE
                      W-SWING-DISP DELIMITED BY SIZE
                      ' TIMES ' DELIMITED BY SIZE
                      W-MT-DIRECTION (W-MT-IX) DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
           ELSE
               STRING '      ' DELIMITED BY SIZE
                      W-MT-LOCUS-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-MT-POP-ID (W-MT-IX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-TYPE-TEXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-MT-ALLELE-1 (W-MT-IX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      W-MT-ALLELE-2 (W-MT-IX) DELIMITED BY SIZE
                      ' WAS ' DELIMITED BY SIZE
                      W-OLD-FREQ-1-DISP DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      W-OLD-FREQ-2-DISP DELIMITED BY SIZE
                      ' NOW ' DELIMITED BY SIZE
                      W-NEW-FREQ-1-DISP DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      W-NEW-FREQ-2-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      W-SWING-DISP DELIMITED BY SIZE
                      'X ' DELIMITED BY SIZE
                      W-MT-DIRECTION (W-MT-IX) DELIMITED BY SIZE
                   INTO SWEEP-PRINT-LINE
               END-STRING
           END-IF
           WRITE SWEEP-PRINT-LINE
           .
       8660-EXIT.
           EXIT.
      *
       8690-WRITE-SWEEP-FOOTER.
           MOVE SPACES TO SWEEP-PRINT-LINE
           WRITE SWEEP-PRINT-LINE
           IF W-MOVED-COUNT = 0
               STRING '  NO CASE PANEL HAS MOVED BY THE FACTOR'
                   DELIMITED BY SIZE INTO SWEEP-PRINT-LINE
               END-STRING
               WRITE SWEEP-PRINT-LINE
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
               CLOSE CASEREG
               CLOSE CASELOCI
               IF W-FREQMAST-AVAILABLE
                   CLOSE FREQMAST
               END-IF
               IF W-ALLEMAST-AVAILABLE
                   CLOSE ALLEMAST
               END-IF
               CLOSE SWEEPRPT
               IF W-MOVED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'HWCASSWP: PANELS=' W-PANEL-COUNT
               ' RE-EVALUATED=' W-EVALUATED-COUNT
               ' MOVED=' W-MOVED-COUNT
           DISPLAY 'HWCASSWP: NO LOCUS DETAIL=' W-NO-DETAIL-COUNT
               ' PARTLY PRICED=' W-PARTIAL-COUNT
           .
       9000-EXIT.
           EXIT.
