      *   2026-08-15 RA  AUDIT RECORD EXTENDED FOR PANEL RMP FIELDS.
      *   2026-08-30 RA  AUDIT RECORD EXTENDED FOR THE LOCUS ID.
      *   2026-09-02 RA  AUDIT RECORD EXTENDED FOR THE CASE ID.
      *   2026-09-08 RA  AUDIT RECORD EXTENDED FOR THETA CORRECTION.
      *   2026-09-10 RA  AUDIT RECORD EXTENDED FOR FREQUENCY VERSION.
      *   2026-09-12 RA  AUDIT RECORD EXTENDED FOR HWE TEST RESULT.
      *   2026-09-14 RA  AUDIT RECORD EXTENDED FOR STR ALLELES.
      *   2026-09-22 RA  STAMPS THE ARCHIVE RUN ON THE PERIOD CONTROL
      *                  FILE (PERDCTL) FOR PERIOD CLOSE.
      *   2026-09-24 RA  AUDIT RECORD EXTENDED FOR WEB SERVICE CALLS;
      *                  ARCHIVE RECORD WIDENED TO 400.
      *   2026-09-30 RA  PERDCTL CREATED ONLY WHEN NOT YET ALLOCATED.
      *
      * MONTH-END JOB. ROLLS CLOSED-PERIOD AUDIT RECORDS OUT OF THE
      * LIVE TRAIL (AUDTFILE) INTO ONE DATED ARCHIVE FILE PER PERIOD
      * DELETED, ONLY MOVED - AND HWARCINQ PULLS ARCHIVED LINES BACK
      * OUT ON DEMAND. THE OPEN PERIOD DEFAULTS TO THE CURRENT
      * SYSTEM-DATE MONTH AND CAN BE OVERRIDDEN THROUGH THE
      * HW-ARCH-PERIOD ENVIRONMENT VARIABLE (YYYYMM). A COMPLETED
      * RUN IS RECORDED ON PERDCTL AGAINST THE PERIOD JUST BEFORE
      * THE OPEN ONE - THE MONTH THE RUN HAS FINISHED ROLLING OUT -
      * WHERE THE PERIOD-CLOSE JOB (HWPCLOSE) LOOKS FOR IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCHRPT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-ARCHRPT-STATUS.
           SELECT PERDCTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS W-PERDCTL-STATUS.
           SELECT SORTWK ASSIGN TO "SORTWK".
      *
       DATA DIVISION.
       COPY AUDITREC.
      *
       FD  ARCHFILE.
       01  ARCHIVE-RECORD          PIC X(400).
      *
       FD  AUDTNEW.
       01  AUDTNEW-RECORD          PIC X(400).
      *
       FD  ARCHRPT.
       01  ARCH-PRINT-LINE         PIC X(132).
      *
       FD  PERDCTL.
       COPY PERDCTL.
      *
       SD  SORTWK.
       COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==SORT-RECORD==
       77  W-ARCHFILE-STATUS      PIC X(02) VALUE SPACES.
       77  W-AUDTNEW-STATUS       PIC X(02) VALUE SPACES.
       77  W-ARCHRPT-STATUS       PIC X(02) VALUE SPACES.
       77  W-PERDCTL-STATUS       PIC X(02) VALUE SPACES.
      *
      * PERIOD CONTROL - THE OPEN PERIOD STAYS IN THE LIVE TRAIL
      *
           05  W-REC-PERIOD        PIC 9(06).
           05  W-OPEN-PERIOD       PIC 9(06).
           05  W-ARCHIVE-NAME      PIC X(10).
           05  W-ROLLED-PERIOD     PIC 9(06).
           05  W-ROLLED-PERIOD-R REDEFINES W-ROLLED-PERIOD.
               10  W-ROLLED-YEAR   PIC 9(04).
               10  W-ROLLED-MONTH  PIC 9(02).
      *
      * PER-POPULATION PER-PERIOD SUMMARY ACCUMULATORS
      *
               OUTPUT PROCEDURE IS 3000-SPLIT-SORTED-TRAIL
                   THRU 3000-EXIT
           PERFORM 5000-REWRITE-LIVE-TRAIL THRU 5000-EXIT
           PERFORM 6000-STAMP-PERIOD-CONTROL THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
      *
           EXIT.
      *
      *================================================================
      * 6000-STAMP-PERIOD-CONTROL - RECORD THE ARCHIVE RUN
      *================================================================
      *
      * THE PERIOD STAMPED IS THE ONE BEFORE THE OPEN PERIOD. PERDCTL
      * OPENS I-O, AND ONLY A FILE NOT YET ALLOCATED (STATUS 35) IS
      * CREATED - ANY OTHER OPEN FAILURE LEAVES THE CLOSED PERIODS
      * AND THEIR REOPEN CODES ALONE. IF IT CANNOT OPEN THE ARCHIVE
      * STANDS, BUT THE PERIOD CANNOT BE CLOSED UNTIL THE RUN IS
      * REPEATED.
      *
       6000-STAMP-PERIOD-CONTROL.
           MOVE W-CURRENT-PERIOD TO W-ROLLED-PERIOD
           IF W-ROLLED-MONTH > 1
               SUBTRACT 1 FROM W-ROLLED-MONTH
           ELSE
               SUBTRACT 1 FROM W-ROLLED-YEAR
               MOVE 12 TO W-ROLLED-MONTH
           END-IF
           OPEN I-O PERDCTL
           IF W-PERDCTL-STATUS = '35'
               OPEN OUTPUT PERDCTL
               CLOSE PERDCTL
               OPEN I-O PERDCTL
           END-IF
           IF W-PERDCTL-STATUS NOT = '00'
               DISPLAY 'HWARCHIV: PERDCTL NOT AVAILABLE, STATUS='
                   W-PERDCTL-STATUS ' - ARCHIVE RUN NOT RECORDED'
               GO TO 6000-EXIT
           END-IF
           MOVE W-ROLLED-PERIOD TO PC-PERIOD
           READ PERDCTL
               INVALID KEY
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE W-ROLLED-PERIOD TO PC-PERIOD
                   MOVE ZERO TO PC-STMT-RUN-DATE PC-ARCH-RUN-DATE
                       PC-CLOSE-DATE
                   MOVE 'O' TO PC-CLOSE-STATUS
           END-READ
           MOVE W-CURRENT-DATE TO PC-ARCH-RUN-DATE
           WRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   REWRITE PERIOD-CONTROL-RECORD
           END-WRITE
           CLOSE PERDCTL
           .
       6000-EXIT.
           EXIT.
      *
      *================================================================
      * 8610-WRITE-REPORT-HEADER - SUMMARY REPORT TITLE BLOCK
      *================================================================
       8610-WRITE-REPORT-HEADER.
