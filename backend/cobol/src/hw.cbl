      *                  AS EACH PANEL WITH A CASE ID COMPLETES, AND
      *                  THE CASE ID ON PANEL/KINSHIP AUDIT LINES, FOR
      *                  THE HWCASINQ CASE INQUIRY.
      *   2026-09-08 RA  ADDED THETA (FST) SUBPOPULATION CORRECTION
      *                  ON PANEL RMP. THE F-STATISTICS ROLL-UP NOW
      *                  POSTS FST BY ANCESTRY GROUP AND LOCUS TO THE
      *                  THETA REFERENCE FILE (THETAREF), WITH A
      *                  SITE-WIDE DEFAULT (HW-DEFAULT-THETA) FOR
      *                  PAIRS NOT ON FILE. BOTH RMPS AND THE THETA
      *                  PER LOCUS GO TO THE PANEL REPORT, AUDIT
      *                  TRAIL AND CASE REGISTER.
      *   2026-09-10 RA  FREQUENCY REFERENCE REFRESHES NOW ALSO KEPT
      *                  AS DATED VERSIONS ON FREQHIST. A 'P' CARD
      *                  MAY CARRY AN AS-OF DATE (AND TIME) SO ITS
      *                  MEMBER LOOKUPS TAKE THE VERSION IN FORCE
      *                  THEN, FOR COURT RERUNS. THE VERSION USED GOES
      *                  TO THE AUDIT TRAIL AND CASE REGISTER.
      *   2026-09-12 RA  EQUILIBRIUM TEST NOW TAKES HWCORE'S EXACT
      *                  HWE TEST WHEN AN EXPECTED CELL COUNT IS
      *                  UNDER 5. THE TEST USED AND ITS P-VALUE GO TO
      *                  THE REPORT, JSON, AUDIT TRAIL AND EXTRACT.
      *   2026-09-14 RA  ADDED MULTI-ALLELIC (STR) LOCI. A NEW 'S'
      *                  PANEL MEMBER CARD CARRIES THE TWO CASE
      *                  ALLELES BY DESIGNATION AND PRICES THEM FROM
      *                  THE ALLELE FREQUENCY MASTER (ALLEMAST); 'K'
      *                  CARDS AT SUCH LOCI CARRY DESIGNATIONS TOO.
      *   2026-09-16 RA  ADDED MIXTURE PANEL MEMBER CARDS (RECORD TYPE
      *                  M) LISTING THE ALLELES SEEN AT A LOCUS. THE
      *                  PER-LOCUS PROBABILITY OF INCLUSION COMES
      *                  FROM HWCORE AND MULTIPLIES INTO THE PANEL'S
      *                  COMBINED PI OF INCLUSION (CPI), WHICH GOES TO
      *                  THE PANEL REPORT, AUDIT TRAIL (MODE I) AND
      *                  CASE REGISTER.
      *   2026-09-20 RA  ADDED CASE PANEL LOCUS DETAIL (CASELOCI) -
      *                  EACH RMP AND KINSHIP MEMBER OF A CASE PANEL
      *                  KEEPS ITS GENOTYPES, FREQUENCIES AND LOCUS
      *                  VALUE FOR THE HWCASSWP RE-EVALUATION SWEEP.
      *   2026-09-22 RA  ADDED THE CLOSED-PERIOD POSTING LOCK. A DECK
      *                  WHOSE CREATE DATE FALLS IN A PERIOD CLOSED ON
      *                  PERDCTL IS REFUSED CARD BY CARD TO SUSPENSE
      *                  (REASON PCLS) UNLESS AN 'R' REOPEN CONTROL
      *                  CARD QUOTES THE PERIOD'S REOPEN CODE. EVERY
      *                  REOPEN CARD ACTED ON IS LOGGED (REOPNLOG).
      *                  SUSPENSE ENTRIES NOW CARRY THE REJECT DATE.
      *   2026-09-26 RA  ADDED QC CONTROL CARDS (RECORD TYPE Q) WITH
      *                  KNOWN INPUTS, EXPECTED RESULTS AND A
      *                  TOLERANCE, RUN THROUGH HWCORE IN A DECK OR A
      *                  STANDALONE QC RUN (RUN MODE Q) AND CHECKED ON
      *                  THE QC VERIFICATION REPORT (QCRPT). THEY POST
      *                  NOTHING. THE QC RESULT GOES TO THE RUN
      *                  SUMMARY AND A FAILED CARD ENDS THE RUN RC 8.
      *   2026-09-28 RA  CASE THETA, AS-OF AND CPI DETAIL MOVED OFF
      *                  CASEREG TO ITS OWN FILE (CASEXTN) SO THE
      *                  CASE REGISTER LAYOUT IS UNCHANGED. THETA
      *                  POSTINGS KEPT AS EFFECTIVE-DATED VERSIONS
      *                  (THETAHST) AND ALLELE FREQUENCIES READ FROM
      *                  ALLEHIST, SO AN AS-OF PANEL USES THE THETA
      *                  AND FREQUENCIES IN FORCE AT ITS AS-OF. A
      *                  MASTER IS CREATED ONLY WHEN NOT YET
      *                  ALLOCATED (STATUS 35).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-KEY
               FILE STATUS IS W-FREQMAST-STATUS.
           SELECT FREQHIST ASSIGN TO "FREQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS W-FREQHIST-STATUS.
           SELECT CASEREG ASSIGN TO "CASEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS W-CASEREG-STATUS.
           SELECT CASELOCI ASSIGN TO "CASELOCI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS W-CASELOCI-STATUS.
           SELECT CASEXTN ASSIGN TO "CASEXTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS W-CASEXTN-STATUS.
           SELECT DECKREG ASSIGN TO "DECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-DECKREG-STATUS.
           SELECT THETAREF ASSIGN TO "THETAREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS W-THETAREF-STATUS.
           SELECT THETAHST ASSIGN TO "THETAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS W-THETAHST-STATUS.
           SELECT ALLEMAST ASSIGN TO "ALLEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS W-ALLEMAST-STATUS.
           SELECT ALLEHIST ASSIGN TO "ALLEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS W-ALLEHIST-STATUS.
           SELECT PERDCTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS W-PERDCTL-STATUS.
           SELECT REOPNLOG ASSIGN TO "REOPNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-REOPNLOG-STATUS.
           SELECT QCRPT ASSIGN TO "QCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-QCRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               10  BC-HASH-TOTAL       PIC 9(10)V9(08).
               10  FILLER              PIC X(74).
      *
      * REOPEN VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE R). A DECK
      * CREATED IN A PERIOD THAT HAS BEEN CLOSED (PERDCTL) ONLY POSTS
      * IF OPERATIONS PUT AN 'R' CARD IN FRONT OF ITS HEADER NAMING
      * THE PERIOD, THE PERSON AUTHORISING THE REOPEN AND THE REOPEN
      * CODE FROM THAT PERIOD'S CLOSE CERTIFICATE. LIKE THE H AND Z
      * CARDS IT IS A CONTROL CARD - IT IS NOT IN THE SITE'S DETAIL
      * COUNT OR HASH, SO ADDING IT DOES NOT DISTURB THE TRAILER.
      *
       01  BATCH-REOPEN-RECORD.
           05  BR-REC-TYPE         PIC X(01).
               88  BR-REOPEN-CARD        VALUE 'R'.
           05  BR-PERIOD           PIC 9(06).
           05  BR-AUTH-ID          PIC X(08).
           05  BR-REOPEN-CODE      PIC X(08).
           05  BR-REOPEN-REASON    PIC X(40).
           05  FILLER              PIC X(37).
      *
      * LINKAGE-PAIR VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE L).
      * CARRIES THE OBSERVED TWO-LOCUS HAPLOTYPE COUNTS FOR A MARKER
      * PAIR: 11 = MAJOR/MAJOR, 12 = MAJOR/MINOR, 21 = MINOR/MAJOR,
      * CARRYING THE CASE GENOTYPE IN BI-CASE-GENOTYPE), AND AN 'E'
      * END CARD. THE COMBINED RANDOM MATCH PROBABILITY IS THE
      * PRODUCT OF THE CASE-GENOTYPE FREQUENCIES ACROSS THE MEMBERS.
      * A 'P' CARD MAY CARRY AN AS-OF DATE (YYYYMMDD) AND OPTIONALLY
      * A TIME (HHMMSSHH) - TOGETHER THE RUN ID OF THE ORIGINAL RUN
      * WHEN A CASE IS RERUN - AND ITS BLANK-FREQUENCY MEMBERS THEN
      * TAKE THE REFERENCE VERSION IN FORCE AT THAT POINT. A DATE
      * WITHOUT A TIME MEANS THE END OF THAT DAY.
      *
       01  BATCH-PANEL-RECORD.
           05  BP-REC-TYPE         PIC X(01).
               88  BP-PANEL-END          VALUE 'E'.
           05  BP-PANEL-ID         PIC X(10).
           05  BP-CASE-ID          PIC X(12).
           05  BP-ASOF-DATE        PIC X(08).
           05  BP-ASOF-TIME        PIC X(08).
           05  FILLER              PIC X(61).
      *
      * KINSHIP VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE K). A
      * KINSHIP CARD IS A PANEL MEMBER CARRYING BOTH THE ALLEGED
      * LIKELIHOOD RATIOS MULTIPLY INTO THE PANEL'S COMBINED
      * PATERNITY INDEX. THE FREQUENCY FIELD SITS WHERE BI-FREQUENCY
      * DOES, AND A BLANK FREQUENCY LOOKS UP THE REFERENCE MASTER THE
      * SAME WAY A PANEL MEMBER 'F' CARD DOES. AT A MULTI-ALLELIC
      * (STR) LOCUS THE CARD CARRIES BOTH PEOPLE'S ALLELES BY
      * DESIGNATION INSTEAD; THE GENOTYPE AND FREQUENCY FIELDS ARE
      * THEN IGNORED AND THE CHILD'S ALLELES ARE PRICED FROM THE
      * ALLELE FREQUENCY MASTER.
      *
       01  BATCH-KINSHIP-RECORD.
           05  BK-REC-TYPE         PIC X(01).
           05  BK-PARENT-GENO      PIC X(02).
           05  BK-CHILD-GENO       PIC X(02).
           05  BK-LOCUS-ID         PIC X(08).
           05  BK-PARENT-ALLELE-1  PIC X(06).
           05  BK-PARENT-ALLELE-2  PIC X(06).
           05  BK-CHILD-ALLELE-1   PIC X(06).
           05  BK-CHILD-ALLELE-2   PIC X(06).
           05  FILLER              PIC X(44).
      *
      * X-LINKED VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE X).
      * CARRIES THE OBSERVED COUNTS SPLIT BY SEX - MALES ARE
           05  BO-POP-ID           PIC X(10).
           05  BO-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(81).
      *
      * STR PANEL MEMBER VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE
      * S). AT A LOCUS THE LOCUS MASTER MARKS MULTI-ALLELIC THE CASE
      * GENOTYPE IS TWO NAMED ALLELES (9.3, 11, 14 ...) RATHER THAN
      * AA/AQ/QQ; BOTH ARE PRICED FROM THE ALLELE FREQUENCY MASTER
      * FOR THE POPULATION, SO THE SITE NO LONGER COLLAPSES THE
      * LOCUS TO "CASE ALLELE VERSUS EVERYTHING ELSE" BY HAND. THE
      * SAME DESIGNATION TWICE IS A HOMOZYGOTE. THE POP-ID SITS
      * WHERE BI-POP-ID DOES.
      *
       01  BATCH-STR-RECORD.
           05  BS-REC-TYPE         PIC X(01).
           05  BS-POP-ID           PIC X(10).
           05  BS-ALLELE-1         PIC X(06).
           05  BS-ALLELE-2         PIC X(06).
           05  BS-LOCUS-ID         PIC X(08).
           05  FILLER              PIC X(69).
      *
      * MIXTURE VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE M). A
      * MIXTURE CARD IS A PANEL MEMBER LISTING EVERY ALLELE OBSERVED
      * AT ONE LOCUS IN A MIXED SAMPLE - UP TO TEN, LEFT TO RIGHT,
      * BLANK SLOTS IGNORED. AT A MULTI-ALLELIC (STR) LOCUS THE
      * ALLELES ARE DESIGNATIONS PRICED FROM THE ALLELE FREQUENCY
      * MASTER. AT A TWO-ALLELE LOCUS THEY ARE 'A' AND/OR 'Q', PRICED
      * AS P AND 1 - P; P IS KEYED WHERE BI-FREQUENCY SITS, OR LEFT
      * BLANK TO LOOK UP THE REFERENCE MASTER THE SAME WAY A PANEL
      * MEMBER 'F' CARD DOES.
      *
       01  BATCH-MIXTURE-RECORD.
           05  BM-REC-TYPE         PIC X(01).
           05  BM-POP-ID           PIC X(10).
           05  BM-FREQUENCY        PIC 9(01)V9(08).
           05  BM-FREQUENCY-X REDEFINES BM-FREQUENCY PIC X(09).
           05  BM-LOCUS-ID         PIC X(08).
           05  BM-ALLELE           PIC X(06) OCCURS 10 TIMES.
           05  FILLER              PIC X(12).
      *
      * QC VIEW OF THE SAME 100-BYTE CARD (RECORD TYPE Q). A QC CARD
      * IS A WORKED EXAMPLE WITH A KNOWN ANSWER: THE INPUTS FOR ONE
      * HWCORE FUNCTION, THE RESULTS THE FUNCTION MUST GIVE, AND HOW
      * FAR EACH RESULT MAY STRAY FROM ITS EXPECTED VALUE. THE CARD
      * RUNS THROUGH THE SAME HWCORE FUNCTION A LIVE RECORD DOES AND
      * EACH RESULT IS CHECKED ON THE QC VERIFICATION REPORT - NOTHING
      * IS POSTED TO THE AUDIT TRAIL, FREQMAST, THE EXTRACT OR THE
      * CASE REGISTER. LIKE THE H, Z AND R CARDS IT IS A CONTROL CARD,
      * OUTSIDE THE SITE'S DETAIL COUNT AND HASH, SO IT MAY RIDE IN
      * ANY DECK OR MAKE UP A STANDALONE QC RUN (RUN MODE Q).
      *
      * BQ-FUNCTION NAMES THE HWCORE FUNCTION AND PICKS THE VIEW OF
      * BQ-CASE-AREA: GF FREQUENCY TO GENOTYPE FREQUENCIES, DC
      * OBSERVED COUNTS TO P AND GENOTYPE FREQUENCIES (DC THEN GF, AS
      * A LIVE 'C' RECORD), TA THREE-ALLELE FREQUENCIES, LD HAPLOTYPE
      * COUNTS, PI A KINSHIP PAIR. THE TOLERANCE IS ABSOLUTE AND
      * APPLIES TO EVERY RESULT ON THE CARD; LEFT BLANK IT TAKES THE
      * SITE DEFAULT (W-QC-DEFAULT-TOL).
      *
       01  BATCH-QC-RECORD.
           05  BQ-REC-TYPE         PIC X(01).
               88  BQ-QC-CARD            VALUE 'Q'.
           05  BQ-QC-ID            PIC X(08).
           05  BQ-FUNCTION         PIC X(02).
               88  BQ-QC-FREQUENCY       VALUE 'GF'.
               88  BQ-QC-COUNTS          VALUE 'DC'.
               88  BQ-QC-THREE-ALLELE    VALUE 'TA'.
               88  BQ-QC-LINKAGE         VALUE 'LD'.
               88  BQ-QC-KINSHIP         VALUE 'PI'.
           05  BQ-TOLERANCE        PIC V9(08).
           05  BQ-TOLERANCE-X REDEFINES BQ-TOLERANCE PIC X(08).
           05  BQ-CASE-AREA        PIC X(81).
           05  BQ-GF-CASE REDEFINES BQ-CASE-AREA.
               10  BQ-GF-FREQUENCY     PIC 9(01)V9(08).
               10  BQ-GF-EXP-AA        PIC 9(01)V9(08).
               10  BQ-GF-EXP-AQ        PIC 9(01)V9(08).
               10  BQ-GF-EXP-QQ        PIC 9(01)V9(08).
               10  FILLER              PIC X(45).
           05  BQ-DC-CASE REDEFINES BQ-CASE-AREA.
               10  BQ-DC-AA-COUNT      PIC 9(07).
               10  BQ-DC-AQ-COUNT      PIC 9(07).
               10  BQ-DC-QQ-COUNT      PIC 9(07).
               10  BQ-DC-EXP-P         PIC 9(01)V9(08).
               10  BQ-DC-EXP-AA        PIC 9(01)V9(08).
               10  BQ-DC-EXP-AQ        PIC 9(01)V9(08).
               10  BQ-DC-EXP-QQ        PIC 9(01)V9(08).
               10  FILLER              PIC X(24).
           05  BQ-TA-CASE REDEFINES BQ-CASE-AREA.
               10  BQ-TA-ALLELE-P      PIC 9(01)V9(08).
               10  BQ-TA-ALLELE-Q      PIC 9(01)V9(08).
               10  BQ-TA-ALLELE-R      PIC 9(01)V9(08).
               10  BQ-TA-EXP-PP        PIC 9(01)V9(08).
               10  BQ-TA-EXP-QQ        PIC 9(01)V9(08).
               10  BQ-TA-EXP-RR        PIC 9(01)V9(08).
               10  BQ-TA-EXP-PQ        PIC 9(01)V9(08).
               10  BQ-TA-EXP-PR        PIC 9(01)V9(08).
               10  BQ-TA-EXP-QR        PIC 9(01)V9(08).
           05  BQ-LD-CASE REDEFINES BQ-CASE-AREA.
               10  BQ-LD-HAP-11-COUNT  PIC 9(07).
               10  BQ-LD-HAP-12-COUNT  PIC 9(07).
               10  BQ-LD-HAP-21-COUNT  PIC 9(07).
               10  BQ-LD-HAP-22-COUNT  PIC 9(07).
               10  BQ-LD-EXP-D         PIC S9(01)V9(08)
                                       SIGN IS LEADING SEPARATE.
               10  BQ-LD-EXP-DPRIME    PIC S9(01)V9(08)
                                       SIGN IS LEADING SEPARATE.
               10  BQ-LD-EXP-RSQ       PIC 9(01)V9(08).
               10  FILLER              PIC X(24).
           05  BQ-PI-CASE REDEFINES BQ-CASE-AREA.
               10  BQ-PI-PARENT-GENO   PIC X(02).
               10  BQ-PI-CHILD-GENO    PIC X(02).
               10  BQ-PI-FREQUENCY     PIC 9(01)V9(08).
               10  BQ-PI-EXP-LR        PIC 9(07)V9(08).
               10  FILLER              PIC X(53).
      *
       FD  OUTFILE.
       01  OUTFILE-RECORD          PIC X(132).
           05  XR-AA-FREQ          PIC 9(01)V9(08).
           05  XR-AQ-FREQ          PIC 9(01)V9(08).
           05  XR-QQ-FREQ          PIC 9(01)V9(08).
      * EQUILIBRIUM TEST TAKEN (C CHI-SQUARE, X EXACT, N NOT RUN)
      * AND ITS P-VALUE.
           05  XR-HWE-TEST         PIC X(01).
           05  XR-HWE-P-VALUE      PIC 9(01)V9(08).
      *
      * F-STATISTICS VIEW OF THE EXTRACT FEED. THE STATS PACKAGE
      * TELLS THESE ROWS APART BY THE MARKER: '#FSTP' IS ONE
      *
       FD  FREQMAST.
       COPY FREQMAST.
      *
       FD  FREQHIST.
       COPY FREQHIST.
      *
       FD  XMITREG.
       COPY XMITREG.
      *
       FD  CASEREG.
       COPY CASEREG.
      *
       FD  CASELOCI.
       COPY CASELOCI.
      *
       FD  CASEXTN.
       COPY CASEXTN.
      *
      * ONE-RECORD MACHINE-READABLE END-OF-JOB SUMMARY FOR THE
      * SCHEDULER. REWRITTEN EVERY RUN - THE SCHEDULER READS IT
      * BETWEEN STEPS, IT IS NOT A HISTORY FILE. THE RECON RESULT IS
      * C (CLEAN), F (FAILED) OR N (NOT A BATCH RUN). THE QC RESULT
      * IS P (EVERY QC CARD PASSED), F (ONE OR MORE FAILED) OR N (NO
      * QC CARDS IN THE RUN), WITH THE CARD AND FAILURE COUNTS.
      *
       FD  RUNSFILE.
       01  RUN-SUMMARY-RECORD.
           05  RS-CHECKPOINT-COUNT PIC 9(07).
           05  FILLER              PIC X(01).
           05  RS-RETURN-CODE      PIC 9(02).
           05  FILLER              PIC X(01).
           05  RS-QC-RESULT        PIC X(01).
           05  FILLER              PIC X(01).
           05  RS-QC-CARD-COUNT    PIC 9(05).
           05  FILLER              PIC X(01).
           05  RS-QC-FAIL-COUNT    PIC 9(05).
      *
       FD  DECKREG.
       COPY DECKREG.
      *
       FD  THETAREF.
       COPY THETAREF.
      *
       FD  THETAHST.
       COPY THETAHST.
      *
       FD  ALLEMAST.
       COPY ALLEMAST.
      *
       FD  ALLEHIST.
       COPY ALLEHIST.
      *
       FD  PERDCTL.
       COPY PERDCTL.
      *
       FD  REOPNLOG.
       COPY REOPNLOG.
      *
       FD  QCRPT.
       01  QC-REPORT-LINE          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 W-FREQUENCY         PIC 9(1)V9(8).
          05 W-AQ-STR        PIC X(10).
          05 FILLER          PIC X(6) VALUE ',"qq":'.
          05 W-QQ-STR        PIC X(10).
          05 FILLER          PIC X(11) VALUE ',"hwtest":"'.
          05 W-HWTEST-STR    PIC X(1).
          05 FILLER          PIC X(8) VALUE '","hwp":'.
          05 W-HWP-STR       PIC X(10).
          05 FILLER          PIC X(1) VALUE '}'.
      *
      * HWCORE SUBPROGRAM PARAMETER AREA - ALL COMPUTATION GOES
       77  W-FREQMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-FREQMAST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-FREQMAST-AVAILABLE      VALUE 'Y'.
       77  W-FREQHIST-STATUS      PIC X(02) VALUE SPACES.
       77  W-FREQHIST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-FREQHIST-AVAILABLE      VALUE 'Y'.
       77  W-XMITREG-STATUS       PIC X(02) VALUE SPACES.
       77  W-XTR-ROW-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  W-XTR-HASH             PIC 9(10)V9(08) VALUE ZERO.
       77  W-CASEREG-STATUS       PIC X(02) VALUE SPACES.
       77  W-CASEREG-SWITCH       PIC X(01) VALUE 'N'.
           88  W-CASEREG-AVAILABLE       VALUE 'Y'.
       77  W-CASELOCI-STATUS      PIC X(02) VALUE SPACES.
       77  W-CASELOCI-SWITCH      PIC X(01) VALUE 'N'.
           88  W-CASELOCI-AVAILABLE      VALUE 'Y'.
       77  W-CASEXTN-STATUS       PIC X(02) VALUE SPACES.
       77  W-CASEXTN-SWITCH       PIC X(01) VALUE 'N'.
           88  W-CASEXTN-AVAILABLE       VALUE 'Y'.
       77  W-PERDCTL-STATUS       PIC X(02) VALUE SPACES.
       77  W-PERDCTL-SWITCH       PIC X(01) VALUE 'N'.
           88  W-PERDCTL-AVAILABLE       VALUE 'Y'.
       77  W-REOPNLOG-STATUS      PIC X(02) VALUE SPACES.
       77  W-THETAREF-STATUS      PIC X(02) VALUE SPACES.
       77  W-THETAREF-SWITCH      PIC X(01) VALUE 'N'.
           88  W-THETAREF-AVAILABLE      VALUE 'Y'.
       77  W-THETAHST-STATUS      PIC X(02) VALUE SPACES.
       77  W-THETAHST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-THETAHST-AVAILABLE      VALUE 'Y'.
       77  W-ALLEMAST-STATUS      PIC X(02) VALUE SPACES.
       77  W-ALLEMAST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-ALLEMAST-AVAILABLE      VALUE 'Y'.
       77  W-ALLEHIST-STATUS      PIC X(02) VALUE SPACES.
       77  W-ALLEHIST-SWITCH      PIC X(01) VALUE 'N'.
           88  W-ALLEHIST-AVAILABLE      VALUE 'Y'.
       77  W-QCRPT-STATUS         PIC X(02) VALUE SPACES.
       77  W-QCRPT-SWITCH         PIC X(01) VALUE 'N'.
           88  W-QCRPT-OPEN              VALUE 'Y'.
      *
      * FREQUENCY REFERENCE LOOKUP TRACKING. THE USED SWITCH KEEPS A
      * LOOKED-UP VALUE FROM REFRESHING ITS OWN MASTER ENTRY (AND
      * FAKING A NEW AS-OF DATE); THE PANEL COUNT FEEDS THE PANEL
      * SUMMARY SO CASEWORK REVIEW SEES HOW MANY MEMBER FREQUENCIES
      * CAME FROM THE MASTER RATHER THAN THE CARDS. THE PANEL AS-OF
      * IS BLANK FOR AN ORDINARY PANEL (CURRENT VALUES FROM FREQMAST)
      * OR THE POINT IN TIME A RERUN PANEL LOOKS UP FREQHIST AT; THE
      * LOOKUP VERSION IS THE HISTORY VERSION SUCH A LOOKUP TOOK.
      *
       01  W-FREQREF-DATA.
           05  W-LOOKUP-USED-SW    PIC X(01) VALUE 'N'.
           05  W-LOOKUP-ASOF       PIC 9(08) VALUE ZERO.
           05  W-PANEL-LOOKUP-COUNT PIC 9(03) VALUE ZERO.
           05  W-PANEL-LOOKUP-DISP PIC ZZ9.
           05  W-PANEL-ASOF-ID     PIC X(16) VALUE SPACES.
           05  W-PANEL-ASOF-PARTS REDEFINES W-PANEL-ASOF-ID.
               10  W-PANEL-ASOF-DATE   PIC 9(08).
               10  W-PANEL-ASOF-TIME   PIC 9(08).
           05  W-LOOKUP-VERSION    PIC X(16) VALUE SPACES.
           05  W-HIST-ANY-SW       PIC X(01).
               88  W-HIST-ANY-VERSION    VALUE 'Y'.
           05  W-HIST-FOUND-SW     PIC X(01).
               88  W-HIST-FOUND          VALUE 'Y'.
           05  W-HIST-DONE-SW      PIC X(01).
               88  W-HIST-PAIR-DONE      VALUE 'Y'.
           05  W-HIST-P-FREQUENCY  PIC 9(01)V9(08).
           05  W-HIST-ASOF         PIC 9(08).
      *
      * KINSHIP/PATERNITY WORKING FIELDS. THE COMBINED PI IS A
      * RUNNING PRODUCT OF PER-LOCUS LIKELIHOOD RATIOS AND IS KEPT
           05  W-PANEL-KIN-DISP    PIC ZZ9.
           05  W-PANEL-KIN-STR     PIC X(03).
           05  W-PANEL-PI-TEXT     PIC X(15).
           05  W-KIN-MULTI-SW      PIC X(01).
               88  W-KIN-MULTI           VALUE 'Y'.
      *
      * STR (MULTI-ALLELIC) MEMBER WORKING FIELDS. THE GENOTYPE
      * FREQUENCY IS HWCORE'S (FUNCTION MG); FOR THE THETA
      * CORRECTION AND THE SHARED PANEL PARAGRAPHS THE MEMBER IS
      * THEN CARRIED AS AN 'AA' (HOMOZYGOTE, P = P1) OR 'AQ'
      * (HETEROZYGOTE, P = P1, Q = P2) IN W-MEMBER-GENOTYPE - THE
      * SUBPOPULATION FORMULAS ONLY EVER NEED THE ONE OR TWO
      * FREQUENCIES OF THE ALLELES ACTUALLY PRESENT.
      *
       01  W-STR-MEMBER-DATA.
           05  W-MEMBER-GENOTYPE   PIC X(02).
           05  W-STR-ALLELE-1      PIC X(06).
           05  W-STR-ALLELE-2      PIC X(06).
           05  W-STR-FREQ-1        PIC 9(01)V9(08).
           05  W-STR-FREQ-2        PIC 9(01)V9(08).
           05  W-STR-GENO-FREQ     PIC 9(01)V9(08).
           05  W-STR-ZYGOSITY      PIC X(01).
               88  W-STR-HOMOZYGOUS      VALUE 'O'.
           05  W-STR-LOOKUP-ALLELE PIC X(06).
           05  W-STR-LOOKUP-FREQ   PIC 9(01)V9(08).
           05  W-HIST-ALLELE-FREQ  PIC 9(01)V9(08).
           05  W-STR-FREQ-DISP     PIC 9.9(08).
           05  W-STR-FREQ-1-DISP   PIC 9.9(08).
           05  W-STR-FREQ-2-DISP   PIC 9.9(08).
      *
      * MIXTURE MEMBER WORKING FIELDS. THE CARD'S ALLELES ARE PACKED
      * INTO W-MIX-ALLELE (BLANK SLOTS SQUEEZED OUT, A REPEAT
      * REJECTED) AND PRICED STRAIGHT INTO HWCORE'S FREQUENCY TABLE
      * FOR FUNCTION MI. THE LOCUS PIS MULTIPLY INTO THE COMBINED
      * PROBABILITY OF INCLUSION IN FLOATING POINT FOR THE SAME
      * REASON THE RMP AND PI DO. THE NAMED SWITCH SAYS THE ALLELES
      * ARE DESIGNATIONS TO PRICE FROM ALLEMAST RATHER THAN A/Q. THE
      * COMBINED PI IS PARKED HERE ONCE NORMALIZED, SINCE THE CPI
      * FINISH REUSES THE SAME MANTISSA/EXPONENT FIELDS.
      *
       01  W-MIXTURE-DATA.
           05  W-PANEL-CPI         COMP-2.
           05  W-PANEL-MIX-COUNT   PIC 9(03).
           05  W-MIX-ALLELE-COUNT  PIC 9(02).
           05  W-MIX-ALLELE        PIC X(06) OCCURS 10 TIMES.
           05  W-MIX-I             PIC 9(02) COMP.
           05  W-MIX-J             PIC 9(02) COMP.
           05  W-MIX-DUP-SW        PIC X(01).
               88  W-MIX-DUPLICATE       VALUE 'Y'.
           05  W-MIX-NAMED-SW      PIC X(01).
               88  W-MIX-NAMED           VALUE 'Y'.
           05  W-MIX-FREQ-SUM      PIC 9(01)V9(08).
           05  W-MIX-LOCUS-PI      PIC 9(01)V9(08).
           05  W-MIX-SUM-DISP      PIC 9.9(08).
           05  W-MIX-PI-DISP       PIC 9.9(08).
           05  W-MIX-ALLELE-LIST   PIC X(70).
           05  W-MIX-LIST-PTR      PIC 9(03) COMP.
           05  W-PANEL-MIX-DISP    PIC ZZ9.
           05  W-PANEL-CPI-TEXT    PIC X(15).
           05  W-PI-MANT-SAVE      COMP-2.
           05  W-PI-EXP-SAVE       PIC S9(03).
      *
      * QC CONTROL CARD WORKING FIELDS. EVERY RESULT A QC CARD CHECKS
      * IS BROUGHT TO THE SAME SIGNED PICTURE SO ONE PARAGRAPH (3825)
      * CAN COMPARE THEM ALL. A CARD FAILS ON ANY RESULT OUTSIDE ITS
      * TOLERANCE, AND ALSO WHEN IT CANNOT BE CHECKED AT ALL (FIELDS
      * NOT NUMERIC, AN UNKNOWN FUNCTION, HWCORE REFUSING THE
      * INPUTS) - A QC CARD THAT PROVES NOTHING IS NOT A PASS. THE
      * SITE DEFAULT TOLERANCE ALLOWS FOR A WORKED EXAMPLE ROUNDED
      * IN ITS LAST PLACE OR TWO.
      *
       01  W-QC-DATA.
           05  W-QC-CARD-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  W-QC-PASS-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  W-QC-FAIL-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  W-QC-SKIP-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  W-QC-CARD-SW        PIC X(01).
               88  W-QC-CARD-FAILED      VALUE 'F'.
           05  W-QC-CARD-NOTE      PIC X(60).
           05  W-QC-DEFAULT-TOL    PIC V9(08) VALUE 0.00000100.
           05  W-QC-TOLERANCE      PIC V9(08).
           05  W-QC-FIGURE         PIC X(14).
           05  W-QC-EXPECTED       PIC S9(07)V9(08).
           05  W-QC-ACTUAL         PIC S9(07)V9(08).
           05  W-QC-DIFFERENCE     PIC S9(07)V9(08).
           05  W-QC-ABS-DIFF       PIC 9(07)V9(08).
           05  W-QC-FIGURE-RESULT  PIC X(04).
           05  W-QC-EXP-DISP       PIC -(07)9.9(08).
           05  W-QC-ACT-DISP       PIC -(07)9.9(08).
           05  W-QC-DIFF-DISP      PIC -(07)9.9(08).
           05  W-QC-TOL-DISP       PIC 9.9(08).
           05  W-QC-REC-DISP       PIC Z(06)9.
           05  W-QC-CARD-DISP      PIC Z(04)9.
           05  W-QC-PASS-DISP      PIC Z(04)9.
           05  W-QC-FAIL-DISP      PIC Z(04)9.
           05  W-QC-SKIP-DISP      PIC Z(04)9.
      *
      * X-LINKED WORKING FIELDS. THE COMBINED P IS WEIGHTED BY ALLELE
      * DOSE (ONE X PER MALE, TWO PER FEMALE) IN HWCORE; THE SEX
           05  FILLER              PIC X(14) VALUE '","exclusion":'.
           05  W-KIN-EXCL-STR      PIC X(05).
           05  FILLER              PIC X(01) VALUE '}'.
      *
       01  W-RESPONSE-M.
           05  FILLER              PIC X(10) VALUE '{"panel":"'.
           05  W-MIX-PANEL-ID-STR  PIC X(10).
           05  FILLER              PIC X(12) VALUE '","mixloci":'.
           05  W-MIX-LOCI-STR      PIC X(03).
           05  FILLER              PIC X(08) VALUE ',"cpi":"'.
           05  W-MIX-CPI-STR       PIC X(15).
           05  FILLER              PIC X(13) VALUE '","complete":'.
           05  W-MIX-COMPLETE-STR  PIC X(05).
           05  FILLER              PIC X(01) VALUE '}'.
      *
      * DECK CONTROL-CARD RECONCILIATION FIELDS
      *
               88  W-DUP-DECK            VALUE 'Y'.
           05  W-DECKREG-EOF-SW    PIC X(01).
               88  W-DECKREG-EOF         VALUE 'Y'.
           05  W-DECK-PERIOD       PIC 9(06).
           05  W-DECK-LOCKED-SW    PIC X(01).
               88  W-DECK-LOCKED         VALUE 'Y'.
           05  W-REOPEN-CARD-SW    PIC X(01).
               88  W-REOPEN-CARD-SEEN    VALUE 'Y'.
           05  W-REOPEN-USED-SW    PIC X(01).
               88  W-REOPEN-USED         VALUE 'Y'.
           05  W-REOPEN-PERIOD     PIC 9(06).
           05  W-REOPEN-AUTH-ID    PIC X(08).
           05  W-REOPEN-CODE       PIC X(08).
           05  W-REOPEN-REASON     PIC X(40).
           05  W-REOPEN-OUTCOME    PIC X(01).
           05  W-RECON-COUNT-DISP  PIC Z(06)9.
           05  W-RECON-COUNT2-DISP PIC Z(06)9.
           05  W-RECON-HASH-DISP   PIC Z(09)9.9(08).
               88  W-MODE-PROJECTION     VALUE 'G'.
               88  W-MODE-GUIDED         VALUE 'I'.
               88  W-MODE-XLINKED        VALUE 'X'.
               88  W-MODE-QC             VALUE 'Q'.
           05  W-AUDIT-MODE        PIC X(01).
               88  W-AUDIT-MODE-THREE-ALLELE  VALUE 'T'.
               88  W-AUDIT-MODE-LINKAGE       VALUE 'L'.
               88  W-AUDIT-MODE-PANEL         VALUE 'P'.
               88  W-AUDIT-MODE-KINSHIP       VALUE 'K'.
               88  W-AUDIT-MODE-STR           VALUE 'S'.
               88  W-AUDIT-MODE-MIXTURE       VALUE 'I'.
           05  W-OBS-AA-COUNT      PIC 9(07).
           05  W-OBS-AQ-COUNT      PIC 9(07).
           05  W-OBS-QQ-COUNT      PIC 9(07).
           05  W-BAND-HIGH         PIC 9(01)V9(08).
           05  W-BAND-SWITCH       PIC X(01).
               88  W-BAND-PRESENT        VALUE 'Y'.
           05  W-LOCUS-MODEL       PIC X(01).
               88  W-LOCUS-MULTI-ALLELIC VALUE 'M'.
      *
      * REVERSE MODE (COUNTS-IN) WORKING FIELDS
      *
           05  W-RMP-EXP-DISP      PIC +9(03).
           05  W-PANEL-LOCI-DISP   PIC ZZ9.
           05  W-PANEL-RMP-TEXT    PIC X(15).
      * LOCUS DETAIL FOR THE CASE PANEL (3587): THE MEMBER SEQUENCE
      * WITHIN THE PANEL, AND THE MEMBER TYPE AND LOCUS VALUE THE
      * ACCUMULATING PARAGRAPH HANDS OVER.
           05  W-PANEL-MEMBER-SEQ  PIC 9(03).
           05  W-CASE-LOCUS-TYPE   PIC X(01).
           05  W-CASE-LOCUS-VALUE  PIC 9(07)V9(08).
      *
      * THETA (FST) SUBPOPULATION CORRECTION WORKING FIELDS. EACH
      * PANEL MEMBER LOCUS TAKES ITS THETA FROM THE THETA REFERENCE
      * FILE BY THE MEMBER POPULATION'S ANCESTRY GROUP AND THE
      * LOCUS, OR THE SITE-WIDE DEFAULT WHEN THE PAIR IS NOT ON
      * FILE. THE CORRECTED PRODUCT RUNS BESIDE THE PLAIN ONE IN
      * FLOATING POINT FOR THE SAME REASON THE PLAIN ONE DOES, AND
      * IS NORMALIZED INTO ITS OWN MANTISSA/EXPONENT AT PANEL END.
      * THE DEFAULT IS 0.01 AND CAN BE OVERRIDDEN THROUGH THE
      * HW-DEFAULT-THETA ENVIRONMENT VARIABLE.
      *
       01  W-THETA-DATA.
           05  W-POP-ANCESTRY      PIC X(15).
           05  W-DEFAULT-THETA     PIC 9(01)V9(08) VALUE 0.01.
           05  W-DEFAULT-THETA-ALPHA PIC X(09) VALUE SPACES.
           05  W-LOCUS-THETA       PIC 9(01)V9(08).
           05  W-THETA-SOURCE-SW   PIC X(01).
               88  W-THETA-FROM-REFERENCE VALUE 'R'.
               88  W-THETA-FROM-DEFAULT   VALUE 'D'.
           05  W-HIST-THETA        PIC 9(01)V9(08).
           05  W-THETA-DENOM       COMP-2.
           05  W-THETA-TERM-1      COMP-2.
           05  W-THETA-TERM-2      COMP-2.
           05  W-THETA-GENO-FREQ   COMP-2.
           05  W-PANEL-RMP-THETA   COMP-2.
           05  W-PANEL-RMP-PARK    COMP-2.
           05  W-THETA-MANTISSA    COMP-2.
           05  W-THETA-EXPONENT    PIC S9(03).
           05  W-PANEL-DEFAULT-LOCI PIC 9(03).
           05  W-THETA-DISP        PIC 9.9(08).
           05  W-THETA-RMP-TEXT    PIC X(15).
      *
      * THETA REFERENCE ROLL-UP FIELDS - THE SAME FST ARITHMETIC AS
      * THE F-STATISTICS REPORT, TAKEN PER ANCESTRY GROUP AND LOCUS.
      * A NEGATIVE ESTIMATE (SAMPLING NOISE AROUND ZERO) POSTS AS
      * ZERO RATHER THAN AS A CORRECTION THAT WOULD SHRINK THE RMP.
      *
       01  W-THETA-ROLLUP-DATA.
           05  W-TH-NPOPS          PIC 9(03).
           05  W-TH-DUP-SW         PIC X(01).
               88  W-TH-SEEN-EARLIER     VALUE 'Y'.
           05  W-TH-SUM-P          PIC 9(05)V9(08).
           05  W-TH-SUM-HEXP       PIC 9(05)V9(08).
           05  W-TH-PBAR           PIC 9(01)V9(08).
           05  W-TH-HS             PIC 9(01)V9(08).
           05  W-TH-HT             PIC 9(01)V9(08).
           05  W-TH-FST            PIC S9(01)V9(08).
           05  W-TH-POSTED-COUNT   PIC 9(05) COMP VALUE ZERO.
           05  W-TH-POSTED-DISP    PIC Z(04)9.
      *
      * MULTI-GENERATION PROJECTION WORKING FIELDS. THE RECURRENCE IS
      * THE STANDARD ONE-LOCUS SELECTION MODEL: EACH GENERATION THE
      * TWO-ALLELE BATCH RECORD CARRYING A LOCUS ID LEAVES ONE ROW
      * HERE; THE ROLL-UP AT END OF DECK GROUPS THE ROWS BY LOCUS
      * AND REPORTS FIS PER POPULATION AND FST ACROSS THE
      * POPULATIONS SHARING THE LOCUS. THE POPULATION'S ANCESTRY
      * GROUP RIDES ALONG FOR THE THETA REFERENCE ROLL-UP.
      *
       01  W-FSTAT-TABLE-DATA.
           05  W-FSTAT-COUNT       PIC 9(04) COMP VALUE ZERO.
               10  W-FST-HOBS          PIC 9(01)V9(08).
               10  W-FST-HOBS-SW       PIC X(01).
                   88  W-FST-HOBS-PRESENT    VALUE 'Y'.
               10  W-FST-ANCESTRY      PIC X(15).
      *
       01  W-FSTAT-WORK-DATA.
           05  W-FS-I              PIC 9(04) COMP.
           05  W-PANEL-LOCI-STR    PIC X(03).
           05  FILLER              PIC X(08) VALUE ',"rmp":"'.
           05  W-PANEL-RMP-STR     PIC X(15).
           05  FILLER              PIC X(14) VALUE '","rmptheta":"'.
           05  W-PANEL-RMPT-STR    PIC X(15).
           05  FILLER              PIC X(13) VALUE '","complete":'.
           05  W-PANEL-COMPLETE-STR PIC X(05).
           05  FILLER              PIC X(01) VALUE '}'.
               88  W-DEVIATES            VALUE 'D'.
               88  W-CHI-NOT-RUN         VALUE 'N'.
           05  W-CHI-RESULT-TEXT   PIC X(14).
      * WHICH EQUILIBRIUM TEST GAVE THE VERDICT AND ITS P-VALUE. BELOW
      * W-EXACT-MIN-EXPECTED IN ANY EXPECTED CELL THE CHI-SQUARE IS
      * NOT TRUSTED AND THE EXACT TEST IS TAKEN INSTEAD.
           05  W-HWE-TEST-FLAG     PIC X(01) VALUE 'N'.
               88  W-HWE-CHI-SQUARE      VALUE 'C'.
               88  W-HWE-EXACT           VALUE 'X'.
               88  W-HWE-NOT-RUN         VALUE 'N'.
           05  W-HWE-P-VALUE       PIC 9(01)V9(08) VALUE ZERO.
           05  W-EXACT-MIN-EXPECTED PIC 9(02)V9(04) VALUE 5.
      *
      * CONFIDENCE INTERVAL WORKING FIELDS
      *
           05  W-CI-LOWER-DISP     PIC 9.9(8).
           05  W-CI-UPPER-DISP     PIC 9.9(8).
           05  W-CHI-DISPLAY-WORK  PIC ZZZZ9.9999.
           05  W-HWE-P-DISP        PIC 9.9(8).
           05  W-PCT-AA-DISP       PIC ZZ9.99.
           05  W-PCT-AQ-DISP       PIC ZZ9.99.
           05  W-PCT-QQ-DISP       PIC ZZ9.99.
       01  W-CI-DISPLAY-LINE      PIC X(60).
       01  W-CHI-DISPLAY-LINE     PIC X(80).
      *
      * AUDIT/RUN IDENTIFICATION FIELDS
      *
                   PERFORM 2700-SINGLE-XLINKED-MODE THRU 2700-EXIT
               WHEN W-MODE-BATCH
                   PERFORM 3000-BATCH-MODE THRU 3000-EXIT
               WHEN W-MODE-QC
                   PERFORM 3800-QC-RUN-MODE THRU 3800-EXIT
               WHEN OTHER
                   PERFORM 2000-SINGLE-FREQUENCY-MODE THRU 2000-EXIT
           END-EVALUATE
           MOVE 1 TO W-PANEL-PI
           MOVE ZERO TO W-PANEL-KIN-COUNT
           MOVE 'N' TO W-PANEL-EXCL-SW
           MOVE 1 TO W-PANEL-RMP-THETA
           MOVE ZERO TO W-PANEL-DEFAULT-LOCI W-TH-POSTED-COUNT
           MOVE SPACES TO W-POP-ANCESTRY
           MOVE ZERO TO W-TRAILER-COUNT W-TRAILER-HASH
           MOVE 'N' TO W-HEADER-SWITCH W-TRAILER-SWITCH
               W-TRAILER-GOOD-SW W-DUP-DECK-SWITCH W-DECKREG-EOF-SW
           MOVE 'N' TO W-DECK-LOCKED-SW W-REOPEN-CARD-SW
               W-REOPEN-USED-SW
           MOVE ZERO TO W-DECK-PERIOD W-REOPEN-PERIOD
           MOVE SPACES TO W-REOPEN-AUTH-ID W-REOPEN-CODE
               W-REOPEN-REASON
           MOVE SPACE TO W-RECON-SWITCH
           MOVE ZERO TO W-QC-CARD-COUNT W-QC-PASS-COUNT
               W-QC-FAIL-COUNT W-QC-SKIP-COUNT
           MOVE 'N' TO W-QCRPT-SWITCH
           ACCEPT W-CHECKPOINT-INTERVAL
               FROM ENVIRONMENT "HW-CKPT-INTERVAL"
               ON EXCEPTION
                   MOVE 10 TO W-CHECKPOINT-INTERVAL
           END-ACCEPT
           ACCEPT W-DEFAULT-THETA-ALPHA
               FROM ENVIRONMENT "HW-DEFAULT-THETA"
               ON EXCEPTION
                   MOVE SPACES TO W-DEFAULT-THETA-ALPHA
           END-ACCEPT
           IF W-DEFAULT-THETA-ALPHA NOT = SPACES
               COMPUTE W-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL (W-DEFAULT-THETA-ALPHA)
               IF W-NUMVAL-CHECK = 0
                   COMPUTE W-DEFAULT-THETA =
                       FUNCTION NUMVAL (W-DEFAULT-THETA-ALPHA)
               END-IF
           END-IF
           ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT W-CURRENT-TIME FROM TIME
           STRING W-CURRENT-DATE DELIMITED BY SIZE
      * WITH THE SAME CREATE-ON-FIRST-USE FALLBACK POPMAINT USES. IF
      * IT STILL CANNOT OPEN, POSTS PROCEED WITHOUT REFRESHING IT AND
      * BLANK-FREQUENCY PANEL MEMBERS REJECT RATHER THAN GUESS.
      * HERE, AND FOR EVERY I-O FILE BELOW, ONLY A FILE THAT IS NOT
      * THERE YET (STATUS 35) IS CREATED. ANY OTHER OPEN FAILURE - A
      * RECORD LENGTH OR KEY MISMATCH, A LOCK - LEAVES THE FILE
      * ALONE AND THE RUN GOES ON WITHOUT IT, SO AN EXISTING FILE IS
      * NEVER RECREATED EMPTY.
           IF W-MODE-BATCH
               OPEN I-O FREQMAST
               IF W-FREQMAST-STATUS = '35'
                   OPEN OUTPUT FREQMAST
                   CLOSE FREQMAST
                   OPEN I-O FREQMAST
                       ' STATUS=' W-FREQMAST-STATUS
               END-IF
           END-IF
      * THE FREQUENCY HISTORY TRAVELS WITH THE MASTER AND OPENS THE
      * SAME WAY. WITHOUT IT, REFRESHES STILL UPDATE THE MASTER BUT
      * KEEP NO VERSION, AND AS-OF PANEL LOOKUPS REJECT RATHER THAN
      * QUIETLY FALL BACK TO TODAY'S VALUES.
           IF W-MODE-BATCH
               OPEN I-O FREQHIST
               IF W-FREQHIST-STATUS = '35'
                   OPEN OUTPUT FREQHIST
                   CLOSE FREQHIST
                   OPEN I-O FREQHIST
               END-IF
               IF W-FREQHIST-STATUS = '00'
                   MOVE 'Y' TO W-FREQHIST-SWITCH
               ELSE
                   MOVE 'N' TO W-FREQHIST-SWITCH
                   DISPLAY 'HW-CALCULATOR: FREQHIST NOT AVAILABLE,'
                       ' STATUS=' W-FREQHIST-STATUS
               END-IF
           END-IF
      * THE CASE REGISTER FOLLOWS THE SAME I-O/CREATE PATTERN. IF IT
      * CANNOT OPEN, PANELS STILL POST - THE CASE JUST GOES
      * UNREGISTERED, WITH A CONSOLE WARNING FOR OPERATIONS.
           IF W-MODE-BATCH
               OPEN I-O CASEREG
               IF W-CASEREG-STATUS = '35'
                   OPEN OUTPUT CASEREG
                   CLOSE CASEREG
                   OPEN I-O CASEREG
                       ' STATUS=' W-CASEREG-STATUS
               END-IF
           END-IF
      * THE CASE LOCUS DETAIL GOES WITH THE REGISTER, SAME PATTERN.
      * WITHOUT IT THE PANEL IS STILL REGISTERED, BUT THE SWEEP WILL
      * HAVE NOTHING TO RE-EVALUATE IT FROM.
           IF W-MODE-BATCH
               OPEN I-O CASELOCI
               IF W-CASELOCI-STATUS = '35'
                   OPEN OUTPUT CASELOCI
                   CLOSE CASELOCI
                   OPEN I-O CASELOCI
               END-IF
               IF W-CASELOCI-STATUS = '00'
                   MOVE 'Y' TO W-CASELOCI-SWITCH
               ELSE
                   MOVE 'N' TO W-CASELOCI-SWITCH
                   DISPLAY 'HW-CALCULATOR: CASELOCI NOT AVAILABLE,'
                       ' STATUS=' W-CASELOCI-STATUS
               END-IF
           END-IF
      * THE CASE REGISTER EXTENSION GOES WITH THE REGISTER, SAME
      * PATTERN. WITHOUT IT THE PANEL IS STILL REGISTERED WITH ITS
      * RMP AND PI; THE INQUIRY JUST SHOWS NO THETA OR CPI FOR IT.
           IF W-MODE-BATCH
               OPEN I-O CASEXTN
               IF W-CASEXTN-STATUS = '35'
                   OPEN OUTPUT CASEXTN
                   CLOSE CASEXTN
                   OPEN I-O CASEXTN
               END-IF
               IF W-CASEXTN-STATUS = '00'
                   MOVE 'Y' TO W-CASEXTN-SWITCH
               ELSE
                   MOVE 'N' TO W-CASEXTN-SWITCH
                   DISPLAY 'HW-CALCULATOR: CASEXTN NOT AVAILABLE,'
                       ' STATUS=' W-CASEXTN-STATUS
               END-IF
           END-IF
      * THE PERIOD CONTROL FILE IS OWNED BY THE MONTH-END JOBS AND IS
      * ONLY READ HERE, NEVER CREATED. WITHOUT IT NO PERIOD CAN BE
      * SEEN AS CLOSED, SO DECKS POST AS BEFORE, WITH A CONSOLE
      * WARNING FOR OPERATIONS.
           IF W-MODE-BATCH
               OPEN INPUT PERDCTL
               IF W-PERDCTL-STATUS = '00'
                   MOVE 'Y' TO W-PERDCTL-SWITCH
               ELSE
                   MOVE 'N' TO W-PERDCTL-SWITCH
                   DISPLAY 'HW-CALCULATOR: PERDCTL NOT AVAILABLE,'
                       ' STATUS=' W-PERDCTL-STATUS
                       ' - CLOSED-PERIOD CHECK BYPASSED'
               END-IF
           END-IF
      * THE THETA REFERENCE FILE IS READ BY PANEL MEMBERS AND POSTED
      * BY THE END-OF-DECK F-STATISTICS ROLL-UP, SO IT FOLLOWS THE
      * SAME I-O/CREATE PATTERN. IF IT CANNOT OPEN, EVERY PANEL
      * LOCUS IS CORRECTED WITH THE SITE DEFAULT THETA AND NOTHING
      * IS POSTED BACK.
           IF W-MODE-BATCH
               OPEN I-O THETAREF
               IF W-THETAREF-STATUS = '35'
                   OPEN OUTPUT THETAREF
                   CLOSE THETAREF
                   OPEN I-O THETAREF
               END-IF
               IF W-THETAREF-STATUS = '00'
                   MOVE 'Y' TO W-THETAREF-SWITCH
               ELSE
                   MOVE 'N' TO W-THETAREF-SWITCH
                   DISPLAY 'HW-CALCULATOR: THETAREF NOT AVAILABLE,'
                       ' STATUS=' W-THETAREF-STATUS
                       ' - SITE DEFAULT THETA USED'
               END-IF
           END-IF
      * THE THETA HISTORY TRAVELS WITH THE THETA REFERENCE FILE AND
      * OPENS THE SAME WAY. WITHOUT IT, POSTINGS STILL UPDATE
      * THETAREF BUT KEEP NO VERSION, AND AS-OF PANELS ARE MARKED
      * INCOMPLETE RATHER THAN CORRECTED WITH TODAY'S THETA.
           IF W-MODE-BATCH
               OPEN I-O THETAHST
               IF W-THETAHST-STATUS = '35'
                   OPEN OUTPUT THETAHST
                   CLOSE THETAHST
                   OPEN I-O THETAHST
               END-IF
               IF W-THETAHST-STATUS = '00'
                   MOVE 'Y' TO W-THETAHST-SWITCH
               ELSE
                   MOVE 'N' TO W-THETAHST-SWITCH
                   DISPLAY 'HW-CALCULATOR: THETAHST NOT AVAILABLE,'
                       ' STATUS=' W-THETAHST-STATUS
               END-IF
           END-IF
      * THE ALLELE FREQUENCY MASTER IS ONLY READ HERE - ALLMAINT
      * OWNS ITS UPKEEP - SO IT OPENS INPUT WITH NO CREATE FALLBACK.
      * WITHOUT IT, STR MEMBERS AND STR KINSHIP CARDS REJECT RATHER
      * THAN GUESS.
           IF W-MODE-BATCH
               OPEN INPUT ALLEMAST
               IF W-ALLEMAST-STATUS = '00'
                   MOVE 'Y' TO W-ALLEMAST-SWITCH
               ELSE
                   MOVE 'N' TO W-ALLEMAST-SWITCH
                   DISPLAY 'HW-CALCULATOR: ALLEMAST NOT AVAILABLE,'
                       ' STATUS=' W-ALLEMAST-STATUS
               END-IF
           END-IF
      * ITS HISTORY IS ALSO ALLMAINT'S AND OPENS THE SAME WAY. IT IS
      * ONLY READ FOR PANELS WITH AN AS-OF; WITHOUT IT THEIR STR
      * MEMBERS REJECT RATHER THAN TAKE TODAY'S FREQUENCIES.
           IF W-MODE-BATCH
               OPEN INPUT ALLEHIST
               IF W-ALLEHIST-STATUS = '00'
                   MOVE 'Y' TO W-ALLEHIST-SWITCH
               ELSE
                   MOVE 'N' TO W-ALLEHIST-SWITCH
                   DISPLAY 'HW-CALCULATOR: ALLEHIST NOT AVAILABLE,'
                       ' STATUS=' W-ALLEHIST-STATUS
               END-IF
           END-IF
      * THE QC VERIFICATION REPORT IS REWRITTEN EVERY BATCH OR QC RUN,
      * RESTART OR NOT - QC CARDS ARE RERUN ON EVERY PASS OF A
      * RESTARTED DECK (3500), SO THE REPORT ALWAYS SHOWS EVERY CARD.
      * IN A DECK, A REPORT THAT WILL NOT OPEN ONLY COSTS THE PRINTED
      * EVIDENCE - THE CARDS STILL RUN AND THE QC RESULT STILL GOES
      * TO THE CONSOLE, RUN SUMMARY AND RETURN CODE. A STANDALONE QC
      * RUN EXISTS ONLY TO PRODUCE THE REPORT, SO THERE IT IS A FILE
      * FAILURE.
           IF W-MODE-BATCH OR W-MODE-QC
               OPEN OUTPUT QCRPT
               IF W-QCRPT-STATUS = '00'
                   MOVE 'Y' TO W-QCRPT-SWITCH
                   PERFORM 8690-WRITE-QC-REPORT-HEADER THRU 8690-EXIT
               ELSE
                   MOVE 'N' TO W-QCRPT-SWITCH
                   DISPLAY 'HW-CALCULATOR: QCRPT NOT AVAILABLE,'
                       ' STATUS=' W-QCRPT-STATUS
                   IF W-MODE-QC
                       MOVE 'Y' TO W-FILE-FAIL-SW
                   END-IF
               END-IF
           END-IF
           .
       1050-EXIT.
           EXIT.
               GO TO 2000-EXIT
           END-IF
           PERFORM 5100-COMPUTE-GENOTYPE-FREQS THRU 5100-EXIT
           IF W-OBS-AA-COUNT > 0 OR W-OBS-AQ-COUNT > 0
                   OR W-OBS-QQ-COUNT > 0
               PERFORM 6000-CHI-SQUARE-TEST THRU 6000-EXIT
           END-IF
           PERFORM 8000-BUILD-JSON-RESPONSE THRU 8000-EXIT
           DISPLAY W-RESPONSE
           IF W-SAMPLE-N > 0
           END-IF
           IF W-OBS-AA-COUNT > 0 OR W-OBS-AQ-COUNT > 0
                   OR W-OBS-QQ-COUNT > 0
               DISPLAY W-CHI-DISPLAY-LINE
           END-IF
           MOVE 'F' TO W-AUDIT-MODE
               GO TO 2100-EXIT
           END-IF
           PERFORM 5100-COMPUTE-GENOTYPE-FREQS THRU 5100-EXIT
           PERFORM 6000-CHI-SQUARE-TEST THRU 6000-EXIT
           PERFORM 8000-BUILD-JSON-RESPONSE THRU 8000-EXIT
           DISPLAY W-RESPONSE
           DISPLAY W-CHI-DISPLAY-LINE
           PERFORM 7000-COMPUTE-CONFIDENCE-INTERVAL THRU 7000-EXIT
           DISPLAY W-CI-DISPLAY-LINE
               GO TO 2520-EXIT
           END-IF
           PERFORM 5100-COMPUTE-GENOTYPE-FREQS THRU 5100-EXIT
           IF W-OBS-AA-COUNT > 0 OR W-OBS-AQ-COUNT > 0
                   OR W-OBS-QQ-COUNT > 0
               PERFORM 6000-CHI-SQUARE-TEST THRU 6000-EXIT
           END-IF
           PERFORM 8000-BUILD-JSON-RESPONSE THRU 8000-EXIT
           DISPLAY W-RESPONSE
           IF W-SAMPLE-N > 0
           END-IF
           IF W-OBS-AA-COUNT > 0 OR W-OBS-AQ-COUNT > 0
                   OR W-OBS-QQ-COUNT > 0
               DISPLAY W-CHI-DISPLAY-LINE
           END-IF
           MOVE 'F' TO W-AUDIT-MODE
               GO TO 2530-EXIT
           END-IF
           PERFORM 5100-COMPUTE-GENOTYPE-FREQS THRU 5100-EXIT
           PERFORM 6000-CHI-SQUARE-TEST THRU 6000-EXIT
           PERFORM 8000-BUILD-JSON-RESPONSE THRU 8000-EXIT
           DISPLAY W-RESPONSE
           DISPLAY W-CHI-DISPLAY-LINE
           PERFORM 7000-COMPUTE-CONFIDENCE-INTERVAL THRU 7000-EXIT
           DISPLAY W-CI-DISPLAY-LINE
      * REPROCESSED, SO A RESUBMITTED JOB PICKS UP WHERE IT LEFT OFF.
      * CONTROL CARDS ('H' HEADER, 'Z' TRAILER) ARE HANDLED ON EVERY
      * PASS, CHECKPOINT OR NOT - A RESTART MUST STILL LEARN THE DECK
      * IDENTITY AND RECONCILE THE FULL DECK. 'Q' QC CARDS ARE RUN
      * ON EVERY PASS TOO - THEY POST NOTHING, AND THE QC REPORT AND
      * RESULT MUST COVER EVERY CARD IN THE DECK. THE DETAIL COUNT AND
      * HASH TOTAL LIKEWISE ACCUMULATE OVER EVERY DETAIL CARD READ,
      * INCLUDING ONES SKIPPED AS ALREADY PROCESSED, SO THE TOTALS
      * ALWAYS DESCRIBE THE WHOLE DECK AS SHIPPED.
                   PERFORM 3540-BATCH-PROCESS-HEADER THRU 3540-EXIT
               WHEN BC-TRAILER-CARD
                   PERFORM 3545-BATCH-PROCESS-TRAILER THRU 3545-EXIT
               WHEN BR-REOPEN-CARD
                   PERFORM 3542-BATCH-PROCESS-REOPEN THRU 3542-EXIT
               WHEN BQ-QC-CARD
                   PERFORM 3820-PROCESS-QC-CARD THRU 3820-EXIT
      * A DECK LOCKED OUT OF A CLOSED PERIOD STILL COUNTS AND HASHES
      * EVERY DETAIL CARD FOR THE RECONCILIATION REPORT, BUT EACH ONE
      * GOES TO SUSPENSE INSTEAD OF BEING POSTED.
               WHEN W-DECK-LOCKED
                   ADD 1 TO W-DETAIL-COUNT
                   IF (BI-REC-TYPE = 'F' OR BI-REC-TYPE = 'C'
                           OR BI-REC-TYPE = 'T')
                           AND BI-FREQUENCY IS NUMERIC
                       ADD BI-FREQUENCY TO W-HASH-TOTAL
                   END-IF
                   IF W-RECORD-COUNT > W-CHECKPOINT-COUNT
                       PERFORM 3549-BATCH-REFUSE-CLOSED-CARD
                           THRU 3549-EXIT
                   END-IF
               WHEN BP-PANEL-START
                   ADD 1 TO W-DETAIL-COUNT
                   IF W-RECORD-COUNT > W-CHECKPOINT-COUNT
      *
       3505-BATCH-DISPATCH-RECORD.
           MOVE 'N' TO W-LOOKUP-USED-SW
           MOVE SPACES TO W-LOOKUP-VERSION
           IF W-PANEL-ACTIVE
                   AND (BI-REC-TYPE = 'T' OR BI-REC-TYPE = 'L'
                       OR BI-REC-TYPE = 'X' OR BI-REC-TYPE = 'O')
               WHEN BI-REC-TYPE = 'O'
                   MOVE BO-LOCUS-ID TO W-LOCUS-ID
                   PERFORM 4250-VALIDATE-LOCUS-ID THRU 4250-EXIT
               WHEN BI-REC-TYPE = 'S'
                   MOVE BS-LOCUS-ID TO W-LOCUS-ID
                   PERFORM 4250-VALIDATE-LOCUS-ID THRU 4250-EXIT
               WHEN BI-REC-TYPE = 'M'
                   MOVE BM-LOCUS-ID TO W-LOCUS-ID
                   PERFORM 4250-VALIDATE-LOCUS-ID THRU 4250-EXIT
               WHEN BI-REC-TYPE = 'L'
                   MOVE BL-MARKER-1 TO W-LOCUS-ID
                   PERFORM 4250-VALIDATE-LOCUS-ID THRU 4250-EXIT
               WHEN BI-REC-TYPE = 'L'
                   PERFORM 3560-BATCH-PROCESS-LINKAGE
                       THRU 3560-EXIT
               WHEN BI-REC-TYPE = 'S'
                   PERFORM 3535-BATCH-PROCESS-STR-MEMBER
                       THRU 3535-EXIT
               WHEN BI-REC-TYPE = 'M'
                   PERFORM 3532-BATCH-PROCESS-MIXTURE
                       THRU 3532-EXIT
               WHEN OTHER
                   MOVE ZERO TO W-LAST-BAD-VALUE
                   MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
           EXIT.
      *
      *================================================================
      * 3513-LOOKUP-FREQ-AS-OF - VERSION IN FORCE AT THE PANEL AS-OF
      *================================================================
      *
      * WALKS THE PAIR'S VERSIONS ON FREQHIST IN EFFECTIVE ORDER AND
      * KEEPS THE LAST ONE NOT LATER THAN THE PANEL AS-OF. A PAIR
      * WITH NO HISTORY AT ALL HAS NEVER BEEN REFRESHED SINCE
      * HISTORY WAS KEPT, SO ITS MASTER ENTRY IS THE ONLY VERSION
      * THERE HAS EVER BEEN - IT IS USED IF IT WAS ALREADY IN FORCE
      * AT THE AS-OF DATE. ANYTHING ELSE REJECTS: A RERUN MUST NEVER
      * SLIP IN A FREQUENCY THE ORIGINAL RUN COULD NOT HAVE SEEN.
      *
       3513-LOOKUP-FREQ-AS-OF.
           IF NOT W-FREQHIST-AVAILABLE
               MOVE 'N' TO W-VALID-SWITCH
               MOVE ZERO TO W-LAST-BAD-VALUE
               MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
               MOVE 'FREQUENCY REFERENCE HISTORY UNAVAILABLE'
                   TO W-ERROR-MESSAGE
               MOVE 'FREF' TO W-REJECT-REASON
               GO TO 3513-EXIT
           END-IF
           MOVE 'N' TO W-HIST-ANY-SW W-HIST-FOUND-SW W-HIST-DONE-SW
           MOVE W-POP-ID TO FH-POP-ID
           MOVE W-LOCUS-ID TO FH-LOCUS-ID
           MOVE LOW-VALUES TO FH-VERSION-ID
           START FREQHIST KEY IS NOT LESS THAN FH-KEY
               INVALID KEY
                   MOVE 'Y' TO W-HIST-DONE-SW
           END-START
           PERFORM 3514-SCAN-FREQ-VERSION THRU 3514-EXIT
               UNTIL W-HIST-PAIR-DONE
           IF W-HIST-FOUND
               MOVE W-HIST-P-FREQUENCY TO W-FREQUENCY
               MOVE W-HIST-ASOF TO W-LOOKUP-ASOF
               GO TO 3513-FOUND
           END-IF
           IF NOT W-HIST-ANY-VERSION
               MOVE W-POP-ID TO FM-POP-ID
               MOVE W-LOCUS-ID TO FM-LOCUS-ID
               READ FREQMAST
                   INVALID KEY
                       MOVE ZERO TO FM-ASOF-DATE
               END-READ
               IF FM-ASOF-DATE > 0
                       AND FM-ASOF-DATE <= W-PANEL-ASOF-DATE
                   MOVE FM-P-FREQUENCY TO W-FREQUENCY
                   MOVE FM-ASOF-DATE TO W-LOOKUP-ASOF
                   STRING FM-ASOF-DATE DELIMITED BY SIZE
                          '00000000' DELIMITED BY SIZE
                       INTO W-LOOKUP-VERSION
                   END-STRING
                   GO TO 3513-FOUND
               END-IF
           END-IF
           MOVE 'N' TO W-VALID-SWITCH
           MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
           MOVE W-LOCUS-ID TO W-LAST-BAD-VALUE-ALPHA
           MOVE 'NO REFERENCE FREQUENCY IN FORCE AT AS-OF'
               TO W-ERROR-MESSAGE
           MOVE 'FREF' TO W-REJECT-REASON
           GO TO 3513-EXIT
           .
       3513-FOUND.
           MOVE 'Y' TO W-LOOKUP-USED-SW
           ADD 1 TO W-PANEL-LOOKUP-COUNT
           .
       3513-EXIT.
           EXIT.
      *
       3514-SCAN-FREQ-VERSION.
           READ FREQHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-HIST-DONE-SW
                   GO TO 3514-EXIT
           END-READ
           IF FH-POP-ID NOT = W-POP-ID
                   OR FH-LOCUS-ID NOT = W-LOCUS-ID
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3514-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-ANY-SW
           IF FH-VERSION-ID > W-PANEL-ASOF-ID
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3514-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-FOUND-SW
           MOVE FH-P-FREQUENCY TO W-HIST-P-FREQUENCY
           MOVE FH-EFFECTIVE-DATE TO W-HIST-ASOF
           MOVE FH-VERSION-ID TO W-LOOKUP-VERSION
           .
       3514-EXIT.
           EXIT.
      *
      *================================================================
      * 3515-LOOKUP-REFERENCE-FREQ - BLANK MEMBER FREQUENCY FILL-IN
      *================================================================
       3515-LOOKUP-REFERENCE-FREQ.
               MOVE 'FREF' TO W-REJECT-REASON
               GO TO 3515-EXIT
           END-IF
           IF W-PANEL-ASOF-ID NOT = SPACES
               PERFORM 3513-LOOKUP-FREQ-AS-OF THRU 3513-EXIT
               GO TO 3515-EXIT
           END-IF
           MOVE W-POP-ID TO FM-POP-ID
           MOVE W-LOCUS-ID TO FM-LOCUS-ID
           READ FREQMAST
      * IT THE POPULATION P (KEYED OR LOOKED UP) AND THE TWO
      * GENOTYPES, MULTIPLIES THE RESULT INTO THE PANEL'S COMBINED
      * PI, AND PRINTS THE MEMBER LINE. AN EXCLUSION ZEROES THE
      * COMBINED PI AND IS CARRIED AS A RESULT, NOT A REJECT. A CARD
      * AT A MULTI-ALLELIC LOCUS, OR ONE CARRYING ALLELE
      * DESIGNATIONS, TAKES THE NAMED-ALLELE ROUTE (3527) INSTEAD
      * AND REJOINS AT THE ACCUMULATION.
      *
       3525-BATCH-PROCESS-KINSHIP.
           IF NOT W-PANEL-ACTIVE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3525-EXIT
           END-IF
           MOVE 'N' TO W-KIN-MULTI-SW
           IF W-LOCUS-MULTI-ALLELIC
                   OR BK-CHILD-ALLELE-1 NOT = SPACES
                   OR BK-CHILD-ALLELE-2 NOT = SPACES
               PERFORM 3527-KINSHIP-MULTI-ALLELE THRU 3527-EXIT
               IF W-INPUT-INVALID
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3525-EXIT
               END-IF
               GO TO 3525-ACCUMULATE
           END-IF
           IF BK-FREQUENCY-X = SPACES
               PERFORM 3515-LOOKUP-REFERENCE-FREQ THRU 3515-EXIT
               IF W-INPUT-INVALID
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3525-EXIT
           END-IF
           .
       3525-ACCUMULATE.
           MOVE HC-OUT-PI-LR TO W-PI-LR
           IF HC-PI-EXCLUSION
               MOVE 'Y' TO W-PANEL-EXCL-SW
           END-IF
           COMPUTE W-PANEL-PI = W-PANEL-PI * W-PI-LR
           ADD 1 TO W-PANEL-KIN-COUNT
           IF W-KIN-MULTI
               MOVE 'T' TO W-CASE-LOCUS-TYPE
           ELSE
               MOVE 'K' TO W-CASE-LOCUS-TYPE
           END-IF
           MOVE W-PI-LR TO W-CASE-LOCUS-VALUE
           PERFORM 3587-POST-CASE-LOCUS THRU 3587-EXIT
           IF W-PANEL-POP-ID = SPACES
               MOVE W-POP-ID TO W-PANEL-POP-ID
           END-IF
           .
       3525-EXIT.
           EXIT.
      *
      *================================================================
      * 3527-KINSHIP-MULTI-ALLELE - PATERNITY LR OVER NAMED ALLELES
      *================================================================
      *
      * BOTH PEOPLE'S ALLELES COME BY DESIGNATION; ONLY THE CHILD'S
      * ARE PRICED (FROM ALLEMAST) - THE ALLEGED PARENT'S OWN
      * FREQUENCIES NEVER ENTER THE RATIO. HWCORE (FUNCTION MP)
      * RETURNS THE LR AND EXCLUSION RESULT IN THE SAME FIELDS AS
      * THE TWO-ALLELE PI, SO 3525 CARRIES ON FROM THERE. A
      * DESIGNATED CARD AT A LOCUS THE MASTER CALLS TWO-ALLELE, OR
      * A MULTI-ALLELIC LOCUS CARD WITH NO DESIGNATIONS, IS A
      * KEYING MIX-UP AND REJECTS.
      *
       3527-KINSHIP-MULTI-ALLELE.
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE 'Y' TO W-KIN-MULTI-SW
           MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
           MOVE ZERO TO W-LAST-BAD-VALUE
           IF BK-CHILD-ALLELE-1 = SPACES
                   OR BK-CHILD-ALLELE-2 = SPACES
                   OR BK-PARENT-ALLELE-1 = SPACES
                   OR BK-PARENT-ALLELE-2 = SPACES
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-LOCUS-ID TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'STR KINSHIP CARD NEEDS FOUR ALLELES'
                   TO W-ERROR-MESSAGE
               MOVE 'ALLE' TO W-REJECT-REASON
               GO TO 3527-EXIT
           END-IF
           IF W-LOCMAST-AVAILABLE AND NOT W-LOCUS-MULTI-ALLELIC
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-LOCUS-ID TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'ALLELES GIVEN AT A TWO-ALLELE LOCUS'
                   TO W-ERROR-MESSAGE
               MOVE 'ALLE' TO W-REJECT-REASON
               GO TO 3527-EXIT
           END-IF
           MOVE BK-CHILD-ALLELE-1 TO W-STR-ALLELE-1
           MOVE BK-CHILD-ALLELE-2 TO W-STR-ALLELE-2
           PERFORM 3537-PRICE-STR-ALLELES THRU 3537-EXIT
           IF W-INPUT-INVALID
               GO TO 3527-EXIT
           END-IF
           MOVE 'MP' TO HC-FUNCTION-CODE
           MOVE W-STR-ALLELE-1 TO HC-IN-CASE-ALLELE-1
           MOVE W-STR-FREQ-1 TO HC-IN-CASE-FREQ-1
           MOVE W-STR-ALLELE-2 TO HC-IN-CASE-ALLELE-2
           MOVE W-STR-FREQ-2 TO HC-IN-CASE-FREQ-2
           MOVE BK-PARENT-ALLELE-1 TO HC-IN-PARENT-ALLELE-1
           MOVE BK-PARENT-ALLELE-2 TO HC-IN-PARENT-ALLELE-2
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               MOVE 'N' TO W-VALID-SWITCH
               MOVE HC-STATUS-MESSAGE TO W-ERROR-MESSAGE
               MOVE 'GENO' TO W-REJECT-REASON
           END-IF
           .
       3527-EXIT.
           EXIT.
      *
       3530-BATCH-PROCESS-THREE-ALLELE.
           MOVE BI-FREQUENCY TO W-ALLELE-P
       3530-EXIT.
           EXIT.
      *
      *================================================================
      * 3532-BATCH-PROCESS-MIXTURE - ONE MIXTURE PANEL MEMBER LOCUS
      *================================================================
      *
      * THE OBSERVED ALLELES ARE PACKED AND PRICED, AND HWCORE
      * (FUNCTION MI) RETURNS THE LOCUS PROBABILITY OF INCLUSION -
      * THE SQUARED SUM OF THEIR FREQUENCIES - WHICH MULTIPLIES INTO
      * THE PANEL'S CPI. WITH THE LOCUS MASTER OUT OF SERVICE THE
      * FIRST ALLELE DECIDES: A/Q MEANS A TWO-ALLELE LOCUS, ANYTHING
      * ELSE A DESIGNATION TO PRICE FROM ALLEMAST. LIKE A KINSHIP
      * CARD, A MIXTURE CARD POSTS NO AUDIT LINE OF ITS OWN - THE
      * PANEL'S CPI SUMMARY LINE (MODE I) CARRIES THE RESULT - AND
      * NOTHING TO THE FREQUENCY REFERENCE, EXTRACT OR F-STATISTICS.
      *
       3532-BATCH-PROCESS-MIXTURE.
           MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
           MOVE ZERO TO W-LAST-BAD-VALUE
           IF NOT W-PANEL-ACTIVE
               MOVE 'MIXTURE CARD OUTSIDE A PANEL'
                   TO W-ERROR-MESSAGE
               MOVE 'MIXT' TO W-REJECT-REASON
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3532-EXIT
           END-IF
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE ZERO TO W-MIX-ALLELE-COUNT
           MOVE SPACES TO W-MIX-ALLELE-LIST
           MOVE 1 TO W-MIX-LIST-PTR
           PERFORM 3533-COLLECT-MIXTURE-ALLELE THRU 3533-EXIT
               VARYING W-MIX-I FROM 1 BY 1
               UNTIL W-MIX-I > 10 OR W-INPUT-INVALID
           IF W-INPUT-VALID AND W-MIX-ALLELE-COUNT = 0
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'MIXTURE CARD CARRIES NO ALLELES'
                   TO W-ERROR-MESSAGE
               MOVE 'MIXT' TO W-REJECT-REASON
           END-IF
           IF W-INPUT-INVALID
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3532-EXIT
           END-IF
           MOVE 'N' TO W-MIX-NAMED-SW
           IF W-LOCUS-MULTI-ALLELIC
                   OR (NOT W-LOCMAST-AVAILABLE
                       AND W-MIX-ALLELE (1) NOT = 'A'
                       AND W-MIX-ALLELE (1) NOT = 'Q')
               MOVE 'Y' TO W-MIX-NAMED-SW
               GO TO 3532-PRICE
           END-IF
           IF BM-FREQUENCY-X = SPACES
               PERFORM 3515-LOOKUP-REFERENCE-FREQ THRU 3515-EXIT
               IF W-INPUT-INVALID
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3532-EXIT
               END-IF
           ELSE
               MOVE BM-FREQUENCY TO W-FREQUENCY
           END-IF
           PERFORM 4000-VALIDATE-FREQUENCY THRU 4000-EXIT
           IF W-INPUT-INVALID
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3532-EXIT
           END-IF
           COMPUTE W-Q-FREQUENCY = 1 - W-FREQUENCY
           .
       3532-PRICE.
           MOVE ZERO TO HC-MIXTURE-FIELDS
           PERFORM 3536-PRICE-MIXTURE-ALLELE THRU 3536-EXIT
               VARYING W-MIX-I FROM 1 BY 1
               UNTIL W-MIX-I > W-MIX-ALLELE-COUNT OR W-INPUT-INVALID
           IF W-INPUT-INVALID
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3532-EXIT
           END-IF
           MOVE 'MI' TO HC-FUNCTION-CODE
           MOVE W-MIX-ALLELE-COUNT TO HC-IN-MIX-ALLELE-COUNT
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
               MOVE ZERO TO W-LAST-BAD-VALUE
               MOVE HC-STATUS-MESSAGE TO W-ERROR-MESSAGE
               MOVE 'MIXT' TO W-REJECT-REASON
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3532-EXIT
           END-IF
           MOVE HC-OUT-MIX-FREQ-SUM TO W-MIX-FREQ-SUM
           MOVE HC-OUT-MIX-PI TO W-MIX-LOCUS-PI
           COMPUTE W-PANEL-CPI = W-PANEL-CPI * W-MIX-LOCUS-PI
           ADD 1 TO W-PANEL-MIX-COUNT
           IF W-PANEL-POP-ID = SPACES
               MOVE W-POP-ID TO W-PANEL-POP-ID
           END-IF
           PERFORM 8666-WRITE-MIXTURE-LINE THRU 8666-EXIT
           IF W-LOOKUP-USED
               PERFORM 8665-WRITE-LOOKUP-LINE THRU 8665-EXIT
           END-IF
           ADD 1 TO W-POSTED-COUNT
           .
       3532-EXIT.
           EXIT.
      *
      * ONE CARD SLOT. A BLANK SLOT IS SKIPPED; AN ALLELE ALREADY
      * PACKED WOULD BE COUNTED TWICE INTO THE SUM, SO IT REJECTS
      * THE CARD. THE PRINTABLE ALLELE LIST IS BUILT ALONG THE WAY.
      *
       3533-COLLECT-MIXTURE-ALLELE.
           IF BM-ALLELE (W-MIX-I) = SPACES
               GO TO 3533-EXIT
           END-IF
           MOVE 'N' TO W-MIX-DUP-SW
           PERFORM 3534-SCAN-MIXTURE-ALLELE THRU 3534-EXIT
               VARYING W-MIX-J FROM 1 BY 1
               UNTIL W-MIX-J > W-MIX-ALLELE-COUNT OR W-MIX-DUPLICATE
           IF W-MIX-DUPLICATE
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE BM-ALLELE (W-MIX-I) TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'ALLELE LISTED TWICE ON MIXTURE CARD'
                   TO W-ERROR-MESSAGE
               MOVE 'MIXT' TO W-REJECT-REASON
               GO TO 3533-EXIT
           END-IF
           ADD 1 TO W-MIX-ALLELE-COUNT
           MOVE BM-ALLELE (W-MIX-I) TO W-MIX-ALLELE (W-MIX-ALLELE-COUNT)
           IF W-MIX-ALLELE-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO W-MIX-ALLELE-LIST
                   WITH POINTER W-MIX-LIST-PTR
               END-STRING
           END-IF
           STRING BM-ALLELE (W-MIX-I) DELIMITED BY SPACE
               INTO W-MIX-ALLELE-LIST
               WITH POINTER W-MIX-LIST-PTR
           END-STRING
           .
       3533-EXIT.
           EXIT.
      *
       3534-SCAN-MIXTURE-ALLELE.
           IF W-MIX-ALLELE (W-MIX-J) = BM-ALLELE (W-MIX-I)
               MOVE 'Y' TO W-MIX-DUP-SW
           END-IF
           .
       3534-EXIT.
           EXIT.
      *
      * ONE PACKED ALLELE INTO HWCORE'S TABLE - A DESIGNATION FROM
      * ALLEMAST (3538, WITH ITS AS-OF RULE), OR AT A TWO-ALLELE
      * LOCUS P FOR 'A' AND 1 - P FOR 'Q'.
      *
       3536-PRICE-MIXTURE-ALLELE.
           IF W-MIX-NAMED
               MOVE W-MIX-ALLELE (W-MIX-I) TO W-STR-LOOKUP-ALLELE
               PERFORM 3538-LOOKUP-ALLELE-FREQ THRU 3538-EXIT
               IF W-INPUT-VALID
                   MOVE W-STR-LOOKUP-FREQ TO HC-IN-MIX-FREQ (W-MIX-I)
               END-IF
               GO TO 3536-EXIT
           END-IF
           EVALUATE W-MIX-ALLELE (W-MIX-I)
               WHEN 'A'
                   MOVE W-FREQUENCY TO HC-IN-MIX-FREQ (W-MIX-I)
               WHEN 'Q'
                   MOVE W-Q-FREQUENCY TO HC-IN-MIX-FREQ (W-MIX-I)
               WHEN OTHER
                   MOVE 'N' TO W-VALID-SWITCH
                   MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
                   MOVE W-MIX-ALLELE (W-MIX-I)
                       TO W-LAST-BAD-VALUE-ALPHA
                   MOVE 'TWO-ALLELE LOCUS TAKES ALLELES A/Q ONLY'
                       TO W-ERROR-MESSAGE
                   MOVE 'MIXT' TO W-REJECT-REASON
           END-EVALUATE
           .
       3536-EXIT.
           EXIT.
      *
      *================================================================
      * 3535-BATCH-PROCESS-STR-MEMBER - ONE MULTI-ALLELIC PANEL LOCUS
      *================================================================
      *
      * THE TWO CASE ALLELES ARE PRICED FROM THE ALLELE FREQUENCY
      * MASTER (3537) AND HWCORE (FUNCTION MG) GIVES THE GENOTYPE
      * FREQUENCY - P1 SQUARED FOR A HOMOZYGOTE, 2 P1 P2 FOR A
      * HETEROZYGOTE - WHICH MULTIPLIES STRAIGHT INTO THE PANEL RMP.
      * THE THETA CORRECTION AND PANEL BOOKKEEPING ARE THE SAME AS
      * FOR A TWO-ALLELE MEMBER. AN STR MEMBER POSTS NOTHING TO THE
      * FREQUENCY REFERENCE, THE EXTRACT OR THE F-STATISTICS - ITS
      * FREQUENCIES ARE THE TABLE'S, NOT A NEW OBSERVATION.
      *
       3535-BATCH-PROCESS-STR-MEMBER.
           MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
           MOVE ZERO TO W-LAST-BAD-VALUE
           IF NOT W-PANEL-ACTIVE
               MOVE 'STR MEMBER CARD OUTSIDE A PANEL'
                   TO W-ERROR-MESSAGE
               MOVE 'ALLE' TO W-REJECT-REASON
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3535-EXIT
           END-IF
           IF W-LOCUS-ID = SPACES
                   OR (W-LOCMAST-AVAILABLE
                       AND NOT W-LOCUS-MULTI-ALLELIC)
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-LOCUS-ID TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'STR MEMBER NOT AT A MULTI-ALLELIC LOCUS'
                   TO W-ERROR-MESSAGE
               MOVE 'ALLE' TO W-REJECT-REASON
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3535-EXIT
           END-IF
           MOVE BS-ALLELE-1 TO W-STR-ALLELE-1
           MOVE BS-ALLELE-2 TO W-STR-ALLELE-2
           PERFORM 3537-PRICE-STR-ALLELES THRU 3537-EXIT
           IF W-INPUT-INVALID
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3535-EXIT
           END-IF
           MOVE 'MG' TO HC-FUNCTION-CODE
           MOVE W-STR-ALLELE-1 TO HC-IN-CASE-ALLELE-1
           MOVE W-STR-FREQ-1 TO HC-IN-CASE-FREQ-1
           MOVE W-STR-ALLELE-2 TO HC-IN-CASE-ALLELE-2
           MOVE W-STR-FREQ-2 TO HC-IN-CASE-FREQ-2
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               MOVE HC-STATUS-MESSAGE TO W-ERROR-MESSAGE
               MOVE 'GENO' TO W-REJECT-REASON
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3535-EXIT
           END-IF
           MOVE HC-OUT-GENO-FREQ TO W-STR-GENO-FREQ
           MOVE HC-OUT-ZYGOSITY TO W-STR-ZYGOSITY
           MOVE W-STR-FREQ-1 TO W-FREQUENCY
           MOVE W-STR-FREQ-2 TO W-Q-FREQUENCY
           IF W-STR-HOMOZYGOUS
               MOVE 'AA' TO W-MEMBER-GENOTYPE
           ELSE
               MOVE 'AQ' TO W-MEMBER-GENOTYPE
           END-IF
           COMPUTE W-PANEL-RMP = W-PANEL-RMP * W-STR-GENO-FREQ
           MOVE 'S' TO W-CASE-LOCUS-TYPE
           MOVE W-STR-GENO-FREQ TO W-CASE-LOCUS-VALUE
           PERFORM 3587-POST-CASE-LOCUS THRU 3587-EXIT
           MOVE 'S' TO W-AUDIT-MODE
           PERFORM 3584-LOOKUP-LOCUS-THETA THRU 3584-EXIT
           PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
           PERFORM 8669-WRITE-STR-MEMBER-LINE THRU 8669-EXIT
           PERFORM 3586-ACCUMULATE-THETA-LOCUS THRU 3586-EXIT
           ADD 1 TO W-PANEL-LOCUS-COUNT
           IF W-PANEL-POP-ID = SPACES
               MOVE W-POP-ID TO W-PANEL-POP-ID
           END-IF
           ADD 1 TO W-POSTED-COUNT
           .
       3535-EXIT.
           EXIT.
      *
      *================================================================
      * 3537-PRICE-STR-ALLELES - BOTH CASE ALLELES FROM ALLEMAST
      *================================================================
      *
      * W-STR-ALLELE-1/2 IN, W-STR-FREQ-1/2 OUT. THE SECOND LOOKUP IS
      * SKIPPED FOR A HOMOZYGOTE. A DESIGNATION MISSING FROM THE
      * CARD IS LEFT FOR HWCORE TO REJECT WITH ITS OWN MESSAGE.
      *
       3537-PRICE-STR-ALLELES.
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE ZERO TO W-STR-FREQ-1 W-STR-FREQ-2
           IF W-STR-ALLELE-1 = SPACES OR W-STR-ALLELE-2 = SPACES
               GO TO 3537-EXIT
           END-IF
           MOVE W-STR-ALLELE-1 TO W-STR-LOOKUP-ALLELE
           PERFORM 3538-LOOKUP-ALLELE-FREQ THRU 3538-EXIT
           IF W-INPUT-INVALID
               GO TO 3537-EXIT
           END-IF
           MOVE W-STR-LOOKUP-FREQ TO W-STR-FREQ-1
           IF W-STR-ALLELE-2 = W-STR-ALLELE-1
               MOVE W-STR-FREQ-1 TO W-STR-FREQ-2
               GO TO 3537-EXIT
           END-IF
           MOVE W-STR-ALLELE-2 TO W-STR-LOOKUP-ALLELE
           PERFORM 3538-LOOKUP-ALLELE-FREQ THRU 3538-EXIT
           IF W-INPUT-INVALID
               GO TO 3537-EXIT
           END-IF
           MOVE W-STR-LOOKUP-FREQ TO W-STR-FREQ-2
           .
       3537-EXIT.
           EXIT.
      *
      * ONE ALLELE FOR THE MEMBER POPULATION AND LOCUS. AN AS-OF
      * PANEL TAKES THE VERSION IN FORCE AT ITS AS-OF FROM THE
      * ALLELE HISTORY INSTEAD (3539). A ZERO FREQUENCY (AN UNCOUNTED
      * ALLELE AFTER A REBUILD, OR A COUNT NOT YET REBUILT) CANNOT
      * PRICE A CASE AND REJECTS.
      *
       3538-LOOKUP-ALLELE-FREQ.
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
           MOVE W-STR-LOOKUP-ALLELE TO W-LAST-BAD-VALUE-ALPHA
           IF NOT W-ALLEMAST-AVAILABLE
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'ALLELE FREQUENCY MASTER UNAVAILABLE'
                   TO W-ERROR-MESSAGE
               MOVE 'FREF' TO W-REJECT-REASON
               GO TO 3538-EXIT
           END-IF
           IF W-PANEL-ASOF-ID NOT = SPACES
               PERFORM 3539-LOOKUP-ALLELE-AS-OF THRU 3539-EXIT
               GO TO 3538-EXIT
           END-IF
           MOVE W-POP-ID TO AM-POP-ID
           MOVE W-LOCUS-ID TO AM-LOCUS-ID
           MOVE W-STR-LOOKUP-ALLELE TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   MOVE 'N' TO W-VALID-SWITCH
                   MOVE 'NO ALLELE FREQUENCY FOR POP/LOCUS'
                       TO W-ERROR-MESSAGE
                   MOVE 'FREF' TO W-REJECT-REASON
                   GO TO 3538-EXIT
           END-READ
           IF AM-FREQUENCY IS NOT NUMERIC OR AM-FREQUENCY = 0
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'ALLELE FREQUENCY ON FILE IS ZERO'
                   TO W-ERROR-MESSAGE
               MOVE 'FREF' TO W-REJECT-REASON
               GO TO 3538-EXIT
           END-IF
           MOVE AM-FREQUENCY TO W-STR-LOOKUP-FREQ
           .
       3538-EXIT.
           EXIT.
      *
      *================================================================
      * 3539-LOOKUP-ALLELE-AS-OF - ALLELE VERSION IN FORCE AT AS-OF
      *================================================================
      *
      * WALKS THE ALLELE'S VERSIONS ON ALLEHIST IN EFFECTIVE ORDER
      * AND KEEPS THE LAST ONE NOT LATER THAN THE PANEL AS-OF - THE
      * SAME RULE 3513 APPLIES TO FREQHIST. AN ALLELE WITH NO HISTORY
      * AT ALL HAS NOT BEEN TOUCHED BY ALLMAINT SINCE HISTORY WAS
      * KEPT, SO ITS MASTER ENTRY IS THE ONLY VERSION THERE HAS EVER
      * BEEN - USED IF ITS FREQUENCY WAS ALREADY SET AT THE AS-OF
      * DATE. A VERSION IN FORCE WITH NO FREQUENCY (COUNT ONLY, OR
      * DELETED) REJECTS LIKE A ZERO ON THE MASTER, AND SO DOES AN
      * ALLELE WHOSE FIRST VERSION IS LATER THAN THE AS-OF.
      *
       3539-LOOKUP-ALLELE-AS-OF.
           IF NOT W-ALLEHIST-AVAILABLE
               MOVE 'N' TO W-VALID-SWITCH
               MOVE 'ALLELE FREQUENCY HISTORY UNAVAILABLE'
                   TO W-ERROR-MESSAGE
               MOVE 'FREF' TO W-REJECT-REASON
               GO TO 3539-EXIT
           END-IF
           MOVE 'N' TO W-HIST-ANY-SW W-HIST-FOUND-SW W-HIST-DONE-SW
           MOVE ZERO TO W-HIST-ALLELE-FREQ
           MOVE W-POP-ID TO AH-POP-ID
           MOVE W-LOCUS-ID TO AH-LOCUS-ID
           MOVE W-STR-LOOKUP-ALLELE TO AH-ALLELE-ID
           MOVE LOW-VALUES TO AH-VERSION-ID
           START ALLEHIST KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 'Y' TO W-HIST-DONE-SW
           END-START
           PERFORM 3541-SCAN-ALLELE-VERSION THRU 3541-EXIT
               UNTIL W-HIST-PAIR-DONE
           IF W-HIST-FOUND
               IF W-HIST-ALLELE-FREQ > 0
                   MOVE W-HIST-ALLELE-FREQ TO W-STR-LOOKUP-FREQ
                   GO TO 3539-EXIT
               END-IF
               GO TO 3539-NONE
           END-IF
           IF W-HIST-ANY-VERSION
               GO TO 3539-NONE
           END-IF
           MOVE W-POP-ID TO AM-POP-ID
           MOVE W-LOCUS-ID TO AM-LOCUS-ID
           MOVE W-STR-LOOKUP-ALLELE TO AM-ALLELE-ID
           READ ALLEMAST
               INVALID KEY
                   GO TO 3539-NONE
           END-READ
           IF AM-FREQUENCY IS NUMERIC
                   AND AM-FREQUENCY > 0
                   AND AM-ASOF-DATE IS NUMERIC
                   AND AM-ASOF-DATE > 0
                   AND AM-ASOF-DATE NOT > W-PANEL-ASOF-DATE
               MOVE AM-FREQUENCY TO W-STR-LOOKUP-FREQ
               GO TO 3539-EXIT
           END-IF
           .
       3539-NONE.
           MOVE 'N' TO W-VALID-SWITCH
           MOVE 'NO ALLELE FREQUENCY IN FORCE AT AS-OF'
               TO W-ERROR-MESSAGE
           MOVE 'FREF' TO W-REJECT-REASON
           .
       3539-EXIT.
           EXIT.
      *
       3541-SCAN-ALLELE-VERSION.
           READ ALLEHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-HIST-DONE-SW
                   GO TO 3541-EXIT
           END-READ
           IF AH-POP-ID NOT = W-POP-ID
                   OR AH-LOCUS-ID NOT = W-LOCUS-ID
                   OR AH-ALLELE-ID NOT = W-STR-LOOKUP-ALLELE
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3541-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-ANY-SW
           IF AH-VERSION-ID > W-PANEL-ASOF-ID
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3541-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-FOUND-SW
           IF AH-FREQUENCY IS NUMERIC
               MOVE AH-FREQUENCY TO W-HIST-ALLELE-FREQ
           ELSE
               MOVE ZERO TO W-HIST-ALLELE-FREQ
           END-IF
           .
       3541-EXIT.
           EXIT.
      *
      * HEADER CARD - CAPTURE DECK IDENTITY AND REFUSE A DECK ID THAT
      * IS ALREADY ON THE POSTED-DECK REGISTER. A DUPLICATE DECK IS
      * STILL READ TO END-OF-FILE SO ITS TOTALS CAN BE REPORTED, BUT
      * NONE OF ITS DETAIL RECORDS ARE POSTED.
      *
       3540-BATCH-PROCESS-HEADER.
           MOVE 'Y' TO W-HEADER-SWITCH
           MOVE BC-DECK-ID TO W-DECK-ID
           MOVE BC-SITE-ID TO W-DECK-SITE
           IF BC-CREATE-DATE IS NUMERIC
               MOVE BC-CREATE-DATE TO W-DECK-DATE
           ELSE
               MOVE ZERO TO W-DECK-DATE
           END-IF
           PERFORM 3670-BATCH-CHECK-DECK-REGISTER THRU 3670-EXIT
           IF W-DUP-DECK
               MOVE 'F' TO W-RECON-SWITCH
               MOVE W-DECK-ID TO W-POP-ID
               MOVE ZERO TO W-LAST-BAD-VALUE
               MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
               MOVE 'DUPLICATE DECK ID - ALREADY POSTED'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           ELSE
               PERFORM 3547-BATCH-CHECK-CLOSED-PERIOD THRU 3547-EXIT
           END-IF
           IF W-REOPEN-CARD-SEEN AND NOT W-REOPEN-USED
               MOVE W-DECK-ID TO W-POP-ID
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-REOPEN-PERIOD TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'REOPEN CARD NOT USED - PERIOD NOT CLOSED'
                   TO W-ERROR-MESSAGE
               PERFORM 8810-WRITE-WARNING-RECORD THRU 8810-EXIT
           END-IF
           .
       3540-EXIT.
           EXIT.
      *
      * REOPEN CARD - HELD UNTIL THE HEADER SAYS WHICH PERIOD THE
      * DECK BELONGS TO. ONLY A CARD AHEAD OF THE HEADER COUNTS; ONE
      * BEHIND IT IS TOO LATE TO UNLOCK ANYTHING AND IS REPORTED.
      *
       3542-BATCH-PROCESS-REOPEN.
           IF W-HEADER-SEEN
               MOVE W-DECK-ID TO W-POP-ID
               MOVE ZERO TO W-LAST-BAD-VALUE
               MOVE 'N' TO W-BAD-VALUE-IS-ALPHA
               MOVE 'REOPEN CARD MUST PRECEDE DECK HEADER'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3542-EXIT
           END-IF
           MOVE 'Y' TO W-REOPEN-CARD-SW
           IF BR-PERIOD IS NUMERIC
               MOVE BR-PERIOD TO W-REOPEN-PERIOD
           ELSE
               MOVE ZERO TO W-REOPEN-PERIOD
           END-IF
           MOVE BR-AUTH-ID TO W-REOPEN-AUTH-ID
           MOVE BR-REOPEN-CODE TO W-REOPEN-CODE
           MOVE BR-REOPEN-REASON TO W-REOPEN-REASON
           .
       3542-EXIT.
           EXIT.
      *
      *================================================================
      * 3547-BATCH-CHECK-CLOSED-PERIOD - CLOSED-PERIOD POSTING LOCK
      *================================================================
      *
      * A DECK CREATED IN A PERIOD THE PERIOD-CLOSE JOB HAS CLOSED
      * WOULD POST INTO MONTH-END FIGURES THAT HAVE ALREADY BEEN
      * ARCHIVED AND BILLED. IT IS LOCKED - EVERY DETAIL CARD GOES TO
      * SUSPENSE UNDER REASON PCLS AND THE DECK FAILS RECONCILIATION,
      * SO IT IS NOT REGISTERED AND CAN BE RESUBMITTED - UNLESS A
      * REOPEN CARD FOR THAT PERIOD NAMES AN AUTHORISER AND QUOTES
      * THE PERIOD'S REOPEN CODE. A REOPEN CARD FOR THE DECK'S CLOSED
      * PERIOD IS LOGGED EITHER WAY, ACCEPTED OR REFUSED. A DECK WITH
      * NO READABLE CREATE DATE HAS NO PERIOD AND IS NOT LOCKED.
      *
       3547-BATCH-CHECK-CLOSED-PERIOD.
           MOVE 'N' TO W-DECK-LOCKED-SW
           IF NOT W-PERDCTL-AVAILABLE OR W-DECK-DATE = 0
               GO TO 3547-EXIT
           END-IF
           COMPUTE W-DECK-PERIOD = W-DECK-DATE / 100
           MOVE W-DECK-PERIOD TO PC-PERIOD
           READ PERDCTL
               INVALID KEY
                   GO TO 3547-EXIT
           END-READ
           IF NOT PC-PERIOD-CLOSED
               GO TO 3547-EXIT
           END-IF
           IF W-REOPEN-CARD-SEEN
                   AND W-REOPEN-PERIOD = W-DECK-PERIOD
               MOVE 'Y' TO W-REOPEN-USED-SW
               IF W-REOPEN-AUTH-ID NOT = SPACES
                       AND PC-REOPEN-CODE NOT = SPACES
                       AND W-REOPEN-CODE = PC-REOPEN-CODE
                   MOVE 'A' TO W-REOPEN-OUTCOME
                   PERFORM 3548-BATCH-LOG-REOPEN THRU 3548-EXIT
                   MOVE W-DECK-ID TO W-POP-ID
                   MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
                   MOVE W-DECK-PERIOD TO W-LAST-BAD-VALUE-ALPHA
                   MOVE 'DECK POSTED INTO CLOSED PERIOD - REOPEN'
                       TO W-ERROR-MESSAGE
                   PERFORM 8810-WRITE-WARNING-RECORD THRU 8810-EXIT
                   DISPLAY 'HW-CALCULATOR: CLOSED PERIOD '
                       W-DECK-PERIOD ' REOPENED FOR DECK ' W-DECK-ID
                       ' BY ' W-REOPEN-AUTH-ID
                   GO TO 3547-EXIT
               END-IF
               MOVE 'D' TO W-REOPEN-OUTCOME
               PERFORM 3548-BATCH-LOG-REOPEN THRU 3548-EXIT
               MOVE W-DECK-ID TO W-POP-ID
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-DECK-PERIOD TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'REOPEN CARD REFUSED - NOT AUTHORISED'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           END-IF
           MOVE 'Y' TO W-DECK-LOCKED-SW
           MOVE 'F' TO W-RECON-SWITCH
           MOVE W-DECK-ID TO W-POP-ID
           MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
           MOVE W-DECK-PERIOD TO W-LAST-BAD-VALUE-ALPHA
           MOVE 'DECK CREATE DATE IN CLOSED PERIOD'
               TO W-ERROR-MESSAGE
           PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           DISPLAY 'HW-CALCULATOR: DECK ' W-DECK-ID
               ' CREATED IN CLOSED PERIOD ' W-DECK-PERIOD
               ' - NOT POSTED'
           .
       3547-EXIT.
           EXIT.
      *
      * THE REOPEN LOG ONLY GROWS. A RESTARTED RUN HAS ALREADY
      * LOGGED ITS HEADER'S REOPEN ON THE FIRST PASS.
      *
       3548-BATCH-LOG-REOPEN.
           IF W-RECORD-COUNT NOT > W-CHECKPOINT-COUNT
               GO TO 3548-EXIT
           END-IF
           OPEN EXTEND REOPNLOG
           IF W-REOPNLOG-STATUS NOT = '00'
               OPEN OUTPUT REOPNLOG
           END-IF
           IF W-REOPNLOG-STATUS NOT = '00'
               DISPLAY 'HW-CALCULATOR: REOPNLOG NOT AVAILABLE, STATUS='
                   W-REOPNLOG-STATUS ' - REOPEN NOT LOGGED'
               GO TO 3548-EXIT
           END-IF
           MOVE SPACES TO REOPEN-LOG-RECORD
           MOVE W-DECK-PERIOD TO RL-PERIOD
           MOVE W-CURRENT-DATE TO RL-LOG-DATE
           MOVE W-RUN-ID TO RL-RUN-ID
           MOVE W-DECK-ID TO RL-DECK-ID
           MOVE W-DECK-SITE TO RL-SITE-ID
           MOVE W-REOPEN-AUTH-ID TO RL-AUTH-ID
           MOVE W-REOPEN-OUTCOME TO RL-OUTCOME
           MOVE W-REOPEN-REASON TO RL-REASON
           WRITE REOPEN-LOG-RECORD
           CLOSE REOPNLOG
           .
       3548-EXIT.
           EXIT.
      *
      * ONE DETAIL CARD OF A LOCKED DECK, STRAIGHT TO SUSPENSE. ONCE
      * THE PERIOD IS REOPENED THE DECK IS RESUBMITTED AND THESE
      * ENTRIES WRITTEN OFF - OR HWRECYCL REPOSTS THE CARDS UNDER A
      * FRESH DECK DATED INTO THE OPEN PERIOD.
      *
       3549-BATCH-REFUSE-CLOSED-CARD.
           MOVE BI-POP-ID TO W-POP-ID
           MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
           MOVE W-DECK-PERIOD TO W-LAST-BAD-VALUE-ALPHA
           MOVE 'CARD REFUSED - DECK PERIOD CLOSED' TO W-ERROR-MESSAGE
           MOVE 'PCLS' TO W-REJECT-REASON
           PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
           .
       3549-EXIT.
           EXIT.
      *
      * TRAILER CARD - THE SITE'S TOTALS ARE SAVED HERE AND COMPARED
      * AGAINST OUR OWN AT END OF DECK (3660), SO A STRAY DETAIL CARD
      * AFTER THE TRAILER STILL SHOWS UP AS A COUNT MISMATCH.
      *
       3545-BATCH-PROCESS-TRAILER.
           MOVE 'Y' TO W-TRAILER-SWITCH
           IF BC-RECORD-COUNT IS NUMERIC
                   AND BC-HASH-TOTAL IS NUMERIC
               MOVE 'Y' TO W-TRAILER-GOOD-SW
               MOVE BC-RECORD-COUNT TO W-TRAILER-COUNT
               MOVE BC-HASH-TOTAL TO W-TRAILER-HASH
           ELSE
               MOVE 'N' TO W-TRAILER-GOOD-SW
           END-IF
           .
       3545-EXIT.
           EXIT.
      *
       3550-BATCH-FINISH-TWO-ALLELE.
      * PANEL MEMBERS SKIP THE DUPLICATE SCREEN - SEE 3516 - AND
      * THEIR POP/LOCUS PAIRS STAY OUT OF THE DECK TABLE, SO TWO
      * CASES RUNNING THE SAME PANEL IN ONE DECK BOTH POST.
           IF NOT W-PANEL-ACTIVE
               PERFORM 3516-CHECK-DUPLICATE-DETAIL THRU 3516-EXIT
               IF W-DUP-FOUND
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3550-EXIT
               END-IF
           END-IF
           PERFORM 4260-CHECK-LOCUS-BAND THRU 4260-EXIT
      * THE EQUILIBRIUM TEST RUNS BEFORE THE RESPONSE IS BUILT - THE
      * JSON CARRIES WHICH TEST WAS USED AND ITS P-VALUE.
           IF W-OBS-AA-COUNT > 0 OR W-OBS-AQ-COUNT > 0
                   OR W-OBS-QQ-COUNT > 0
               PERFORM 6000-CHI-SQUARE-TEST THRU 6000-EXIT
           END-IF
           PERFORM 8000-BUILD-JSON-RESPONSE THRU 8000-EXIT
           MOVE W-RESPONSE TO OUTFILE-RECORD
           WRITE OUTFILE-RECORD
           IF W-SAMPLE-N > 0
               PERFORM 7000-COMPUTE-CONFIDENCE-INTERVAL THRU 7000-EXIT
           END-IF
           MOVE BI-REC-TYPE TO W-AUDIT-MODE
      * A PANEL MEMBER'S THETA IS SETTLED BEFORE ITS AUDIT LINE IS
      * WRITTEN, SO THE LINE CARRIES THE CORRECTION IT WILL GET.
           IF W-PANEL-ACTIVE
               PERFORM 3584-LOOKUP-LOCUS-THETA THRU 3584-EXIT
           END-IF
           PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
           PERFORM 8600-WRITE-PRINT-REPORT THRU 8600-EXIT
           IF W-LOOKUP-USED
      * BECOMES THE LATEST ACCEPTED P/Q FOR ITS POP/LOCUS PAIR. A
      * LOOKED-UP PANEL MEMBER IS SKIPPED BY THE CALLER - WRITING ITS
      * OWN MASTER VALUE BACK WOULD ONLY FORGE A FRESH AS-OF DATE.
      * EVERY REFRESH IS ALSO KEPT AS A VERSION ON FREQHIST (3556),
      * AND A MASTER ENTRY FROM BEFORE HISTORY WAS KEPT IS CARRIED
      * FORWARD (3557) BEFORE IT IS OVERWRITTEN.
      *
       3555-REFRESH-FREQ-REFERENCE.
           IF NOT W-FREQMAST-AVAILABLE
                   MOVE W-SAMPLE-N TO FM-SAMPLE-N
                   MOVE W-CURRENT-DATE TO FM-ASOF-DATE
                   WRITE FREQUENCY-MASTER-RECORD
                   PERFORM 3556-POST-FREQ-VERSION THRU 3556-EXIT
                   GO TO 3555-EXIT
           END-READ
           PERFORM 3557-CARRY-FORWARD-MASTER THRU 3557-EXIT
           MOVE W-FREQUENCY TO FM-P-FREQUENCY
           MOVE W-Q-FREQUENCY TO FM-Q-FREQUENCY
           MOVE W-SAMPLE-N TO FM-SAMPLE-N
           MOVE W-CURRENT-DATE TO FM-ASOF-DATE
           REWRITE FREQUENCY-MASTER-RECORD
           PERFORM 3556-POST-FREQ-VERSION THRU 3556-EXIT
           .
       3555-EXIT.
           EXIT.
      *
      * THE VERSION IS KEYED ON THIS RUN'S ID. A PAIR REFRESHED TWICE
      * IN ONE RUN (TWO PANELS KEYING THE SAME MEMBER) KEEPS ONE
      * VERSION FOR THE RUN - THE LATEST, AS ON THE MASTER.
      *
       3556-POST-FREQ-VERSION.
           IF NOT W-FREQHIST-AVAILABLE
               GO TO 3556-EXIT
           END-IF
           MOVE SPACES TO FREQUENCY-HISTORY-RECORD
           MOVE FM-POP-ID TO FH-POP-ID
           MOVE FM-LOCUS-ID TO FH-LOCUS-ID
           MOVE W-RUN-ID TO FH-VERSION-ID
           MOVE FM-P-FREQUENCY TO FH-P-FREQUENCY
           MOVE FM-Q-FREQUENCY TO FH-Q-FREQUENCY
           MOVE FM-SAMPLE-N TO FH-SAMPLE-N
           MOVE 'P' TO FH-SOURCE
           WRITE FREQUENCY-HISTORY-RECORD
               INVALID KEY
                   REWRITE FREQUENCY-HISTORY-RECORD
           END-WRITE
           .
       3556-EXIT.
           EXIT.
      *
      * THE MASTER RECORD JUST READ IS ABOUT TO BE OVERWRITTEN. IF
      * THE PAIR HAS NO VERSION ON FREQHIST YET, THE OLD VALUES ARE
      * FILED FIRST UNDER THEIR OWN AS-OF DATE (START OF THAT DAY),
      * SO A RERUN OF A CASE FROM BEFORE HISTORY WAS KEPT STILL
      * FINDS THEM.
      *
       3557-CARRY-FORWARD-MASTER.
           IF NOT W-FREQHIST-AVAILABLE
               GO TO 3557-EXIT
           END-IF
           MOVE FM-POP-ID TO FH-POP-ID
           MOVE FM-LOCUS-ID TO FH-LOCUS-ID
           MOVE LOW-VALUES TO FH-VERSION-ID
           START FREQHIST KEY IS NOT LESS THAN FH-KEY
               INVALID KEY
                   GO TO 3557-CARRY
           END-START
           READ FREQHIST NEXT RECORD
               AT END
                   GO TO 3557-CARRY
           END-READ
           IF FH-POP-ID = FM-POP-ID AND FH-LOCUS-ID = FM-LOCUS-ID
               GO TO 3557-EXIT
           END-IF
           .
       3557-CARRY.
           MOVE SPACES TO FREQUENCY-HISTORY-RECORD
           MOVE FM-POP-ID TO FH-POP-ID
           MOVE FM-LOCUS-ID TO FH-LOCUS-ID
           MOVE FM-ASOF-DATE TO FH-EFFECTIVE-DATE
           MOVE ZERO TO FH-EFFECTIVE-TIME
           MOVE FM-P-FREQUENCY TO FH-P-FREQUENCY
           MOVE FM-Q-FREQUENCY TO FH-Q-FREQUENCY
           MOVE FM-SAMPLE-N TO FH-SAMPLE-N
           MOVE 'C' TO FH-SOURCE
           WRITE FREQUENCY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       3557-EXIT.
           EXIT.
      *
       3560-BATCH-PROCESS-LINKAGE.
           MOVE BL-MARKER-1 TO W-MARKER-1
           MOVE 1 TO W-PANEL-PI
           MOVE ZERO TO W-PANEL-KIN-COUNT
           MOVE 'N' TO W-PANEL-EXCL-SW
           MOVE 1 TO W-PANEL-RMP-THETA
           MOVE ZERO TO W-PANEL-DEFAULT-LOCI
           MOVE 1 TO W-PANEL-CPI
           MOVE ZERO TO W-PANEL-MIX-COUNT
           MOVE ZERO TO W-PANEL-MEMBER-SEQ
      * AN AS-OF THAT IS NOT A DATE (OR A TIME WITHOUT A DATE) CANNOT
      * BE HONOURED. THE PANEL STILL RUNS ON CURRENT VALUES BUT IS
      * MARKED INCOMPLETE, SO NOBODY CITES IT AS THE RERUN IT WAS
      * MEANT TO BE.
           MOVE SPACES TO W-PANEL-ASOF-ID
           IF BP-ASOF-DATE = SPACES AND BP-ASOF-TIME = SPACES
               GO TO 3570-EXIT
           END-IF
           IF BP-ASOF-DATE IS NOT NUMERIC
                   OR (BP-ASOF-TIME NOT = SPACES
                       AND BP-ASOF-TIME IS NOT NUMERIC)
               MOVE BP-PANEL-ID TO W-POP-ID
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE BP-ASOF-DATE TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'PANEL AS-OF DATE/TIME NOT NUMERIC'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3570-EXIT
           END-IF
           MOVE BP-ASOF-DATE TO W-PANEL-ASOF-DATE
           IF BP-ASOF-TIME = SPACES
               MOVE 99999999 TO W-PANEL-ASOF-TIME
           ELSE
               MOVE BP-ASOF-TIME TO W-PANEL-ASOF-TIME
           END-IF
           .
       3570-EXIT.
           EXIT.
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3575-EXIT
           END-IF
      * THE THETA-CORRECTED PRODUCT IS NORMALIZED FIRST, BORROWING
      * W-PANEL-RMP AS THE NORMALIZATION INPUT THE WAY 3577 DOES;
      * THE PLAIN PRODUCT IS PARKED AND PUT BACK FOR THE USUAL PATH.
           MOVE W-PANEL-RMP TO W-PANEL-RMP-PARK
           MOVE W-PANEL-RMP-THETA TO W-PANEL-RMP
           PERFORM 3580-NORMALIZE-PANEL-RMP THRU 3580-EXIT
           MOVE W-RMP-MANTISSA TO W-THETA-MANTISSA
           MOVE W-RMP-EXPONENT TO W-THETA-EXPONENT
           MOVE W-PANEL-RMP-PARK TO W-PANEL-RMP
           PERFORM 3580-NORMALIZE-PANEL-RMP THRU 3580-EXIT
           PERFORM 8250-BUILD-PANEL-RESPONSE THRU 8250-EXIT
           MOVE W-RESPONSE-P TO OUTFILE-RECORD
           MOVE W-PANEL-ID TO W-POP-ID
           MOVE 'P' TO W-AUDIT-MODE
           PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
      * THE KINSHIP AND MIXTURE FINISHES REUSE THE RMP
      * MANTISSA/EXPONENT FIELDS FOR THE COMBINED PI AND CPI, SO THE
      * RMP AND THEN THE PI ARE SAVED AS EACH IS DONE, AND THE CASE
      * REGISTER IS POSTED AFTERWARDS WITH ALL THREE RESULTS.
           MOVE W-RMP-MANTISSA TO W-RMP-MANT-SAVE
           MOVE W-RMP-EXPONENT TO W-RMP-EXP-SAVE
           IF W-PANEL-KIN-COUNT > 0
               PERFORM 3577-FINISH-KINSHIP-PANEL THRU 3577-EXIT
               MOVE W-RMP-MANTISSA TO W-PI-MANT-SAVE
               MOVE W-RMP-EXPONENT TO W-PI-EXP-SAVE
           END-IF
           IF W-PANEL-MIX-COUNT > 0
               PERFORM 3578-FINISH-MIXTURE-PANEL THRU 3578-EXIT
           END-IF
           PERFORM 3576-POST-CASE-REGISTER THRU 3576-EXIT
           IF W-PANEL-IN-ERROR
      * 3576-POST-CASE-REGISTER - ONE REGISTER LINE PER CASE PANEL
      *================================================================
      *
      * WRITTEN AFTER THE KINSHIP AND MIXTURE FINISHES, FROM THE
      * SAVED RMP AND PI MANTISSA/EXPONENT. THE THETA-CORRECTED RMP,
      * FREQUENCY AS-OF AND CPI GO TO THE REGISTER EXTENSION (3579)
      * ON THE SAME KEY. A PANEL WITHOUT A CASE ID IS
      * RESEARCH WORK, NOT CASEWORK - NOTHING TO REGISTER. A
      * RESTARTED RUN THAT CLOSES THE SAME PANEL AGAIN LANDS ON ITS
      * OWN KEY AND REWRITES IT.
           MOVE W-RMP-EXP-SAVE TO CS-RMP-EXP
           IF W-PANEL-KIN-COUNT > 0
               MOVE W-PANEL-KIN-COUNT TO CS-KIN-LOCI
               COMPUTE CS-PI-MANT ROUNDED = W-PI-MANT-SAVE
                   ON SIZE ERROR
                       MOVE W-PI-MANT-SAVE TO CS-PI-MANT
               END-COMPUTE
               MOVE W-PI-EXP-SAVE TO CS-PI-EXP
           ELSE
               MOVE ZERO TO CS-KIN-LOCI CS-PI-MANT CS-PI-EXP
           END-IF
               INVALID KEY
                   REWRITE CASE-REGISTER-RECORD
           END-WRITE
           PERFORM 3579-POST-CASE-EXTENSION THRU 3579-EXIT
           .
       3576-EXIT.
           EXIT.
           EXIT.
      *
      *================================================================
      * 3578-FINISH-MIXTURE-PANEL - COMBINED PI OF INCLUSION AT END
      *================================================================
      *
      * THE SAME BORROWING AS 3577: THE CPI PRODUCT IS NORMALIZED
      * THROUGH W-PANEL-RMP AND GOES TO OUTFILE, THE PANEL REPORT AND
      * THE AUDIT TRAIL (MODE I). THE RESULT IS LEFT IN THE WORKING
      * FIELDS FOR 3576.
      *
       3578-FINISH-MIXTURE-PANEL.
           MOVE W-PANEL-CPI TO W-PANEL-RMP
           PERFORM 3580-NORMALIZE-PANEL-RMP THRU 3580-EXIT
           PERFORM 8257-BUILD-MIXTURE-RESPONSE THRU 8257-EXIT
           MOVE W-RESPONSE-M TO OUTFILE-RECORD
           WRITE OUTFILE-RECORD
           PERFORM 8663-WRITE-MIXTURE-REPORT THRU 8663-EXIT
           MOVE W-PANEL-ID TO W-POP-ID
           MOVE 'I' TO W-AUDIT-MODE
           PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
           .
       3578-EXIT.
           EXIT.
      *
      *================================================================
      * 3579-POST-CASE-EXTENSION - THETA, AS-OF AND CPI FOR THE CASE
      *================================================================
      *
      * WRITTEN ON THE REGISTER ENTRY'S OWN KEY, RIGHT AFTER IT, SO A
      * RESTARTED RUN REWRITES THE PAIR TOGETHER. THE CPI IS THE
      * NORMALIZED RESULT STILL SITTING IN THE WORKING FIELDS FROM
      * 3578.
      *
       3579-POST-CASE-EXTENSION.
           IF NOT W-CASEXTN-AVAILABLE
               GO TO 3579-EXIT
           END-IF
           MOVE SPACES TO CASE-EXTENSION-RECORD
           MOVE CS-KEY TO CX-KEY
           COMPUTE CX-THETA-RMP-MANT ROUNDED = W-THETA-MANTISSA
               ON SIZE ERROR
                   MOVE W-THETA-MANTISSA TO CX-THETA-RMP-MANT
           END-COMPUTE
           MOVE W-THETA-EXPONENT TO CX-THETA-RMP-EXP
           MOVE W-DEFAULT-THETA TO CX-DEFAULT-THETA
           MOVE W-PANEL-DEFAULT-LOCI TO CX-THETA-DEFAULT-LOCI
           MOVE W-PANEL-ASOF-ID TO CX-FREQ-ASOF-ID
           IF W-PANEL-MIX-COUNT > 0
               MOVE W-PANEL-MIX-COUNT TO CX-MIX-LOCI
               COMPUTE CX-CPI-MANT ROUNDED = W-RMP-MANTISSA
                   ON SIZE ERROR
                       MOVE W-RMP-MANTISSA TO CX-CPI-MANT
               END-COMPUTE
               MOVE W-RMP-EXPONENT TO CX-CPI-EXP
           ELSE
               MOVE ZERO TO CX-MIX-LOCI CX-CPI-MANT CX-CPI-EXP
           END-IF
           WRITE CASE-EXTENSION-RECORD
               INVALID KEY
                   REWRITE CASE-EXTENSION-RECORD
           END-WRITE
           .
       3579-EXIT.
           EXIT.
      *
      *================================================================
      * 3580-NORMALIZE-PANEL-RMP - FLOAT PRODUCT TO MANTISSA/EXPONENT
      *================================================================
       3580-NORMALIZE-PANEL-RMP.
       3582-EXIT.
           EXIT.
      *
      *================================================================
      * 3583-LOOKUP-THETA-AS-OF - THETA IN FORCE AT THE PANEL AS-OF
      *================================================================
      *
      * WALKS THE PAIR'S VERSIONS ON THETAHST IN EFFECTIVE ORDER AND
      * KEEPS THE LAST ONE NOT LATER THAN THE PANEL AS-OF, THE SAME
      * WAY 3513 DOES FOR FREQUENCIES. A PAIR WHOSE FIRST VERSION IS
      * LATER THAN THE AS-OF HAD NO ENTRY THEN, SO THE ORIGINAL RUN
      * TOOK THE SITE DEFAULT AND SO DOES THE RERUN. A PAIR WITH NO
      * HISTORY AT ALL HAS NOT BEEN POSTED SINCE HISTORY WAS KEPT -
      * ITS THETAREF ENTRY IS THE ONLY VERSION THERE HAS EVER BEEN,
      * USED IF THE RUN THAT POSTED IT WAS NOT LATER THAN THE AS-OF.
      * WITHOUT THE HISTORY OR THE REFERENCE FILE THE THETA IN FORCE
      * CANNOT BE KNOWN: THE MEMBER TAKES THE DEFAULT AND THE PANEL
      * IS MARKED INCOMPLETE, SO THE RERUN NUMBER IS NEVER CITED. AS
      * IN 3585 THE MEMBER ITSELF HAS ALREADY POSTED - NO REASON
      * CODE AND NO SUSPENSE ENTRY.
      *
       3583-LOOKUP-THETA-AS-OF.
           IF NOT W-THETAHST-AVAILABLE
                   OR NOT W-THETAREF-AVAILABLE
               MOVE 'Y' TO W-PANEL-ERROR-SW
               MOVE 'Y' TO W-BAD-VALUE-IS-ALPHA
               MOVE W-LOCUS-ID TO W-LAST-BAD-VALUE-ALPHA
               MOVE 'THETA REFERENCE HISTORY UNAVAILABLE'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3583-EXIT
           END-IF
           MOVE 'N' TO W-HIST-ANY-SW W-HIST-FOUND-SW W-HIST-DONE-SW
           MOVE W-POP-ANCESTRY TO TH-ANCESTRY-GROUP
           MOVE W-LOCUS-ID TO TH-LOCUS-ID
           MOVE LOW-VALUES TO TH-VERSION-ID
           START THETAHST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'Y' TO W-HIST-DONE-SW
           END-START
           PERFORM 3588-SCAN-THETA-VERSION THRU 3588-EXIT
               UNTIL W-HIST-PAIR-DONE
           IF W-HIST-FOUND
               MOVE W-HIST-THETA TO W-LOCUS-THETA
               MOVE 'R' TO W-THETA-SOURCE-SW
               GO TO 3583-EXIT
           END-IF
           IF W-HIST-ANY-VERSION
               GO TO 3583-EXIT
           END-IF
           MOVE W-POP-ANCESTRY TO TR-ANCESTRY-GROUP
           MOVE W-LOCUS-ID TO TR-LOCUS-ID
           READ THETAREF
               INVALID KEY
                   GO TO 3583-EXIT
           END-READ
           IF TR-THETA IS NUMERIC
                   AND TR-RUN-ID NOT > W-PANEL-ASOF-ID
               MOVE TR-THETA TO W-LOCUS-THETA
               MOVE 'R' TO W-THETA-SOURCE-SW
           END-IF
           .
       3583-EXIT.
           EXIT.
      *
      *================================================================
      * 3584-LOOKUP-LOCUS-THETA - SUBPOPULATION THETA FOR ONE MEMBER
      *================================================================
      *
      * THE THETA REFERENCE ENTRY FOR THE MEMBER POPULATION'S
      * ANCESTRY GROUP AND THE LOCUS, WHEN THERE IS ONE; OTHERWISE
      * THE SITE DEFAULT. A MEMBER WITHOUT A LOCUS ID OR WITHOUT A
      * KNOWN ANCESTRY GROUP HAS NO KEY TO LOOK UP AND TAKES THE
      * DEFAULT - THE CORRECTION IS NEVER SILENTLY SKIPPED. A PANEL
      * WITH AN AS-OF TAKES THE THETA IN FORCE THEN (3583), NOT THE
      * ONE ON THETAREF TODAY.
      *
       3584-LOOKUP-LOCUS-THETA.
           MOVE W-DEFAULT-THETA TO W-LOCUS-THETA
           MOVE 'D' TO W-THETA-SOURCE-SW
           IF W-POP-ANCESTRY = SPACES
                   OR W-LOCUS-ID = SPACES
               GO TO 3584-EXIT
           END-IF
           IF W-PANEL-ASOF-ID NOT = SPACES
               PERFORM 3583-LOOKUP-THETA-AS-OF THRU 3583-EXIT
               GO TO 3584-EXIT
           END-IF
           IF NOT W-THETAREF-AVAILABLE
               GO TO 3584-EXIT
           END-IF
           MOVE W-POP-ANCESTRY TO TR-ANCESTRY-GROUP
           MOVE W-LOCUS-ID TO TR-LOCUS-ID
           READ THETAREF
               INVALID KEY
                   GO TO 3584-EXIT
           END-READ
           IF TR-THETA IS NUMERIC
               MOVE TR-THETA TO W-LOCUS-THETA
               MOVE 'R' TO W-THETA-SOURCE-SW
           END-IF
           .
       3584-EXIT.
           EXIT.
      *
       3588-SCAN-THETA-VERSION.
           READ THETAHST NEXT RECORD
               AT END
                   MOVE 'Y' TO W-HIST-DONE-SW
                   GO TO 3588-EXIT
           END-READ
           IF TH-ANCESTRY-GROUP NOT = W-POP-ANCESTRY
                   OR TH-LOCUS-ID NOT = W-LOCUS-ID
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3588-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-ANY-SW
           IF TH-VERSION-ID > W-PANEL-ASOF-ID
               MOVE 'Y' TO W-HIST-DONE-SW
               GO TO 3588-EXIT
           END-IF
           MOVE 'Y' TO W-HIST-FOUND-SW
           MOVE TH-THETA TO W-HIST-THETA
           .
       3588-EXIT.
           EXIT.
      *
      * ONE PANEL MEMBER LOCUS - MULTIPLY THE FREQUENCY OF THE CASE
      * GENOTYPE INTO THE RUNNING RANDOM MATCH PROBABILITY. A MEMBER
      * WITHOUT A RECOGNIZABLE CASE GENOTYPE POISONS THE PANEL - THE
      * SEES EXACTLY WHICH NUMBER NOT TO CITE.
      *
       3585-ACCUMULATE-PANEL-LOCUS.
           MOVE BI-CASE-GENOTYPE TO W-MEMBER-GENOTYPE
           EVALUATE W-MEMBER-GENOTYPE
               WHEN 'AA'
                   COMPUTE W-PANEL-RMP = W-PANEL-RMP * W-AA-FREQ
                   MOVE W-AA-FREQ TO W-CASE-LOCUS-VALUE
               WHEN 'AQ'
                   COMPUTE W-PANEL-RMP = W-PANEL-RMP * W-AQ-FREQ
                   MOVE W-AQ-FREQ TO W-CASE-LOCUS-VALUE
               WHEN 'QQ'
                   COMPUTE W-PANEL-RMP = W-PANEL-RMP * W-QQ-FREQ
                   MOVE W-QQ-FREQ TO W-CASE-LOCUS-VALUE
               WHEN OTHER
                   MOVE 'Y' TO W-PANEL-ERROR-SW
                   MOVE ZERO TO W-LAST-BAD-VALUE
                   PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
                   GO TO 3585-EXIT
           END-EVALUATE
           MOVE 'R' TO W-CASE-LOCUS-TYPE
           PERFORM 3587-POST-CASE-LOCUS THRU 3587-EXIT
           PERFORM 3586-ACCUMULATE-THETA-LOCUS THRU 3586-EXIT
           ADD 1 TO W-PANEL-LOCUS-COUNT
           IF W-PANEL-POP-ID = SPACES
               MOVE W-POP-ID TO W-PANEL-POP-ID
       3585-EXIT.
           EXIT.
      *
      *================================================================
      * 3586-ACCUMULATE-THETA-LOCUS - NRC II 4.10 CORRECTED GENOTYPE
      *================================================================
      *
      * THE SAME CASE GENOTYPE, TAKEN THROUGH THE SUBPOPULATION
      * FORMULAS WITH THE MEMBER'S THETA (3584):
      *   HOMOZYGOTE   [2T+(1-T)P][3T+(1-T)P] / [(1+T)(1+2T)]
      *   HETEROZYGOTE 2[T+(1-T)P][T+(1-T)Q] / [(1+T)(1+2T)]
      * WITH Q STANDING IN FOR P ON A QQ HOMOZYGOTE. THETA ZERO
      * GIVES BACK THE PLAIN PRODUCT-RULE FREQUENCY EXACTLY. THE
      * GENOTYPE COMES FROM W-MEMBER-GENOTYPE, SET BY 3585 FOR A
      * TWO-ALLELE MEMBER AND BY 3535 FOR AN STR ONE.
      *
       3586-ACCUMULATE-THETA-LOCUS.
           COMPUTE W-THETA-DENOM =
               (1 + W-LOCUS-THETA) * (1 + (2 * W-LOCUS-THETA))
           EVALUATE W-MEMBER-GENOTYPE
               WHEN 'AA'
                   COMPUTE W-THETA-TERM-1 = (2 * W-LOCUS-THETA)
                       + ((1 - W-LOCUS-THETA) * W-FREQUENCY)
                   COMPUTE W-THETA-TERM-2 = (3 * W-LOCUS-THETA)
                       + ((1 - W-LOCUS-THETA) * W-FREQUENCY)
                   COMPUTE W-THETA-GENO-FREQ =
                       (W-THETA-TERM-1 * W-THETA-TERM-2)
                       / W-THETA-DENOM
               WHEN 'QQ'
                   COMPUTE W-THETA-TERM-1 = (2 * W-LOCUS-THETA)
                       + ((1 - W-LOCUS-THETA) * W-Q-FREQUENCY)
                   COMPUTE W-THETA-TERM-2 = (3 * W-LOCUS-THETA)
                       + ((1 - W-LOCUS-THETA) * W-Q-FREQUENCY)
                   COMPUTE W-THETA-GENO-FREQ =
                       (W-THETA-TERM-1 * W-THETA-TERM-2)
                       / W-THETA-DENOM
               WHEN OTHER
                   COMPUTE W-THETA-TERM-1 = W-LOCUS-THETA
                       + ((1 - W-LOCUS-THETA) * W-FREQUENCY)
                   COMPUTE W-THETA-TERM-2 = W-LOCUS-THETA
                       + ((1 - W-LOCUS-THETA) * W-Q-FREQUENCY)
                   COMPUTE W-THETA-GENO-FREQ =
                       (2 * W-THETA-TERM-1 * W-THETA-TERM-2)
                       / W-THETA-DENOM
           END-EVALUATE
           COMPUTE W-PANEL-RMP-THETA =
               W-PANEL-RMP-THETA * W-THETA-GENO-FREQ
           IF W-THETA-FROM-DEFAULT
               ADD 1 TO W-PANEL-DEFAULT-LOCI
           END-IF
           PERFORM 8668-WRITE-THETA-LINE THRU 8668-EXIT
           .
       3586-EXIT.
           EXIT.
      *
      *================================================================
      * 3587-POST-CASE-LOCUS - KEEP ONE CASE PANEL MEMBER'S DETAIL
      *================================================================
      *
      * THE CALLER SETS W-CASE-LOCUS-TYPE (R, S, K OR T - SEE THE
      * CASELOCI COPYBOOK) AND W-CASE-LOCUS-VALUE; THE GENOTYPES AND
      * FREQUENCIES ARE PICKED UP FROM WHERE THAT MEMBER TYPE LEFT
      * THEM. LIKE THE REGISTER LINE, NOTHING IS KEPT FOR A PANEL
      * WITHOUT A CASE ID, AND A RESTARTED RUN REWRITES ITS OWN
      * MEMBERS IN PLACE.
      *
       3587-POST-CASE-LOCUS.
           IF NOT W-CASELOCI-AVAILABLE
                   OR W-PANEL-CASE-ID = SPACES
               GO TO 3587-EXIT
           END-IF
           ADD 1 TO W-PANEL-MEMBER-SEQ
           MOVE SPACES TO CASE-LOCUS-RECORD
           MOVE W-PANEL-CASE-ID TO CL-CASE-ID
           MOVE W-RUN-ID TO CL-RUN-ID
           MOVE W-PANEL-ID TO CL-PANEL-ID
           MOVE W-PANEL-MEMBER-SEQ TO CL-MEMBER-SEQ
           MOVE W-POP-ID TO CL-POP-ID
           MOVE W-LOCUS-ID TO CL-LOCUS-ID
           MOVE W-CASE-LOCUS-TYPE TO CL-MEMBER-TYPE
           MOVE W-CASE-LOCUS-VALUE TO CL-LOCUS-VALUE
           IF W-LOOKUP-USED
               MOVE 'L' TO CL-FREQ-SOURCE
           ELSE
               MOVE 'K' TO CL-FREQ-SOURCE
           END-IF
           EVALUATE TRUE
               WHEN CL-TWO-ALLELE-RMP
                   MOVE W-MEMBER-GENOTYPE TO CL-CASE-GENOTYPE
                   MOVE W-FREQUENCY TO CL-FREQUENCY-1
                   MOVE W-Q-FREQUENCY TO CL-FREQUENCY-2
               WHEN CL-STR-RMP
                   MOVE 'L' TO CL-FREQ-SOURCE
                   MOVE W-STR-ALLELE-1 TO CL-CASE-ALLELE-1
                   MOVE W-STR-ALLELE-2 TO CL-CASE-ALLELE-2
                   MOVE W-STR-FREQ-1 TO CL-FREQUENCY-1
                   MOVE W-STR-FREQ-2 TO CL-FREQUENCY-2
               WHEN CL-TWO-ALLELE-KIN
                   MOVE BK-CHILD-GENO TO CL-CASE-GENOTYPE
                   MOVE BK-PARENT-GENO TO CL-PARENT-GENOTYPE
                   MOVE W-FREQUENCY TO CL-FREQUENCY-1
                   COMPUTE CL-FREQUENCY-2 = 1 - W-FREQUENCY
               WHEN CL-STR-KIN
                   MOVE 'L' TO CL-FREQ-SOURCE
                   MOVE W-STR-ALLELE-1 TO CL-CASE-ALLELE-1
                   MOVE W-STR-ALLELE-2 TO CL-CASE-ALLELE-2
                   MOVE BK-PARENT-ALLELE-1 TO CL-PARENT-ALLELE-1
                   MOVE BK-PARENT-ALLELE-2 TO CL-PARENT-ALLELE-2
                   MOVE W-STR-FREQ-1 TO CL-FREQUENCY-1
                   MOVE W-STR-FREQ-2 TO CL-FREQUENCY-2
           END-EVALUATE
           WRITE CASE-LOCUS-RECORD
               INVALID KEY
                   REWRITE CASE-LOCUS-RECORD
           END-WRITE
           .
       3587-EXIT.
           EXIT.
      *
      * CHECKPOINT IS REWRITTEN AS A ONE-RECORD FILE HOLDING THE COUNT
      * OF INPUT RECORDS SUCCESSFULLY PROCESSED SO FAR.
      *
           MOVE W-POP-ID TO W-FST-POP-ID (W-FSTAT-COUNT)
           MOVE W-FREQUENCY TO W-FST-P (W-FSTAT-COUNT)
           MOVE W-AQ-FREQ TO W-FST-HEXP (W-FSTAT-COUNT)
           MOVE W-POP-ANCESTRY TO W-FST-ANCESTRY (W-FSTAT-COUNT)
           COMPUTE W-FS-OBS-TOTAL =
               W-OBS-AA-COUNT + W-OBS-AQ-COUNT + W-OBS-QQ-COUNT
           IF W-FS-OBS-TOTAL > 0
      * POPULATION (HOBS VS HEXP AND FIS) AND THE ACROSS-POPULATION
      * FIXATION INDEX FST = (HT - HS) / HT, WITH HS THE MEAN
      * EXPECTED HETEROZYGOSITY AND HT TAKEN AT THE MEAN P. THE SAME
      * NUMBERS GO TO XTRFILE FOR THE STATS PACKAGE. A SECOND PASS
      * TAKES THE SAME FST WITHIN EACH ANCESTRY GROUP AND POSTS IT
      * TO THE THETA REFERENCE FILE FOR THE PANEL RMP CORRECTION.
      *
       3690-BATCH-F-STATISTICS.
           IF W-FSTAT-COUNT < 2
           PERFORM 3691-SCAN-FSTAT-LOCUS THRU 3691-EXIT
               VARYING W-FS-I FROM 1 BY 1
               UNTIL W-FS-I > W-FSTAT-COUNT
           IF W-THETAREF-AVAILABLE AND NOT W-RECON-FAILED
               PERFORM 3696-SCAN-THETA-GROUP THRU 3696-EXIT
                   VARYING W-FS-I FROM 1 BY 1
                   UNTIL W-FS-I > W-FSTAT-COUNT
           END-IF
           IF W-TH-POSTED-COUNT > 0
               MOVE W-TH-POSTED-COUNT TO W-TH-POSTED-DISP
               MOVE SPACES TO PRINT-LINE
               STRING 'THETA REFERENCE ENTRIES POSTED='
                      DELIMITED BY SIZE
                      W-TH-POSTED-DISP DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF
           .
       3690-EXIT.
           EXIT.
           .
       3695-EXIT.
           EXIT.
      *
      *================================================================
      * 3696-SCAN-THETA-GROUP - FST PER ANCESTRY GROUP AND LOCUS
      *================================================================
      *
      * THE SAME ONE-SPEAKER-PER-GROUP SCAN AS 3691, GROUPED ON
      * ANCESTRY PLUS LOCUS. ROWS WITHOUT AN ANCESTRY GROUP (MASTER
      * BYPASSED) CANNOT BE FILED AND ARE LEFT OUT; A GROUP NEEDS
      * TWO OR MORE POPULATIONS AT THE LOCUS TO HAVE AN FST AT ALL.
      * A DECK THAT FAILED RECONCILIATION POSTS NOTHING HERE, THE
      * SAME POLICY THAT KEEPS IT OFF THE DECK REGISTER.
      *
       3696-SCAN-THETA-GROUP.
           IF W-FST-ANCESTRY (W-FS-I) = SPACES
               GO TO 3696-EXIT
           END-IF
           MOVE 'N' TO W-TH-DUP-SW
           PERFORM 3697-CHECK-EARLIER-THETA THRU 3697-EXIT
               VARYING W-FS-J FROM 1 BY 1
               UNTIL W-FS-J >= W-FS-I OR W-TH-SEEN-EARLIER
           IF W-TH-SEEN-EARLIER
               GO TO 3696-EXIT
           END-IF
           MOVE ZERO TO W-TH-NPOPS W-TH-SUM-P W-TH-SUM-HEXP
           PERFORM 3698-COUNT-THETA-ENTRY THRU 3698-EXIT
               VARYING W-FS-J FROM 1 BY 1
               UNTIL W-FS-J > W-FSTAT-COUNT
           IF W-TH-NPOPS < 2
               GO TO 3696-EXIT
           END-IF
           COMPUTE W-TH-PBAR ROUNDED = W-TH-SUM-P / W-TH-NPOPS
           COMPUTE W-TH-HS ROUNDED = W-TH-SUM-HEXP / W-TH-NPOPS
           COMPUTE W-TH-HT = 2 * W-TH-PBAR * (1 - W-TH-PBAR)
           IF W-TH-HT > 0
               COMPUTE W-TH-FST ROUNDED =
                   (W-TH-HT - W-TH-HS) / W-TH-HT
           ELSE
               MOVE ZERO TO W-TH-FST
           END-IF
           IF W-TH-FST < 0
               MOVE ZERO TO W-TH-FST
           END-IF
           PERFORM 3699-POST-THETA-REFERENCE THRU 3699-EXIT
           .
       3696-EXIT.
           EXIT.
      *
       3697-CHECK-EARLIER-THETA.
           IF W-FST-LOCUS-ID (W-FS-J) = W-FST-LOCUS-ID (W-FS-I)
                   AND W-FST-ANCESTRY (W-FS-J) = W-FST-ANCESTRY (W-FS-I)
               MOVE 'Y' TO W-TH-DUP-SW
           END-IF
           .
       3697-EXIT.
           EXIT.
      *
       3698-COUNT-THETA-ENTRY.
           IF W-FST-LOCUS-ID (W-FS-J) = W-FST-LOCUS-ID (W-FS-I)
                   AND W-FST-ANCESTRY (W-FS-J) = W-FST-ANCESTRY (W-FS-I)
               ADD 1 TO W-TH-NPOPS
               ADD W-FST-P (W-FS-J) TO W-TH-SUM-P
               ADD W-FST-HEXP (W-FS-J) TO W-TH-SUM-HEXP
           END-IF
           .
       3698-EXIT.
           EXIT.
      *
      * THE LATEST ESTIMATE FOR THE PAIR REPLACES THE ONE ON FILE -
      * THE SAME LATEST-POSTING-WINS RULE AS THE FREQUENCY MASTER -
      * AND, LIKE A FREQUENCY REFRESH, IS ALSO KEPT AS A VERSION ON
      * THETAHST SO AN AS-OF RERUN CAN STILL FIND THE OLD ONE.
      *
       3699-POST-THETA-REFERENCE.
           MOVE W-FST-ANCESTRY (W-FS-I) TO TR-ANCESTRY-GROUP
           MOVE W-FST-LOCUS-ID (W-FS-I) TO TR-LOCUS-ID
           READ THETAREF
               INVALID KEY
                   MOVE W-FST-ANCESTRY (W-FS-I) TO TR-ANCESTRY-GROUP
                   MOVE W-FST-LOCUS-ID (W-FS-I) TO TR-LOCUS-ID
                   MOVE W-TH-FST TO TR-THETA
                   MOVE W-TH-NPOPS TO TR-POP-COUNT
                   MOVE W-CURRENT-DATE TO TR-ASOF-DATE
                   MOVE W-RUN-ID TO TR-RUN-ID
                   WRITE THETA-REFERENCE-RECORD
                   PERFORM 3688-POST-THETA-VERSION THRU 3688-EXIT
                   ADD 1 TO W-TH-POSTED-COUNT
                   GO TO 3699-EXIT
           END-READ
           PERFORM 3687-CARRY-FORWARD-THETA THRU 3687-EXIT
           MOVE W-TH-FST TO TR-THETA
           MOVE W-TH-NPOPS TO TR-POP-COUNT
           MOVE W-CURRENT-DATE TO TR-ASOF-DATE
           MOVE W-RUN-ID TO TR-RUN-ID
           REWRITE THETA-REFERENCE-RECORD
           PERFORM 3688-POST-THETA-VERSION THRU 3688-EXIT
           ADD 1 TO W-TH-POSTED-COUNT
           .
       3699-EXIT.
           EXIT.
      *
      * THE THETAREF RECORD JUST READ IS ABOUT TO BE OVERWRITTEN. IF
      * THE PAIR HAS NO VERSION ON THETAHST YET, THE OLD ESTIMATE IS
      * FILED FIRST UNDER THE RUN ID THAT POSTED IT (OR THE START OF
      * ITS AS-OF DAY WHEN THAT IS MISSING), AS 3557 DOES FOR
      * FREQUENCIES.
      *
       3687-CARRY-FORWARD-THETA.
           IF NOT W-THETAHST-AVAILABLE
               GO TO 3687-EXIT
           END-IF
           MOVE TR-ANCESTRY-GROUP TO TH-ANCESTRY-GROUP
           MOVE TR-LOCUS-ID TO TH-LOCUS-ID
           MOVE LOW-VALUES TO TH-VERSION-ID
           START THETAHST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   GO TO 3687-CARRY
           END-START
           READ THETAHST NEXT RECORD
               AT END
                   GO TO 3687-CARRY
           END-READ
           IF TH-ANCESTRY-GROUP = TR-ANCESTRY-GROUP
                   AND TH-LOCUS-ID = TR-LOCUS-ID
               GO TO 3687-EXIT
           END-IF
           .
       3687-CARRY.
           MOVE SPACES TO THETA-HISTORY-RECORD
           MOVE TR-ANCESTRY-GROUP TO TH-ANCESTRY-GROUP
           MOVE TR-LOCUS-ID TO TH-LOCUS-ID
           IF TR-RUN-ID IS NUMERIC
               MOVE TR-RUN-ID TO TH-VERSION-ID
           ELSE
               MOVE TR-ASOF-DATE TO TH-EFFECTIVE-DATE
               MOVE ZERO TO TH-EFFECTIVE-TIME
           END-IF
           MOVE TR-THETA TO TH-THETA
           MOVE TR-POP-COUNT TO TH-POP-COUNT
           MOVE 'C' TO TH-SOURCE
           WRITE THETA-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       3687-EXIT.
           EXIT.
      *
      * THE VERSION IS KEYED ON THIS RUN'S ID, SO A RESTARTED DECK
      * THAT POSTS THE PAIR AGAIN REWRITES ITS OWN VERSION.
      *
       3688-POST-THETA-VERSION.
           IF NOT W-THETAHST-AVAILABLE
               GO TO 3688-EXIT
           END-IF
           MOVE SPACES TO THETA-HISTORY-RECORD
           MOVE TR-ANCESTRY-GROUP TO TH-ANCESTRY-GROUP
           MOVE TR-LOCUS-ID TO TH-LOCUS-ID
           MOVE W-RUN-ID TO TH-VERSION-ID
           MOVE TR-THETA TO TH-THETA
           MOVE TR-POP-COUNT TO TH-POP-COUNT
           MOVE 'P' TO TH-SOURCE
           WRITE THETA-HISTORY-RECORD
               INVALID KEY
                   REWRITE THETA-HISTORY-RECORD
           END-WRITE
           .
       3688-EXIT.
           EXIT.
      *
       3700-BATCH-CLOSE-FILES.
           PERFORM 3650-BATCH-CLEAR-CHECKPOINT THRU 3650-EXIT
               PERFORM 3710-WRITE-EXTRACT-MANIFEST THRU 3710-EXIT
               PERFORM 3720-POST-XMIT-REGISTER THRU 3720-EXIT
           END-IF
           CLOSE INFILE
           CLOSE OUTFILE
           .
       3700-EXIT.
           EXIT.
      *
      *================================================================
      * 3710-WRITE-EXTRACT-MANIFEST - #EOTX TRAILER ON THE FEED
      *================================================================
       3710-WRITE-EXTRACT-MANIFEST.
           MOVE SPACES TO EXTRACT-MANIFEST-RECORD
           MOVE '#EOTX' TO XM-MARKER
           MOVE W-RUN-ID TO XM-RUN-ID
           MOVE W-XTR-ROW-COUNT TO XM-ROW-COUNT
           MOVE W-XTR-HASH TO XM-HASH-TOTAL
           WRITE EXTRACT-MANIFEST-RECORD
           .
       3710-EXIT.
           EXIT.
      *
      * ONE REGISTER LINE PER TRANSMISSION, PENDING UNTIL THE STATS
      * GROUP'S ACKNOWLEDGMENT COMES BACK THROUGH HWXMITAK - THE
      * SAME APPEND-ONLY PATTERN AS THE POSTED-DECK REGISTER.
      *
       3720-POST-XMIT-REGISTER.
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
       3720-EXIT.
           EXIT.
      *
      * REACHING THIS POINT MEANS INFILE HIT END OF FILE NATURALLY -
      * THE WHOLE DECK WAS PROCESSED, SO THE JOB COMPLETED CLEANLY AND
      * THERE IS NOTHING LEFT TO RESUME. CKPFILE IS RESET TO ZERO SO
      * THE NEXT, UNRELATED BATCH INVOCATION STARTS AS A FRESH JOB
      * INSTEAD OF READING TODAY'S FINAL COUNT AND SKIPPING ITS ENTIRE
      * DECK AS "ALREADY PROCESSED". A CHECKPOINT COUNT ONLY SURVIVES
      * TO THE NEXT RUN WHEN THE JOB NEVER GOT HERE AT ALL (KILLED
      * MID-DECK), WHICH IS THE ONE CASE A RESTART SHOULD HONOR IT.
      *
       3650-BATCH-CLEAR-CHECKPOINT.
           MOVE ZERO TO CK-RECORD-COUNT
           OPEN OUTPUT CKPFILE
           WRITE CHECKPOINT-RECORD
           CLOSE CKPFILE
           .
       3650-EXIT.
           EXIT.
      *
      *================================================================
      * 3800-QC-RUN-MODE - STANDALONE QC RUN (RUN MODE Q)
      *================================================================
      *
      * THE DAILY CALCULATOR CHECK WITHOUT A LIVE DECK - INFILE HOLDS
      * QC CARDS ONLY. ANY OTHER CARD IS LISTED ON THE QC REPORT AND
      * SKIPPED: A QC RUN NEVER POSTS, SO A LIVE DECK FED TO IT BY
      * MISTAKE IS SIMPLY NOT PROCESSED. NO CHECKPOINT IS KEPT - A
      * RERUN REPEATS THE WHOLE CHECK, WHICH IS WHAT SIGN-OFF WANTS.
      *
       3800-QC-RUN-MODE.
           IF W-FILE-FAILURE
               GO TO 3800-EXIT
           END-IF
           OPEN INPUT INFILE
           IF W-INFILE-STATUS NOT = '00'
               MOVE 'Y' TO W-EOF-SWITCH
               MOVE 'Y' TO W-FILE-FAIL-SW
               DISPLAY 'HW-CALCULATOR: INFILE NOT AVAILABLE, STATUS='
                   W-INFILE-STATUS
               GO TO 3800-EXIT
           END-IF
           MOVE ZERO TO W-RECORD-COUNT
           PERFORM 3400-BATCH-READ-RECORD THRU 3400-EXIT
           PERFORM 3810-QC-PROCESS-RECORD THRU 3810-EXIT
               UNTIL W-EOF-REACHED
           CLOSE INFILE
           .
       3800-EXIT.
           EXIT.
      *
       3810-QC-PROCESS-RECORD.
           ADD 1 TO W-RECORD-COUNT
           IF BQ-QC-CARD
               PERFORM 3820-PROCESS-QC-CARD THRU 3820-EXIT
           ELSE
               ADD 1 TO W-QC-SKIP-COUNT
               PERFORM 8692-WRITE-QC-SKIP-LINE THRU 8692-EXIT
           END-IF
           PERFORM 3400-BATCH-READ-RECORD THRU 3400-EXIT
           .
       3810-EXIT.
           EXIT.
      *
      *================================================================
      * 3820-PROCESS-QC-CARD - RUN ONE QC CARD, CHECK ITS RESULTS
      *================================================================
      *
      * SHARED BY A DECK (3500) AND THE STANDALONE QC RUN (3810). THE
      * CARD GOES THROUGH THE HWCORE FUNCTION IT NAMES AND NOTHING
      * ELSE - NO VALIDATION AGAINST THE MASTERS, NO AUDIT LINE, NO
      * FREQMAST REFRESH, NO EXTRACT ROW, NO CASE REGISTER ENTRY -
      * SO A QC CARD CAN NEVER DISTURB WHAT THE LIVE CARDS POST.
      *
       3820-PROCESS-QC-CARD.
           ADD 1 TO W-QC-CARD-COUNT
           MOVE 'P' TO W-QC-CARD-SW
           MOVE SPACES TO W-QC-CARD-NOTE
           MOVE ZERO TO W-QC-TOLERANCE
           IF BQ-TOLERANCE-X = SPACES
               MOVE W-QC-DEFAULT-TOL TO W-QC-TOLERANCE
           ELSE
               IF BQ-TOLERANCE IS NUMERIC
                   MOVE BQ-TOLERANCE TO W-QC-TOLERANCE
               ELSE
                   MOVE 'F' TO W-QC-CARD-SW
                   MOVE 'TOLERANCE NOT NUMERIC' TO W-QC-CARD-NOTE
               END-IF
           END-IF
           PERFORM 8691-WRITE-QC-CARD-LINE THRU 8691-EXIT
           IF W-QC-CARD-FAILED
               GO TO 3820-RESULT
           END-IF
           EVALUATE TRUE
               WHEN BQ-QC-FREQUENCY
                   PERFORM 3830-QC-FREQUENCY THRU 3830-EXIT
               WHEN BQ-QC-COUNTS
                   PERFORM 3832-QC-COUNTS THRU 3832-EXIT
               WHEN BQ-QC-THREE-ALLELE
                   PERFORM 3834-QC-THREE-ALLELE THRU 3834-EXIT
               WHEN BQ-QC-LINKAGE
                   PERFORM 3836-QC-LINKAGE THRU 3836-EXIT
               WHEN BQ-QC-KINSHIP
                   PERFORM 3838-QC-KINSHIP THRU 3838-EXIT
               WHEN OTHER
                   MOVE 'F' TO W-QC-CARD-SW
                   MOVE 'UNKNOWN QC FUNCTION CODE' TO W-QC-CARD-NOTE
           END-EVALUATE
           .
       3820-RESULT.
           IF W-QC-CARD-FAILED
               ADD 1 TO W-QC-FAIL-COUNT
           ELSE
               ADD 1 TO W-QC-PASS-COUNT
           END-IF
           PERFORM 8693-WRITE-QC-RESULT-LINE THRU 8693-EXIT
           .
       3820-EXIT.
           EXIT.
      *
      * ONE RESULT AGAINST ITS EXPECTED VALUE. THE CALLER LOADS
      * W-QC-FIGURE, W-QC-EXPECTED AND W-QC-ACTUAL; ANY RESULT OFF BY
      * MORE THAN THE TOLERANCE, EITHER WAY, FAILS THE CARD.
      *
       3825-QC-CHECK-FIGURE.
           COMPUTE W-QC-DIFFERENCE = W-QC-ACTUAL - W-QC-EXPECTED
           IF W-QC-DIFFERENCE < 0
               COMPUTE W-QC-ABS-DIFF = 0 - W-QC-DIFFERENCE
           ELSE
               MOVE W-QC-DIFFERENCE TO W-QC-ABS-DIFF
           END-IF
           IF W-QC-ABS-DIFF > W-QC-TOLERANCE
               MOVE 'FAIL' TO W-QC-FIGURE-RESULT
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'RESULT OUTSIDE TOLERANCE' TO W-QC-CARD-NOTE
           ELSE
               MOVE 'OK' TO W-QC-FIGURE-RESULT
           END-IF
           PERFORM 8694-WRITE-QC-FIGURE-LINE THRU 8694-EXIT
           .
       3825-EXIT.
           EXIT.
      *
       3828-QC-CALCULATOR-REFUSED.
           MOVE 'F' TO W-QC-CARD-SW
           MOVE SPACES TO W-QC-CARD-NOTE
           STRING 'HWCORE REFUSED THE INPUTS - ' DELIMITED BY SIZE
                  HC-STATUS-MESSAGE DELIMITED BY SIZE
               INTO W-QC-CARD-NOTE
           END-STRING
           .
       3828-EXIT.
           EXIT.
      *
      * GF - GENOTYPE FREQUENCIES FROM P, AS A LIVE 'F' RECORD.
      *
       3830-QC-FREQUENCY.
           IF BQ-GF-FREQUENCY IS NOT NUMERIC
                   OR BQ-GF-EXP-AA IS NOT NUMERIC
                   OR BQ-GF-EXP-AQ IS NOT NUMERIC
                   OR BQ-GF-EXP-QQ IS NOT NUMERIC
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'QC CARD FIELD NOT NUMERIC' TO W-QC-CARD-NOTE
               GO TO 3830-EXIT
           END-IF
           MOVE 'GF' TO HC-FUNCTION-CODE
           MOVE BQ-GF-FREQUENCY TO HC-IN-FREQUENCY
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3830-EXIT
           END-IF
           MOVE 'AA FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-GF-EXP-AA TO W-QC-EXPECTED
           MOVE HC-OUT-AA-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'AQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-GF-EXP-AQ TO W-QC-EXPECTED
           MOVE HC-OUT-AQ-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'QQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-GF-EXP-QQ TO W-QC-EXPECTED
           MOVE HC-OUT-QQ-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           .
       3830-EXIT.
           EXIT.
      *
      * DC - P FROM OBSERVED COUNTS, THEN ITS GENOTYPE FREQUENCIES,
      * THE SAME TWO CALLS A LIVE 'C' RECORD MAKES (5000, 5100).
      *
       3832-QC-COUNTS.
           IF BQ-DC-AA-COUNT IS NOT NUMERIC
                   OR BQ-DC-AQ-COUNT IS NOT NUMERIC
                   OR BQ-DC-QQ-COUNT IS NOT NUMERIC
                   OR BQ-DC-EXP-P IS NOT NUMERIC
                   OR BQ-DC-EXP-AA IS NOT NUMERIC
                   OR BQ-DC-EXP-AQ IS NOT NUMERIC
                   OR BQ-DC-EXP-QQ IS NOT NUMERIC
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'QC CARD FIELD NOT NUMERIC' TO W-QC-CARD-NOTE
               GO TO 3832-EXIT
           END-IF
           MOVE 'DC' TO HC-FUNCTION-CODE
           MOVE BQ-DC-AA-COUNT TO HC-IN-AA-COUNT
           MOVE BQ-DC-AQ-COUNT TO HC-IN-AQ-COUNT
           MOVE BQ-DC-QQ-COUNT TO HC-IN-QQ-COUNT
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3832-EXIT
           END-IF
           MOVE 'P FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-DC-EXP-P TO W-QC-EXPECTED
           MOVE HC-OUT-FREQUENCY TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'GF' TO HC-FUNCTION-CODE
           MOVE HC-OUT-FREQUENCY TO HC-IN-FREQUENCY
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3832-EXIT
           END-IF
           MOVE 'AA FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-DC-EXP-AA TO W-QC-EXPECTED
           MOVE HC-OUT-AA-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'AQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-DC-EXP-AQ TO W-QC-EXPECTED
           MOVE HC-OUT-AQ-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'QQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-DC-EXP-QQ TO W-QC-EXPECTED
           MOVE HC-OUT-QQ-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           .
       3832-EXIT.
           EXIT.
      *
      * TA - THE SIX THREE-ALLELE GENOTYPE FREQUENCIES.
      *
       3834-QC-THREE-ALLELE.
           IF BQ-TA-ALLELE-P IS NOT NUMERIC
                   OR BQ-TA-ALLELE-Q IS NOT NUMERIC
                   OR BQ-TA-ALLELE-R IS NOT NUMERIC
                   OR BQ-TA-EXP-PP IS NOT NUMERIC
                   OR BQ-TA-EXP-QQ IS NOT NUMERIC
                   OR BQ-TA-EXP-RR IS NOT NUMERIC
                   OR BQ-TA-EXP-PQ IS NOT NUMERIC
                   OR BQ-TA-EXP-PR IS NOT NUMERIC
                   OR BQ-TA-EXP-QR IS NOT NUMERIC
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'QC CARD FIELD NOT NUMERIC' TO W-QC-CARD-NOTE
               GO TO 3834-EXIT
           END-IF
           MOVE 'TA' TO HC-FUNCTION-CODE
           MOVE BQ-TA-ALLELE-P TO HC-IN-ALLELE-P
           MOVE BQ-TA-ALLELE-Q TO HC-IN-ALLELE-Q
           MOVE BQ-TA-ALLELE-R TO HC-IN-ALLELE-R
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3834-EXIT
           END-IF
           MOVE 'PP FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-PP TO W-QC-EXPECTED
           MOVE HC-OUT-PP-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'QQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-QQ TO W-QC-EXPECTED
           MOVE HC-OUT-QQ3-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'RR FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-RR TO W-QC-EXPECTED
           MOVE HC-OUT-RR-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'PQ FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-PQ TO W-QC-EXPECTED
           MOVE HC-OUT-PQ-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'PR FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-PR TO W-QC-EXPECTED
           MOVE HC-OUT-PR-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'QR FREQUENCY' TO W-QC-FIGURE
           MOVE BQ-TA-EXP-QR TO W-QC-EXPECTED
           MOVE HC-OUT-QR-FREQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           .
       3834-EXIT.
           EXIT.
      *
      * LD - D, D-PRIME AND R-SQUARED FROM THE FOUR HAPLOTYPE COUNTS.
      *
       3836-QC-LINKAGE.
           IF BQ-LD-HAP-11-COUNT IS NOT NUMERIC
                   OR BQ-LD-HAP-12-COUNT IS NOT NUMERIC
                   OR BQ-LD-HAP-21-COUNT IS NOT NUMERIC
                   OR BQ-LD-HAP-22-COUNT IS NOT NUMERIC
                   OR BQ-LD-EXP-D IS NOT NUMERIC
                   OR BQ-LD-EXP-DPRIME IS NOT NUMERIC
                   OR BQ-LD-EXP-RSQ IS NOT NUMERIC
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'QC CARD FIELD NOT NUMERIC' TO W-QC-CARD-NOTE
               GO TO 3836-EXIT
           END-IF
           MOVE 'LD' TO HC-FUNCTION-CODE
           MOVE BQ-LD-HAP-11-COUNT TO HC-IN-HAP-11-COUNT
           MOVE BQ-LD-HAP-12-COUNT TO HC-IN-HAP-12-COUNT
           MOVE BQ-LD-HAP-21-COUNT TO HC-IN-HAP-21-COUNT
           MOVE BQ-LD-HAP-22-COUNT TO HC-IN-HAP-22-COUNT
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3836-EXIT
           END-IF
           MOVE 'LD D' TO W-QC-FIGURE
           MOVE BQ-LD-EXP-D TO W-QC-EXPECTED
           MOVE HC-OUT-LD-D TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'LD D-PRIME' TO W-QC-FIGURE
           MOVE BQ-LD-EXP-DPRIME TO W-QC-EXPECTED
           MOVE HC-OUT-LD-DPRIME TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           MOVE 'LD R-SQUARED' TO W-QC-FIGURE
           MOVE BQ-LD-EXP-RSQ TO W-QC-EXPECTED
           MOVE HC-OUT-LD-RSQ TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           .
       3836-EXIT.
           EXIT.
      *
      * PI - THE SINGLE-LOCUS LIKELIHOOD RATIO FOR A KINSHIP PAIR, AS
      * A LIVE 'K' RECORD AT A TWO-ALLELE LOCUS. AN EXCLUSION IS AN
      * EXPECTED LR OF ZERO. THE GENOTYPE CODES ARE HWCORE'S TO
      * CHECK - A BAD ONE FAILS THE CARD AS REFUSED.
      *
       3838-QC-KINSHIP.
           IF BQ-PI-FREQUENCY IS NOT NUMERIC
                   OR BQ-PI-EXP-LR IS NOT NUMERIC
               MOVE 'F' TO W-QC-CARD-SW
               MOVE 'QC CARD FIELD NOT NUMERIC' TO W-QC-CARD-NOTE
               GO TO 3838-EXIT
           END-IF
           MOVE 'PI' TO HC-FUNCTION-CODE
           MOVE BQ-PI-PARENT-GENO TO HC-IN-PARENT-GENO
           MOVE BQ-PI-CHILD-GENO TO HC-IN-CHILD-GENO
           MOVE BQ-PI-FREQUENCY TO HC-IN-FREQUENCY
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK
               PERFORM 3828-QC-CALCULATOR-REFUSED THRU 3828-EXIT
               GO TO 3838-EXIT
           END-IF
           MOVE 'PATERNITY LR' TO W-QC-FIGURE
           MOVE BQ-PI-EXP-LR TO W-QC-EXPECTED
           MOVE HC-OUT-PI-LR TO W-QC-ACTUAL
           PERFORM 3825-QC-CHECK-FIGURE THRU 3825-EXIT
           .
       3838-EXIT.
           EXIT.
      *
      *================================================================
      *
      * W-POP-NAME DEFAULTS TO THE RAW CODE SO DOWNSTREAM REPORT
      * LINES STILL SHOW SOMETHING SENSIBLE WHEN THE MASTER IS
      * BYPASSED OR THE LOOKUP FAILS. THE ANCESTRY GROUP (FOR THE
      * THETA CORRECTION) IS LEFT BLANK IN THAT CASE, WHICH SENDS
      * PANEL LOCI TO THE SITE DEFAULT THETA.
      *
       4200-VALIDATE-POP-ID.
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE W-POP-ID TO W-POP-NAME
           MOVE SPACES TO W-POP-ANCESTRY
           IF NOT W-POPMAST-AVAILABLE
               GO TO 4200-EXIT
           END-IF
               GO TO 4200-EXIT
           END-IF
           MOVE PM-POP-NAME TO W-POP-NAME
           MOVE PM-ANCESTRY-GROUP TO W-POP-ANCESTRY
           .
       4200-EXIT.
           EXIT.
      * MASTER AND ACTIVE; THE REJECT LINE CARRIES THE OFFENDING
      * LOCUS ID IN THE BAD-VALUE COLUMN. W-LOCUS-NAME DEFAULTS TO
      * THE RAW ID, AND THE PLAUSIBLE-FREQUENCY BAND IS PICKED UP
      * FOR 4260 WHEN THE MASTER CARRIES ONE. THE ALLELE MODEL IS
      * PICKED UP FOR THE STR EDITS (3527, 3535) - BLANK, I.E. NOT
      * KNOWN TO BE MULTI-ALLELIC, WHEN THE MASTER IS BYPASSED.
      *
       4250-VALIDATE-LOCUS-ID.
           MOVE 'Y' TO W-VALID-SWITCH
           MOVE 'N' TO W-BAND-SWITCH
           MOVE SPACE TO W-LOCUS-MODEL
           MOVE W-LOCUS-ID TO W-LOCUS-NAME
           IF W-LOCUS-ID = SPACES
               GO TO 4250-EXIT
               GO TO 4250-EXIT
           END-IF
           MOVE LM-LOCUS-NAME TO W-LOCUS-NAME
           MOVE LM-ALLELE-MODEL TO W-LOCUS-MODEL
           IF LM-BAND-LOW IS NUMERIC AND LM-BAND-HIGH IS NUMERIC
                   AND LM-BAND-HIGH > 0
               MOVE 'Y' TO W-BAND-SWITCH
           MOVE HC-OUT-AA-FREQ TO W-AA-FREQ
           MOVE HC-OUT-AQ-FREQ TO W-AQ-FREQ
           MOVE HC-OUT-QQ-FREQ TO W-QQ-FREQ
      * A FRESH RESULT HAS NO EQUILIBRIUM TEST UNTIL 6000 RUNS ONE.
           MOVE 'N' TO W-HWE-TEST-FLAG
           MOVE ZERO TO W-HWE-P-VALUE
           .
       5100-EXIT.
           EXIT.
               W-FEM-AA-COUNT + W-FEM-AQ-COUNT + W-FEM-QQ-COUNT
           MOVE HC-OUT-CHI-RESULT TO W-CHI-RESULT-FLAG
           MOVE HC-OUT-CHI-SQUARE TO W-CHI-SQUARE-VALUE
           MOVE HC-OUT-HWE-TEST TO W-HWE-TEST-FLAG
           MOVE HC-OUT-HWE-P-VALUE TO W-HWE-P-VALUE
           IF W-DEVIATES
               MOVE 'DEVIATES' TO W-CHI-RESULT-TEXT
           ELSE
               MOVE 'IN EQUILIBRIUM' TO W-CHI-RESULT-TEXT
           END-IF
           MOVE W-CHI-SQUARE-VALUE TO W-CHI-DISPLAY-WORK
           MOVE W-HWE-P-VALUE TO W-HWE-P-DISP
           MOVE SPACES TO W-CHI-DISPLAY-LINE
           STRING 'CHI-SQUARE(2DF)=' DELIMITED BY SIZE
                  W-CHI-DISPLAY-WORK DELIMITED BY SIZE
                  ' P-VALUE=' DELIMITED BY SIZE
                  W-HWE-P-DISP DELIMITED BY SIZE
                  ' RESULT=' DELIMITED BY SIZE
                  W-CHI-RESULT-TEXT DELIMITED BY SIZE
               INTO W-CHI-DISPLAY-LINE
      *   THE TEST ITSELF LIVES IN HWCORE (FUNCTION CS); THIS WRAPPER
      *   KEEPS THE RESULT TEXT AND CONSOLE/REPORT LINE FORMATTING.
      *================================================================
      * WHEN ANY EXPECTED CELL IS UNDER W-EXACT-MIN-EXPECTED THE
      * CHI-SQUARE'S VERDICT IS NOT RELIABLE - A RARE POPULATION'S
      * SMALL SAMPLE GETS 'D' RESULTS AN EXACT TEST WOULD NOT BEAR
      * OUT - SO THE VERDICT IS TAKEN FROM HWCORE'S EXACT HWE TEST
      * (FUNCTION HE) INSTEAD. IF THE EXACT TEST CANNOT RUN THE
      * CHI-SQUARE RESULT STANDS.
      *
       6000-CHI-SQUARE-TEST.
           MOVE 'N' TO W-HWE-TEST-FLAG
           MOVE ZERO TO W-HWE-P-VALUE
           MOVE 'CS' TO HC-FUNCTION-CODE
           MOVE W-FREQUENCY TO HC-IN-FREQUENCY
           MOVE W-OBS-AA-COUNT TO HC-IN-OBS-AA-COUNT
               GO TO 6000-EXIT
           END-IF
           MOVE HC-OUT-CHI-SQUARE TO W-CHI-SQUARE-VALUE
           MOVE HC-OUT-HWE-TEST TO W-HWE-TEST-FLAG
           MOVE HC-OUT-HWE-P-VALUE TO W-HWE-P-VALUE
           IF HC-OUT-MIN-EXPECTED < W-EXACT-MIN-EXPECTED
               PERFORM 6010-EXACT-HWE-TEST THRU 6010-EXIT
           END-IF
           IF W-DEVIATES
               MOVE 'DEVIATES' TO W-CHI-RESULT-TEXT
           ELSE
               MOVE 'IN EQUILIBRIUM' TO W-CHI-RESULT-TEXT
           END-IF
           MOVE W-CHI-SQUARE-VALUE TO W-CHI-DISPLAY-WORK
           MOVE W-HWE-P-VALUE TO W-HWE-P-DISP
           MOVE SPACES TO W-CHI-DISPLAY-LINE
           IF W-HWE-EXACT
               STRING 'EXACT HWE TEST P-VALUE=' DELIMITED BY SIZE
                      W-HWE-P-DISP DELIMITED BY SIZE
                      ' RESULT=' DELIMITED BY SIZE
                      W-CHI-RESULT-TEXT DELIMITED BY SIZE
                      ' (EXPECTED COUNT UNDER 5)' DELIMITED BY SIZE
                   INTO W-CHI-DISPLAY-LINE
               END-STRING
           ELSE
               STRING 'CHI-SQUARE=' DELIMITED BY SIZE
                      W-CHI-DISPLAY-WORK DELIMITED BY SIZE
                      ' P-VALUE=' DELIMITED BY SIZE
                      W-HWE-P-DISP DELIMITED BY SIZE
                      ' RESULT=' DELIMITED BY SIZE
                      W-CHI-RESULT-TEXT DELIMITED BY SIZE
                   INTO W-CHI-DISPLAY-LINE
               END-STRING
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
       6010-EXACT-HWE-TEST.
           MOVE 'HE' TO HC-FUNCTION-CODE
           CALL 'HWCORE' USING HWCORE-PARAMETER-AREA
           IF NOT HC-STATUS-OK OR HC-HWE-NOT-RUN
               GO TO 6010-EXIT
           END-IF
           MOVE HC-OUT-CHI-RESULT TO W-CHI-RESULT-FLAG
           MOVE HC-OUT-HWE-TEST TO W-HWE-TEST-FLAG
           MOVE HC-OUT-HWE-P-VALUE TO W-HWE-P-VALUE
           .
       6010-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-COMPUTE-CONFIDENCE-INTERVAL - 95% CI ON W-FREQUENCY
           MOVE W-WORK TO W-AQ-STR
           MOVE W-QQ-FREQ TO W-WORK
           MOVE W-WORK TO W-QQ-STR
           MOVE W-HWE-TEST-FLAG TO W-HWTEST-STR
           MOVE W-HWE-P-VALUE TO W-HWE-P-DISP
           MOVE W-HWE-P-DISP TO W-HWP-STR
           .
       8000-EXIT.
           EXIT.
      * 8250-BUILD-PANEL-RESPONSE - PANEL SUMMARY JSON
      *   RMP IS RENDERED AS MANTISSA/EXPONENT TEXT (D.DDDDDDDDE-NNN)
      *   SINCE THE REAL NUMBER IS FAR TOO SMALL FOR A FIXED PICTURE.
      *   THE THETA-CORRECTED RMP GOES OUT BESIDE IT THE SAME WAY.
      *================================================================
      * ROUNDING A MANTISSA JUST UNDER TEN WOULD CARRY INTO A SECOND
      * INTEGER DIGIT AND TRUNCATE TO ZERO - FALL BACK TO THE
           MOVE W-PANEL-LOCUS-COUNT TO W-PANEL-LOCI-DISP
           MOVE W-PANEL-LOCI-DISP TO W-PANEL-LOCI-STR
           MOVE W-PANEL-RMP-TEXT TO W-PANEL-RMP-STR
           COMPUTE W-RMP-MANT-DISP ROUNDED = W-THETA-MANTISSA
               ON SIZE ERROR
                   MOVE W-THETA-MANTISSA TO W-RMP-MANT-DISP
           END-COMPUTE
           MOVE W-THETA-EXPONENT TO W-RMP-EXP-DISP
           MOVE SPACES TO W-THETA-RMP-TEXT
           STRING W-RMP-MANT-DISP DELIMITED BY SIZE
                  'E' DELIMITED BY SIZE
                  W-RMP-EXP-DISP DELIMITED BY SIZE
               INTO W-THETA-RMP-TEXT
           END-STRING
           MOVE W-THETA-RMP-TEXT TO W-PANEL-RMPT-STR
           IF W-PANEL-IN-ERROR
               MOVE 'false' TO W-PANEL-COMPLETE-STR
           ELSE
           EXIT.
      *
      *================================================================
      * 8257-BUILD-MIXTURE-RESPONSE - COMBINED CPI SUMMARY JSON
      *   RELIES ON 3580 HAVING NORMALIZED THE CPI PRODUCT INTO
      *   W-RMP-MANTISSA/W-RMP-EXPONENT JUST BEFORE.
      *================================================================
       8257-BUILD-MIXTURE-RESPONSE.
           COMPUTE W-RMP-MANT-DISP ROUNDED = W-RMP-MANTISSA
               ON SIZE ERROR
                   MOVE W-RMP-MANTISSA TO W-RMP-MANT-DISP
           END-COMPUTE
           MOVE W-RMP-EXPONENT TO W-RMP-EXP-DISP
           MOVE SPACES TO W-PANEL-CPI-TEXT
           STRING W-RMP-MANT-DISP DELIMITED BY SIZE
                  'E' DELIMITED BY SIZE
                  W-RMP-EXP-DISP DELIMITED BY SIZE
               INTO W-PANEL-CPI-TEXT
           END-STRING
           MOVE W-PANEL-ID TO W-MIX-PANEL-ID-STR
           MOVE W-PANEL-MIX-COUNT TO W-PANEL-MIX-DISP
           MOVE W-PANEL-MIX-DISP TO W-MIX-LOCI-STR
           MOVE W-PANEL-CPI-TEXT TO W-MIX-CPI-STR
           IF W-PANEL-IN-ERROR
               MOVE 'false' TO W-MIX-COMPLETE-STR
           ELSE
               MOVE 'true ' TO W-MIX-COMPLETE-STR
           END-IF
           .
       8257-EXIT.
           EXIT.
      *
      *================================================================
      * 8500-WRITE-AUDIT-RECORD - APPEND ONE LINE TO THE AUDIT TRAIL
      *================================================================
       8500-WRITE-AUDIT-RECORD.
           MOVE W-AUDIT-MODE TO AR-MODE
           MOVE W-LOCUS-ID TO AR-LOCUS-ID
           EVALUATE TRUE
      * A KINSHIP SUMMARY LINE CARRIES THE COMBINED PI, AND A
      * MIXTURE SUMMARY LINE THE CPI, IN THE SAME MANTISSA/EXPONENT
      * FIELDS THE PANEL RMP USES - AR-MODE TELLS THE READERS WHICH
      * PRODUCT THEY ARE LOOKING AT.
               WHEN W-AUDIT-MODE-PANEL OR W-AUDIT-MODE-KINSHIP
                       OR W-AUDIT-MODE-MIXTURE
                   COMPUTE AR-PANEL-RMP-MANT ROUNDED = W-RMP-MANTISSA
                       ON SIZE ERROR
                           MOVE W-RMP-MANTISSA TO AR-PANEL-RMP-MANT
                   END-COMPUTE
                   MOVE W-RMP-EXPONENT TO AR-PANEL-RMP-EXP
                   EVALUATE TRUE
                       WHEN W-AUDIT-MODE-KINSHIP
                           MOVE W-PANEL-KIN-COUNT TO AR-PANEL-LOCI
                       WHEN W-AUDIT-MODE-MIXTURE
                           MOVE W-PANEL-MIX-COUNT TO AR-PANEL-LOCI
                       WHEN OTHER
                           MOVE W-PANEL-LOCUS-COUNT TO AR-PANEL-LOCI
                           COMPUTE AR-THETA-RMP-MANT ROUNDED =
                               W-THETA-MANTISSA
                               ON SIZE ERROR
                                   MOVE W-THETA-MANTISSA
                                       TO AR-THETA-RMP-MANT
                           END-COMPUTE
                           MOVE W-THETA-EXPONENT TO AR-THETA-RMP-EXP
                           MOVE W-DEFAULT-THETA TO AR-THETA
                   END-EVALUATE
      * A PANEL SUMMARY LINE SPEAKS FOR THE WHOLE PANEL, NOT THE
      * LAST MEMBER'S LOCUS - BUT IT DOES SPEAK FOR THE CASE.
                   MOVE SPACES TO AR-LOCUS-ID
                   MOVE W-PQ-FREQ TO AR-PQ-FREQ
                   MOVE W-PR-FREQ TO AR-PR-FREQ
                   MOVE W-QR-FREQ TO AR-QR-FREQ
      * AN STR MEMBER LINE CARRIES THE TWO CASE ALLELES AND THEIR
      * TABLE FREQUENCIES, AND THE GENOTYPE FREQUENCY IN THE
      * HOMOZYGOTE OR HETEROZYGOTE CELL IT BELONGS IN.
               WHEN W-AUDIT-MODE-STR
                   MOVE W-STR-FREQ-1 TO AR-FREQUENCY
                   MOVE W-STR-FREQ-2 TO AR-ALLELE-Q
                   IF W-STR-HOMOZYGOUS
                       MOVE W-STR-GENO-FREQ TO AR-AA-FREQ
                   ELSE
                       MOVE W-STR-GENO-FREQ TO AR-AQ-FREQ
                   END-IF
                   MOVE W-STR-ALLELE-1 TO AR-ALLELE-1
                   MOVE W-STR-ALLELE-2 TO AR-ALLELE-2
                   MOVE W-LOCUS-THETA TO AR-THETA
               WHEN OTHER
                   MOVE W-FREQUENCY TO AR-FREQUENCY
                   MOVE W-AA-FREQ TO AR-AA-FREQ
                   MOVE W-AQ-FREQ TO AR-AQ-FREQ
                   MOVE W-QQ-FREQ TO AR-QQ-FREQ
                   MOVE W-HWE-TEST-FLAG TO AR-HWE-TEST
                   MOVE W-HWE-P-VALUE TO AR-HWE-P-VALUE
      * A PANEL MEMBER LINE CARRIES THE THETA ITS LOCUS IS CORRECTED
      * WITH (3584), SO THE DEFENDED NUMBER TRACES LOCUS BY LOCUS.
                   IF W-PANEL-ACTIVE
                       MOVE W-LOCUS-THETA TO AR-THETA
                   END-IF
           END-EVALUATE
      * THE PANEL SUMMARY LINE CARRIES THE PANEL'S AS-OF (BLANK FOR
      * CURRENT VALUES); A MEMBER LINE LOOKED UP AS OF A POINT IN
      * TIME CARRIES THE FREQHIST VERSION IT TOOK.
           IF W-AUDIT-MODE-PANEL OR W-AUDIT-MODE-KINSHIP
                   OR W-AUDIT-MODE-MIXTURE
               MOVE W-PANEL-ASOF-ID TO AR-FREQ-VERSION
           ELSE
               IF W-LOOKUP-USED
                   MOVE W-LOOKUP-VERSION TO AR-FREQ-VERSION
               END-IF
           END-IF
           WRITE AUDIT-RECORD
           .
       8500-EXIT.
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
      * A PURE KINSHIP OR MIXTURE PANEL (NO RMP MEMBER LOCI) HAS NO
      * RANDOM MATCH PROBABILITY TO CITE - THE COMBINED PI BLOCK
      * FROM 8662 OR CPI BLOCK FROM 8663 IS ITS WHOLE RESULT.
           IF W-PANEL-LOCUS-COUNT > 0
                   OR (W-PANEL-KIN-COUNT = 0
                       AND W-PANEL-MIX-COUNT = 0)
               MOVE SPACES TO PRINT-LINE
               IF W-PANEL-IN-ERROR
                   STRING '  COMBINED RMP=' DELIMITED BY SIZE
                   END-STRING
               END-IF
               WRITE PRINT-LINE
               MOVE W-DEFAULT-THETA TO W-THETA-DISP
               MOVE W-PANEL-DEFAULT-LOCI TO W-PANEL-LOOKUP-DISP
               MOVE SPACES TO PRINT-LINE
               STRING '  THETA-CORRECTED RMP=' DELIMITED BY SIZE
                      W-THETA-RMP-TEXT DELIMITED BY SIZE
                      '  LOCI AT SITE DEFAULT THETA=' DELIMITED BY SIZE
                      W-PANEL-LOOKUP-DISP DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      W-THETA-DISP DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF
           IF W-PANEL-LOOKUP-COUNT > 0
               MOVE W-PANEL-LOOKUP-COUNT TO W-PANEL-LOOKUP-DISP
               END-STRING
               WRITE PRINT-LINE
           END-IF
           IF W-PANEL-ASOF-ID NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '  REFERENCE FREQUENCIES AS OF '
                      DELIMITED BY SIZE
                      W-PANEL-ASOF-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      W-PANEL-ASOF-TIME DELIMITED BY SIZE
                      ' (POINT-IN-TIME RERUN)' DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF
           .
       8660-EXIT.
           EXIT.
           EXIT.
      *
      *================================================================
      * 8663-WRITE-MIXTURE-REPORT - COMBINED PI OF INCLUSION BLOCK
      *   RELIES ON 8257 HAVING BUILT W-PANEL-CPI-TEXT JUST BEFORE.
      *================================================================
       8663-WRITE-MIXTURE-REPORT.
           MOVE W-PANEL-MIX-COUNT TO W-PANEL-MIX-DISP
           MOVE SPACES TO PRINT-LINE
           STRING 'MIXTURE SUMMARY  PANEL=' DELIMITED BY SIZE
                  W-PANEL-ID DELIMITED BY SIZE
                  '  CASE=' DELIMITED BY SIZE
                  W-PANEL-CASE-ID DELIMITED BY SIZE
                  '  LOCI=' DELIMITED BY SIZE
                  W-PANEL-MIX-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF W-PANEL-IN-ERROR
               STRING '  COMBINED PROBABILITY OF INCLUSION (CPI)='
                      DELIMITED BY SIZE
                      W-PANEL-CPI-TEXT DELIMITED BY SIZE
                      '  *** INCOMPLETE - SEE ERROR REPORT ***'
                      DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING '  COMBINED PROBABILITY OF INCLUSION (CPI)='
                      DELIMITED BY SIZE
                      W-PANEL-CPI-TEXT DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           WRITE PRINT-LINE
           .
       8663-EXIT.
           EXIT.
      *
      *================================================================
      * 8665-WRITE-LOOKUP-LINE - MEMBER FREQUENCY CAME FROM FREQMAST
      *================================================================
       8665-WRITE-LOOKUP-LINE.
           MOVE SPACES TO PRINT-LINE
           IF W-LOOKUP-VERSION = SPACES
               STRING '  FREQUENCY FROM REFERENCE MASTER  AS-OF='
                      DELIMITED BY SIZE
                      W-LOOKUP-ASOF DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING '  FREQUENCY FROM REFERENCE MASTER  AS-OF='
                      DELIMITED BY SIZE
                      W-LOOKUP-ASOF DELIMITED BY SIZE
                      '  VERSION=' DELIMITED BY SIZE
                      W-LOOKUP-VERSION DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           WRITE PRINT-LINE
           .
       8665-EXIT.
           EXIT.
      *
      *================================================================
      * 8666-WRITE-MIXTURE-LINE - ONE MIXTURE MEMBER LOCUS
      *================================================================
       8666-WRITE-MIXTURE-LINE.
           MOVE W-MIX-FREQ-SUM TO W-MIX-SUM-DISP
           MOVE W-MIX-LOCUS-PI TO W-MIX-PI-DISP
           MOVE SPACES TO PRINT-LINE
           STRING 'MIX LOCUS: ' DELIMITED BY SIZE
                  W-LOCUS-NAME DELIMITED BY SIZE
                  '  ALLELES=' DELIMITED BY SIZE
                  W-MIX-ALLELE-LIST DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '  ALLELE FREQ SUM=' DELIMITED BY SIZE
                  W-MIX-SUM-DISP DELIMITED BY SIZE
                  '  LOCUS PI=' DELIMITED BY SIZE
                  W-MIX-PI-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           .
       8666-EXIT.
           EXIT.
      *
      *================================================================
      * 8668-WRITE-THETA-LINE - THETA APPLIED TO ONE MEMBER LOCUS
      *================================================================
       8668-WRITE-THETA-LINE.
           MOVE W-LOCUS-THETA TO W-THETA-DISP
           MOVE SPACES TO PRINT-LINE
           IF W-THETA-FROM-REFERENCE
               STRING '  THETA=' DELIMITED BY SIZE
                      W-THETA-DISP DELIMITED BY SIZE
                      '  FROM THETA REFERENCE  ANCESTRY='
                      DELIMITED BY SIZE
                      W-POP-ANCESTRY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING '  THETA=' DELIMITED BY SIZE
                      W-THETA-DISP DELIMITED BY SIZE
                      '  SITE DEFAULT' DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           WRITE PRINT-LINE
           .
       8668-EXIT.
           EXIT.
      *
      *================================================================
       8667-WRITE-KINSHIP-LINE.
           MOVE W-PI-LR TO W-PI-LR-DISP
           MOVE SPACES TO PRINT-LINE
           IF W-KIN-MULTI
               STRING 'KIN LOCUS: ' DELIMITED BY SIZE
                      W-LOCUS-NAME DELIMITED BY SIZE
                      '  AP=' DELIMITED BY SIZE
                      BK-PARENT-ALLELE-1 DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      BK-PARENT-ALLELE-2 DELIMITED BY SPACE
                      '  CH=' DELIMITED BY SIZE
                      BK-CHILD-ALLELE-1 DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      BK-CHILD-ALLELE-2 DELIMITED BY SPACE
                      '  LR=' DELIMITED BY SIZE
                      W-PI-LR-DISP DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               GO TO 8667-EXIT
           END-IF
           STRING 'KIN LOCUS: ' DELIMITED BY SIZE
                  W-LOCUS-NAME DELIMITED BY SIZE
                  '  AP=' DELIMITED BY SIZE
           EXIT.
      *
      *================================================================
      * 8669-WRITE-STR-MEMBER-LINE - ONE MULTI-ALLELIC PANEL LOCUS
      *================================================================
       8669-WRITE-STR-MEMBER-LINE.
           MOVE W-STR-FREQ-1 TO W-STR-FREQ-1-DISP
           MOVE W-STR-FREQ-2 TO W-STR-FREQ-2-DISP
           MOVE W-STR-GENO-FREQ TO W-STR-FREQ-DISP
           MOVE SPACES TO PRINT-LINE
           STRING 'STR LOCUS: ' DELIMITED BY SIZE
                  W-LOCUS-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-STR-ALLELE-1 DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  W-STR-FREQ-1-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-STR-ALLELE-2 DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  W-STR-FREQ-2-DISP DELIMITED BY SIZE
                  '  GENOTYPE FREQ=' DELIMITED BY SIZE
                  W-STR-FREQ-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           .
       8669-EXIT.
           EXIT.
      *
      *================================================================
      * 8690-WRITE-QC-REPORT-HEADER - QC VERIFICATION REPORT (QCRPT)
      *================================================================
       8690-WRITE-QC-REPORT-HEADER.
           MOVE SPACES TO QC-REPORT-LINE
           STRING 'CALCULATOR QC VERIFICATION REPORT  RUN ID='
                      DELIMITED BY SIZE
                  W-RUN-ID DELIMITED BY SIZE
                  '  RUN MODE=' DELIMITED BY SIZE
                  W-RUN-MODE DELIMITED BY SIZE
               INTO QC-REPORT-LINE
           END-STRING
           WRITE QC-REPORT-LINE
           MOVE SPACES TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           .
       8690-EXIT.
           EXIT.
      *
       8691-WRITE-QC-CARD-LINE.
           IF NOT W-QCRPT-OPEN
               GO TO 8691-EXIT
           END-IF
           MOVE W-QC-TOLERANCE TO W-QC-TOL-DISP
           MOVE SPACES TO QC-REPORT-LINE
           STRING 'QC CARD ' DELIMITED BY SIZE
                  BQ-QC-ID DELIMITED BY SIZE
                  '  FUNCTION=' DELIMITED BY SIZE
                  BQ-FUNCTION DELIMITED BY SIZE
                  '  TOLERANCE=' DELIMITED BY SIZE
                  W-QC-TOL-DISP DELIMITED BY SIZE
               INTO QC-REPORT-LINE
           END-STRING
           WRITE QC-REPORT-LINE
           .
       8691-EXIT.
           EXIT.
      *
       8692-WRITE-QC-SKIP-LINE.
           IF NOT W-QCRPT-OPEN
               GO TO 8692-EXIT
           END-IF
           MOVE W-RECORD-COUNT TO W-QC-REC-DISP
           MOVE SPACES TO QC-REPORT-LINE
           STRING 'RECORD ' DELIMITED BY SIZE
                  W-QC-REC-DISP DELIMITED BY SIZE
                  '  TYPE=' DELIMITED BY SIZE
                  BI-REC-TYPE DELIMITED BY SIZE
                  '  NOT A QC CARD - SKIPPED' DELIMITED BY SIZE
               INTO QC-REPORT-LINE
           END-STRING
           WRITE QC-REPORT-LINE
           MOVE SPACES TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           .
       8692-EXIT.
           EXIT.
      *
       8693-WRITE-QC-RESULT-LINE.
           IF NOT W-QCRPT-OPEN
               GO TO 8693-EXIT
           END-IF
           MOVE SPACES TO QC-REPORT-LINE
           IF W-QC-CARD-FAILED
               STRING '  RESULT=FAIL - ' DELIMITED BY SIZE
                      W-QC-CARD-NOTE DELIMITED BY SIZE
                   INTO QC-REPORT-LINE
               END-STRING
           ELSE
               STRING '  RESULT=PASS' DELIMITED BY SIZE
                   INTO QC-REPORT-LINE
               END-STRING
           END-IF
           WRITE QC-REPORT-LINE
           MOVE SPACES TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           .
       8693-EXIT.
           EXIT.
      *
       8694-WRITE-QC-FIGURE-LINE.
           IF NOT W-QCRPT-OPEN
               GO TO 8694-EXIT
           END-IF
           MOVE W-QC-EXPECTED TO W-QC-EXP-DISP
           MOVE W-QC-ACTUAL TO W-QC-ACT-DISP
           MOVE W-QC-DIFFERENCE TO W-QC-DIFF-DISP
           MOVE SPACES TO QC-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  W-QC-FIGURE DELIMITED BY SIZE
                  '  EXPECTED=' DELIMITED BY SIZE
                  W-QC-EXP-DISP DELIMITED BY SIZE
                  '  ACTUAL=' DELIMITED BY SIZE
                  W-QC-ACT-DISP DELIMITED BY SIZE
                  '  DIFF=' DELIMITED BY SIZE
                  W-QC-DIFF-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W-QC-FIGURE-RESULT DELIMITED BY SIZE
               INTO QC-REPORT-LINE
           END-STRING
           WRITE QC-REPORT-LINE
           .
       8694-EXIT.
           EXIT.
      *
      *================================================================
      * 8695-WRITE-QC-TOTALS - QC RESULT FOR THE RUN
      *================================================================
      *
      * A FAILED CARD MEANS THE CALCULATOR CANNOT BE SHOWN TO BE
      * GIVING KNOWN-CORRECT RESULTS TODAY, SO THE RUN ENDS RC 8
      * (9050) AND THE SCHEDULER HOLDS THE DAY'S POSTINGS UNTIL QC
      * IS SIGNED OFF. A DECK WITH NO QC CARDS SAYS SO ONLY ON THE
      * REPORT - THE CONSOLE LINE IS FOR RUNS THAT CARRIED SOME, AND
      * FOR EVERY STANDALONE QC RUN.
      *
       8695-WRITE-QC-TOTALS.
           MOVE W-QC-CARD-COUNT TO W-QC-CARD-DISP
           MOVE W-QC-PASS-COUNT TO W-QC-PASS-DISP
           MOVE W-QC-FAIL-COUNT TO W-QC-FAIL-DISP
           MOVE W-QC-SKIP-COUNT TO W-QC-SKIP-DISP
           IF W-QC-CARD-COUNT > 0 OR W-MODE-QC
               DISPLAY 'HW-CALCULATOR: QC CARDS=' W-QC-CARD-DISP
                   ' PASSED=' W-QC-PASS-DISP
                   ' FAILED=' W-QC-FAIL-DISP
           END-IF
           IF NOT W-QCRPT-OPEN
               GO TO 8695-EXIT
           END-IF
           MOVE SPACES TO QC-REPORT-LINE
           STRING 'QC CARDS RUN=' DELIMITED BY SIZE
                  W-QC-CARD-DISP DELIMITED BY SIZE
                  '  PASSED=' DELIMITED BY SIZE
                  W-QC-PASS-DISP DELIMITED BY SIZE
                  '  FAILED=' DELIMITED BY SIZE
                  W-QC-FAIL-DISP DELIMITED BY SIZE
                  '  NON-QC CARDS SKIPPED=' DELIMITED BY SIZE
                  W-QC-SKIP-DISP DELIMITED BY SIZE
               INTO QC-REPORT-LINE
           END-STRING
           WRITE QC-REPORT-LINE
           MOVE SPACES TO QC-REPORT-LINE
           EVALUATE TRUE
               WHEN W-QC-FAIL-COUNT > 0
                   STRING 'QC RESULT=FAILED - HOLD POSTINGS UNTIL QC'
                          ' IS SIGNED OFF' DELIMITED BY SIZE
                       INTO QC-REPORT-LINE
                   END-STRING
               WHEN W-QC-CARD-COUNT = 0
                   STRING 'QC RESULT=NO QC CARDS RUN'
                       DELIMITED BY SIZE INTO QC-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'QC RESULT=PASSED'
                       DELIMITED BY SIZE INTO QC-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE QC-REPORT-LINE
           .
       8695-EXIT.
           EXIT.
      *
      *================================================================
      * 8700-WRITE-EXTRACT-RECORD - FIXED-WIDTH FEED FOR STATS PKG
      *================================================================
       8700-WRITE-EXTRACT-RECORD.
           MOVE W-AA-FREQ TO XR-AA-FREQ
           MOVE W-AQ-FREQ TO XR-AQ-FREQ
           MOVE W-QQ-FREQ TO XR-QQ-FREQ
           MOVE W-HWE-TEST-FLAG TO XR-HWE-TEST
           MOVE W-HWE-P-VALUE TO XR-HWE-P-VALUE
           WRITE EXTRACT-RECORD
           ADD 1 TO W-XTR-ROW-COUNT
           ADD W-FREQUENCY TO W-XTR-HASH
               MOVE W-REJECT-REASON TO SP-REASON-CODE
               MOVE 'O' TO SP-DISPOSITION
               MOVE BATCH-INPUT-RECORD TO SP-CARD-IMAGE
               MOVE W-CURRENT-DATE TO SP-REJECT-DATE
               WRITE SUSPENSE-RECORD
               ADD 1 TO W-SUSPENDED-COUNT
           END-IF
      * 9000-TERMINATE - RETURN CODE, RUN SUMMARY, CLOSE FILES
      *================================================================
       9000-TERMINATE.
           IF W-MODE-BATCH OR W-MODE-QC
               PERFORM 8695-WRITE-QC-TOTALS THRU 8695-EXIT
           END-IF
           PERFORM 9050-SET-RETURN-CODE THRU 9050-EXIT
           PERFORM 9100-WRITE-RUN-SUMMARY THRU 9100-EXIT
           IF W-POPMAST-AVAILABLE
           IF W-FREQMAST-AVAILABLE
               CLOSE FREQMAST
           END-IF
           IF W-FREQHIST-AVAILABLE
               CLOSE FREQHIST
           END-IF
           IF W-CASEREG-AVAILABLE
               CLOSE CASEREG
           END-IF
           IF W-CASELOCI-AVAILABLE
               CLOSE CASELOCI
           END-IF
           IF W-CASEXTN-AVAILABLE
               CLOSE CASEXTN
           END-IF
           IF W-THETAREF-AVAILABLE
               CLOSE THETAREF
           END-IF
           IF W-THETAHST-AVAILABLE
               CLOSE THETAHST
           END-IF
           IF W-ALLEMAST-AVAILABLE
               CLOSE ALLEMAST
           END-IF
           IF W-ALLEHIST-AVAILABLE
               CLOSE ALLEHIST
           END-IF
           IF W-PERDCTL-AVAILABLE
               CLOSE PERDCTL
           END-IF
           IF W-QCRPT-OPEN
               CLOSE QCRPT
           END-IF
           CLOSE AUDTFILE
           CLOSE ERRFILE
           CLOSE PRTFILE
      *================================================================
      *
      * 0 = CLEAN, 4 = POSTED WITH REJECTS, 8 = DECK RECONCILIATION
      * FAILED OR A QC CARD FAILED, 12 = FILE FAILURE (NO DECK TO
      * READ). THE SCHEDULER HOLDS THE EXTRACT TRANSMISSION AND
      * HWDRIFT STEPS ON ANYTHING ABOVE 4. A STANDALONE QC RUN WITH
      * NO QC CARDS HAS PROVED NOTHING AND ALSO ENDS RC 8; ONE THAT
      * SKIPPED NON-QC CARDS ENDS RC 4.
      *
       9050-SET-RETURN-CODE.
           EVALUATE TRUE
                   MOVE 12 TO W-FINAL-RC
               WHEN W-MODE-BATCH AND W-RECON-FAILED
                   MOVE 8 TO W-FINAL-RC
               WHEN W-QC-FAIL-COUNT > 0
                   MOVE 8 TO W-FINAL-RC
               WHEN W-MODE-QC AND W-QC-CARD-COUNT = 0
                   MOVE 8 TO W-FINAL-RC
               WHEN W-MODE-QC AND W-QC-SKIP-COUNT > 0
                   MOVE 4 TO W-FINAL-RC
               WHEN W-ERROR-COUNT > 0
                   MOVE 4 TO W-FINAL-RC
               WHEN OTHER
           END-IF
           MOVE W-CKPT-WRITE-COUNT TO RS-CHECKPOINT-COUNT
           MOVE W-FINAL-RC TO RS-RETURN-CODE
           EVALUATE TRUE
               WHEN W-QC-CARD-COUNT = 0
                   MOVE 'N' TO RS-QC-RESULT
               WHEN W-QC-FAIL-COUNT > 0
                   MOVE 'F' TO RS-QC-RESULT
               WHEN OTHER
                   MOVE 'P' TO RS-QC-RESULT
           END-EVALUATE
           MOVE W-QC-CARD-COUNT TO RS-QC-CARD-COUNT
           MOVE W-QC-FAIL-COUNT TO RS-QC-FAIL-COUNT
           WRITE RUN-SUMMARY-RECORD
           CLOSE RUNSFILE
           .
