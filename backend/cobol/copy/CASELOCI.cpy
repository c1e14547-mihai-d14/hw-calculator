      *================================================================
      * CASELOCI - CASE PANEL LOCUS DETAIL RECORD LAYOUT
      *   ONE RECORD PER RMP OR KINSHIP MEMBER LOCUS OF A PANEL
      *   CARRYING A CASE ID, WRITTEN BY HW-CALCULATOR AS THE MEMBER
      *   IS ACCUMULATED INTO THE PANEL AND READ BY THE CASE
      *   RE-EVALUATION SWEEP (HWCASSWP). THE KEY LEADS WITH THE
      *   CASEREG KEY (CASE + RUN + PANEL), SO A START ON A REGISTER
      *   ENTRY'S KEY WITH A ZERO MEMBER SEQUENCE WALKS THAT PANEL'S
      *   MEMBERS IN CARD ORDER. THE RECORD KEEPS WHAT THE PANEL
      *   FIGURE WAS BUILT FROM - THE CASE GENOTYPE (OR THE ALLEGED
      *   PARENT'S AND CHILD'S), THE FREQUENCIES USED AND THE
      *   RESULTING LOCUS VALUE:
      *     R  TWO-ALLELE RMP MEMBER - CL-CASE-GENOTYPE, P AND Q,
      *        GENOTYPE FREQUENCY
      *     S  STR RMP MEMBER - THE TWO CASE ALLELES AND THEIR
      *        FREQUENCIES, GENOTYPE FREQUENCY
      *     K  TWO-ALLELE KINSHIP MEMBER - CHILD GENOTYPE IN
      *        CL-CASE-GENOTYPE, PARENT'S IN CL-PARENT-GENOTYPE, P
      *        AND Q, LIKELIHOOD RATIO
      *     T  STR KINSHIP MEMBER - THE CHILD'S ALLELES AND THEIR
      *        FREQUENCIES, THE PARENT'S ALLELES, LIKELIHOOD RATIO
      *   CL-FREQ-SOURCE IS L WHEN THE FREQUENCY CAME FROM THE
      *   REFERENCE MASTERS AND K WHEN IT WAS KEYED ON THE CARD.
      *   MIXTURE MEMBERS ARE NOT KEPT.
      *================================================================
       01  CASE-LOCUS-RECORD.
           05  CL-KEY.
               10  CL-CASE-ID      PIC X(12).
               10  CL-RUN-ID       PIC X(16).
               10  CL-PANEL-ID     PIC X(10).
               10  CL-MEMBER-SEQ   PIC 9(03).
           05  CL-POP-ID           PIC X(10).
           05  CL-LOCUS-ID         PIC X(08).
           05  CL-MEMBER-TYPE      PIC X(01).
               88  CL-TWO-ALLELE-RMP     VALUE 'R'.
               88  CL-STR-RMP            VALUE 'S'.
               88  CL-TWO-ALLELE-KIN     VALUE 'K'.
               88  CL-STR-KIN            VALUE 'T'.
               88  CL-KINSHIP-MEMBER     VALUE 'K' 'T'.
           05  CL-CASE-GENOTYPE    PIC X(02).
           05  CL-PARENT-GENOTYPE  PIC X(02).
           05  CL-CASE-ALLELE-1    PIC X(06).
           05  CL-CASE-ALLELE-2    PIC X(06).
           05  CL-PARENT-ALLELE-1  PIC X(06).
           05  CL-PARENT-ALLELE-2  PIC X(06).
           05  CL-FREQUENCY-1      PIC 9(01)V9(08).
           05  CL-FREQUENCY-2      PIC 9(01)V9(08).
           05  CL-LOCUS-VALUE      PIC 9(07)V9(08).
           05  CL-FREQ-SOURCE      PIC X(01).
               88  CL-FREQ-LOOKED-UP     VALUE 'L'.
               88  CL-FREQ-KEYED         VALUE 'K'.
           05  FILLER              PIC X(10).
