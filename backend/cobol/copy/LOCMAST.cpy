      *   PLAUSIBLE RANGE FOR A POSTED P FREQUENCY AT THIS LOCUS - A
      *   POSTED FREQUENCY OUTSIDE THE BAND IS FLAGGED AS A WARNING,
      *   NOT REJECTED. A BAND OF ALL ZEROS MEANS NO BAND IS ON FILE.
      *   LM-ALLELE-MODEL MARKS A MULTI-ALLELIC (STR) LOCUS, WHOSE
      *   CASE GENOTYPES ARE CARRIED AS NAMED ALLELES AND PRICED FROM
      *   THE ALLELE FREQUENCY MASTER (ALLEMAST) RATHER THAN AS P/Q.
      *   BLANK (ENTRIES FROM BEFORE THE FLAG) MEANS TWO-ALLELE.
      *================================================================
       01  LOCUS-MASTER-RECORD.
           05  LM-LOCUS-ID         PIC X(08).
               88  LM-INACTIVE           VALUE 'I'.
           05  LM-BAND-LOW         PIC 9(01)V9(08).
           05  LM-BAND-HIGH        PIC 9(01)V9(08).
           05  LM-ALLELE-MODEL     PIC X(01).
               88  LM-MULTI-ALLELIC      VALUE 'M'.
               88  LM-BI-ALLELIC         VALUE 'B' ' '.
           05  FILLER              PIC X(04).
