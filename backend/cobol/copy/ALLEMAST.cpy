      *================================================================
      * ALLEMAST - ALLELE FREQUENCY MASTER RECORD LAYOUT
      *   ONE RECORD PER NAMED ALLELE AT A MULTI-ALLELIC (STR) LOCUS,
      *   KEYED ON POPULATION PLUS LOCUS PLUS ALLELE DESIGNATION. THE
      *   DESIGNATION IS THE ALLELE NAME AS THE KIT CALLS IT (9.3,
      *   11, 14), LEFT-JUSTIFIED - 11 AND 11.0 ARE DIFFERENT KEYS.
      *   SHARED BY HW-CALCULATOR (STR PANEL MEMBERS AND KINSHIP
      *   CARDS AT MULTI-ALLELIC LOCI LOOK THEIR ALLELES UP HERE)
      *   AND ALLMAINT (MAINTENANCE). AM-FREQUENCY IS EITHER KEYED
      *   DIRECTLY (SOURCE K) OR REBUILT FROM THE POSTED ALLELE
      *   COUNTS OF THE POP/LOCUS (SOURCE B), IN WHICH CASE
      *   AM-SAMPLE-N IS THE TOTAL ALLELES COUNTED AT THE LOCUS. AN
      *   ALLELE FIRST SEEN THROUGH A POSTED COUNT CARRIES NO
      *   FREQUENCY (SOURCE N) UNTIL THE NEXT REBUILD. AM-ASOF-DATE
      *   IS THE DATE THE FREQUENCY WAS LAST SET.
      *================================================================
       01  ALLELE-FREQUENCY-RECORD.
           05  AM-KEY.
               10  AM-POP-ID       PIC X(10).
               10  AM-LOCUS-ID     PIC X(08).
               10  AM-ALLELE-ID    PIC X(06).
           05  AM-FREQUENCY        PIC 9(01)V9(08).
           05  AM-ALLELE-COUNT     PIC 9(07).
           05  AM-SAMPLE-N         PIC 9(07).
           05  AM-ASOF-DATE        PIC 9(08).
           05  AM-SOURCE           PIC X(01).
               88  AM-FROM-KEYING        VALUE 'K'.
               88  AM-FROM-REBUILD       VALUE 'B'.
               88  AM-COUNT-ONLY         VALUE 'N'.
           05  FILLER              PIC X(05).
