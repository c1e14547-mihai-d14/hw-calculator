      * MODIFICATION HISTORY
      *   2026-08-24 RA  ORIGINAL LOCUS MASTER MAINTENANCE, MODELLED
      *                  ON POPMAINT.
      *   2026-09-14 RA  ADDED THE ALLELE MODEL (B TWO-ALLELE, M
      *                  MULTI-ALLELIC STR) ON ADD AND CHANGE.
      *
      * APPLIES A DECK OF MAINTENANCE TRANSACTIONS (LMTFILE) TO THE
      * LOCUS MASTER (LOCMAST). TRANSACTION ACTIONS:
      * THE PLAUSIBLE FREQUENCY BAND IS KEYED AS TWO 9V9(8) FIELDS
      * WITH IMPLIED DECIMAL, THE SAME CONVENTION AS THE BATCH DETAIL
      * CARDS. BLANK BAND FIELDS ON AN ADD LEAVE NO BAND ON FILE; ON
      * A CHANGE THEY LEAVE THE MASTER BAND ALONE. THE ALLELE MODEL
      * IS B (TWO-ALLELE, THE DEFAULT WHEN LEFT BLANK ON AN ADD) OR
      * M (MULTI-ALLELIC STR, PRICED FROM ALLEMAST). REJECTED
      * TRANSACTIONS GO TO LMTERR WITH A REASON; ACCEPTED AND
      * REJECTED COUNTS ARE DISPLAYED AT END OF JOB.
      *
           05  LT-BAND-LOW-X REDEFINES LT-BAND-LOW PIC X(09).
           05  LT-BAND-HIGH        PIC 9(01)V9(08).
           05  LT-BAND-HIGH-X REDEFINES LT-BAND-HIGH PIC X(09).
           05  LT-ALLELE-MODEL     PIC X(01).
               88  LT-MODEL-VALID        VALUE 'B' 'M' ' '.
           05  FILLER              PIC X(04).
      *
       FD  LOCMAST.
       COPY LOCMAST.
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3510-EXIT
           END-IF
           IF NOT LT-MODEL-VALID
               MOVE 'ALLELE MODEL MUST BE B OR M'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3510-EXIT
           END-IF
           PERFORM 3505-VALIDATE-BAND-FIELDS THRU 3505-EXIT
           IF NOT W-BAND-OK
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               MOVE LT-BAND-LOW TO LM-BAND-LOW
               MOVE LT-BAND-HIGH TO LM-BAND-HIGH
           END-IF
           IF LT-ALLELE-MODEL = SPACE
               MOVE 'B' TO LM-ALLELE-MODEL
           ELSE
               MOVE LT-ALLELE-MODEL TO LM-ALLELE-MODEL
           END-IF
           WRITE LOCUS-MASTER-RECORD
               INVALID KEY
                   MOVE 'LOCUS ID ALREADY ON MASTER'
           EXIT.
      *
      * A CHANGE REPLACES ONLY THE FIELDS SUPPLIED - A BLANK NAME,
      * CHROMOSOME, TYPE, BAND OR MODEL ON THE TRANSACTION LEAVES THE
      * MASTER VALUE ALONE, SO A NAME CAN BE CORRECTED WITHOUT
      * RE-KEYING THE BAND.
      *
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3520-EXIT
           END-IF
           IF NOT LT-MODEL-VALID
               MOVE 'ALLELE MODEL MUST BE B OR M'
                   TO W-ERROR-MESSAGE
               PERFORM 8800-WRITE-ERROR-RECORD THRU 8800-EXIT
               GO TO 3520-EXIT
           END-IF
           MOVE LT-LOCUS-ID TO LM-LOCUS-ID
           READ LOCMAST
               INVALID KEY
               MOVE LT-BAND-LOW TO LM-BAND-LOW
               MOVE LT-BAND-HIGH TO LM-BAND-HIGH
           END-IF
           IF LT-ALLELE-MODEL NOT = SPACE
               MOVE LT-ALLELE-MODEL TO LM-ALLELE-MODEL
           END-IF
           REWRITE LOCUS-MASTER-RECORD
           ADD 1 TO W-APPLIED-COUNT
           .
