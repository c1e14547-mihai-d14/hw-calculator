      *   LEAVES ITS FREQUENCY BLANK READS THE ENTRY BACK INSTEAD OF
      *   RE-KEYING IT. FM-ASOF-DATE IS THE RUN DATE OF THE POSTING
      *   THAT LAST REFRESHED THE VALUES - THE DATE CASEWORK REVIEW
      *   DEFENDS. THIS IS ONLY EVER THE LATEST VERSION - EVERY
      *   REFRESH IS ALSO KEPT ON THE FREQUENCY HISTORY (FREQHIST).
      *================================================================
       01  FREQUENCY-MASTER-RECORD.
           05  FM-KEY.
