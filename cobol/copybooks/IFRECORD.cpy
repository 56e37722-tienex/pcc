      *                       CHANNEL A LINE WAS FOR - THE RECORD
      *                       IS NOW 58 CHARACTERS.  PRE-CHANNEL
      *                       HISTORY CARRIES A SPACE.
      *     2026-10-15 RK     GREETING IS THE TEXT AS SHOWN, WITH ANY
      *                       SUBSTITUTION TOKENS (SEE WSTOKENS)
      *                       ALREADY RESOLVED - NOT THE RAW MESSAGE.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-RUN-DATE      PIC 9(08).
