      *                       BY CHANNEL - THE RECORD IS NOW 62
      *                       CHARACTERS.  MAINTENANCE IMAGES AND
      *                       PRE-CHANNEL HISTORY CARRY A SPACE.
      *     2026-10-15 RK     DOCUMENTED THE "MAINT AP " APPROVAL
      *                       IMAGE FILE-MAINT NOW WRITES UNDER THE
      *                       APPROVING OPERATOR AHEAD OF EACH
      *                       BEFORE/AFTER PAIR - IT FALLS UNDER THE
      *                       RESERVED "MAINT " PREFIX.
      *     2026-10-15 RK     GREETING IS THE TEXT AS SHOWN, WITH ANY
      *                       SUBSTITUTION TOKENS (SEE WSTOKENS)
      *                       ALREADY RESOLVED - NOT THE RAW MESSAGE.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-RUN-DATE      PIC 9(08).
