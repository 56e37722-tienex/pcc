      *     VALUE, AND THE CODE IS CARRIED THROUGH TO THE AUDIT
      *     AND INTERFACE RECORDS SO PER-CHANNEL COUNTS BALANCE
      *     END TO END.
      *
      *     MESSAGE MAY CARRY SUBSTITUTION TOKENS (&DATE. &DAY. &CHNL.
      *     &COUNT. - SEE WSTOKENS).  GREET-EDIT REJECTS AN UNKNOWN
      *     TOKEN OR A MESSAGE THAT COULD RESOLVE PAST 30 BYTES, AND
      *     HELLO-WORLD RESOLVES THEM AS EACH LINE IS SHOWN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *                       CALENDAR (CALRECRD), AND DOCUMENTED
      *                       THAT DAY-OF-WEEK RECORDS ARE
      *                       SUPPRESSED ON NON-BUSINESS DATES.
      *     2026-10-15 RK     DOCUMENTED THE SUBSTITUTION TOKENS
      *                       ALLOWED IN MESSAGE (SEE WSTOKENS).
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-MESSAGE       PIC X(30).
