      *     TEXT SAYS THEY DO - A COUNTER PAIR FOR HELLO-WORLD'S
      *     RECONCILIATION, A PER-DATE COUNT PAIR FOR THE END-OF-DAY
      *     BALANCING RUN.
      *     EXC-CASE TELLS WHICH PROGRAM RAISED A RECORD FROM THE
      *     LEADING TEXT OF THE REASON ("COUNTER", "EOD RECON",
      *     "ACK MISSING", "MAINT - "), SO A NEW REASON MUST KEEP ITS
      *     WRITER'S PREFIX.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     2026-08-22 RK     EXPECTED/ACTUAL WIDENED TO PIC 9(07)
      *                       WITH THE SYSTEM-WIDE COUNTER EXPANSION -
      *                       THE RECORD IS NOW 64 CHARACTERS.
      *     2026-10-15 RK     REMARKS - REASON PREFIX NOW IDENTIFIES
      *                       THE SOURCE PROGRAM FOR CASE TRACKING.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-RUN-DATE      PIC 9(08).
