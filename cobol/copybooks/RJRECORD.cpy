      *****************************************************************
      * COPYBOOK   : RJRECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     REJECT-HISTORY RECORD LAYOUT (REJHIST, PROD.HELLO.REJHIST
      *     - SEQUENTIAL, 128 BYTES, ALLOCATED ONCE BY HELLODEF,
      *     DISP=MOD IN HELLOJOB, NEVER PURGED).  GREET-EDIT APPENDS
      *     ONE RECORD FOR EVERY RAW GREETING-FILE RECORD IT REJECTS -
      *     THE RUN DATE AND JOB NAME AS ON RUNCTL, THE MACHINE DATE
      *     AND TIME THE EDIT STARTED, THE RAW LINE NUMBER, THE
      *     CHANNEL CODE AS SUBMITTED (WHATEVER BYTE THE RECORD
      *     CARRIED, SO A BAD CHANNEL CODE IS KEPT AS SENT), THE
      *     REJECT REASON AS A ONE-BYTE CATEGORY PLUS THE TEXT
      *     PRINTED ON EDITRPT, AND THE RAW 48-BYTE RECORD UNCHANGED.
      *     CHNL-SCORE READS THE FILE BACK FOR THE MONTHLY CHANNEL
      *     SCORECARD.
      *
      *     A RESTARTED STEP005 APPENDS A SECOND SET OF REJECTS FOR
      *     THE SAME RUN DATE UNDER A LATER EDIT DATE/TIME - READERS
      *     COUNT ONLY THE LATEST EDIT OF A RUN DATE (SEE CSRECORD).
      *     COPY WITH
      *         COPY RJRECORD REPLACING ==:TAG:== BY ==RJ==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-RUN-DATE      PIC 9(08).
           05  :TAG:-JOB-NAME      PIC X(08).
           05  :TAG:-EDIT-STAMP.
               10  :TAG:-EDIT-DATE PIC 9(08).
               10  :TAG:-EDIT-TIME PIC 9(08).
           05  :TAG:-LINE-NUMBER   PIC 9(07).
           05  :TAG:-CHANNEL       PIC X(01).
           05  :TAG:-REASON-CODE   PIC X(01).
               88  :TAG:-REASON-BLANK        VALUE "B".
               88  :TAG:-REASON-NONPRINT     VALUE "N".
               88  :TAG:-REASON-SCHEDULE     VALUE "S".
               88  :TAG:-REASON-CHANNEL      VALUE "C".
               88  :TAG:-REASON-RESERVED     VALUE "R".
               88  :TAG:-REASON-TOKEN        VALUE "T".
               88  :TAG:-REASON-DUPLICATE    VALUE "D".
           05  :TAG:-REASON        PIC X(30).
           05  :TAG:-RAW-RECORD    PIC X(48).
           05  FILLER              PIC X(09).
