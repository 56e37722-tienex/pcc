      *****************************************************************
      * COPYBOOK   : WSTOKENS
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     SUBSTITUTION TOKENS ALLOWED IN GREETING TEXT (GF-MESSAGE
      *     AND PM-GREETING-TEXT), SHARED BY GREET-EDIT (GF-MESSAGE)
      *     AND FILE-MAINT (PM-GREETING-TEXT, WHEN A CHANGE IS
      *     SUBMITTED AND AGAIN WHEN IT IS APPLIED), WHICH REJECT
      *     ANYTHING ELSE, AND HELLO-WORLD, WHICH RESOLVES THEM AS
      *     EACH LINE IS SHOWN.  A TOKEN IS AN AMPERSAND,
      *     THE UPPER-CASE NAME, AND A PERIOD, AS IN JCL SYMBOLICS -
      *         &DATE.   RUN DATE AS YYYY-MM-DD
      *         &DAY.    RUN DATE'S DAY NAME (Monday ... Sunday)
      *         &CHNL.   CHANNEL NAME (Lobby, Branch, Portal)
      *         &COUNT.  THE DAY'S RUNNING MESSAGE COUNT FOR THE
      *                  LINE, WITHOUT LEADING ZEROS
      *     AN AMPERSAND NOT FOLLOWED BY AN UPPER-CASE LETTER IS
      *     ORDINARY TEXT.  MAX-LEN IS THE WIDEST VALUE A TOKEN CAN
      *     RESOLVE TO - BOTH EDITS SIZE THE TEXT WITH EVERY TOKEN
      *     AT ITS WIDEST, SO TEXT THEY ACCEPT NEVER OVERFLOWS THE
      *     30-BYTE GREETING ON ANY DATE OR COUNT.  A PARM-FILE
      *     RECORD CHANGED OUTSIDE FILE-MAINT IS NOT EDITED - HELLO-
      *     WORLD THEN LEAVES AN UNKNOWN TOKEN AS WRITTEN AND DROPS
      *     ANYTHING PAST 30 BYTES.
      *     COPY WITH
      *         COPY WSTOKENS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *     2026-10-15 RK     FILE-MAINT NOW EDITS PM-GREETING-TEXT
      *                       AGAINST THIS TABLE AS GREET-EDIT DOES.
      *****************************************************************
       01  WS-TOKEN-VALUES.
           05  FILLER              PIC X(11) VALUE "&DATE.  610".
           05  FILLER              PIC X(11) VALUE "&DAY.   509".
           05  FILLER              PIC X(11) VALUE "&CHNL.  606".
           05  FILLER              PIC X(11) VALUE "&COUNT. 707".
       01  WS-TOKEN-TABLE REDEFINES WS-TOKEN-VALUES.
           05  WS-TK-ENTRY         OCCURS 4 TIMES.
               10  WS-TK-TEXT      PIC X(08).
               10  WS-TK-LEN       PIC 9(01).
               10  WS-TK-MAX-LEN   PIC 9(02).
       01  WS-TK-ENTRIES           PIC 9(02) COMP VALUE 4.
      *
      *    DAY NAMES BY DAY OF WEEK, 1 = MONDAY (ACCEPT FROM
      *    DAY-OF-WEEK).
       01  WS-DAY-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE "Monday   6".
           05  FILLER              PIC X(10) VALUE "Tuesday  7".
           05  FILLER              PIC X(10) VALUE "Wednesday9".
           05  FILLER              PIC X(10) VALUE "Thursday 8".
           05  FILLER              PIC X(10) VALUE "Friday   6".
           05  FILLER              PIC X(10) VALUE "Saturday 8".
           05  FILLER              PIC X(10) VALUE "Sunday   6".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DN-ENTRY         OCCURS 7 TIMES.
               10  WS-DN-NAME      PIC X(09).
               10  WS-DN-LEN       PIC 9(01).
      *
      *    CHANNEL NAMES BY CHANNEL CODE (SEE GFRECORD).
       01  WS-CHANNEL-NAME-VALUES.
           05  FILLER              PIC X(08) VALUE "LLobby 5".
           05  FILLER              PIC X(08) VALUE "BBranch6".
           05  FILLER              PIC X(08) VALUE "PPortal6".
       01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAME-VALUES.
           05  WS-CN-ENTRY         OCCURS 3 TIMES.
               10  WS-CN-CODE      PIC X(01).
               10  WS-CN-NAME      PIC X(06).
               10  WS-CN-LEN       PIC 9(01).
