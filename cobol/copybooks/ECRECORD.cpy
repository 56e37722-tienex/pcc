      *****************************************************************
      * COPYBOOK   : ECRECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     EXCEPTION CASE RECORD LAYOUT (CASEFIL, PROD.HELLO.CASEFIL -
      *     VSAM KSDS, KEYS(12 0) RECORDSIZE(200 200)).  EXC-CASE
      *     OPENS ONE CASE FOR EVERY EXCEPTION-RPT RECORD (SEE
      *     ERRECORD) THE NIGHT IT FIRST SEES IT, AND OPERATORS MOVE
      *     THE CASE ALONG BY CASETXN TRANSACTION -
      *         O - OPEN      NOBODY HAS TAKEN IT YET
      *         A - ASSIGNED  AN OPERATOR OWNS THE INVESTIGATION
      *         R - RESOLVED  CLOSED WITH A RESOLUTION NOTE
      *         W - WAIVED    CLOSED WITHOUT ACTION, WITH THE REASON
      *
      *     THE CASE NUMBER IS THE EXCEPTION'S RUN DATE AND ITS
      *     POSITION AMONG THE EXCEPTION-RPT RECORDS OF THAT DATE.
      *     SOURCE IS THE PROGRAM THAT RAISED THE EXCEPTION, TAKEN
      *     FROM THE LEADING TEXT OF ITS REASON.  EXCEPTION-IMAGE IS
      *     THE EXCEPTION-RPT RECORD EXACTLY AS WRITTEN, SO THE CASE
      *     STILL SHOWS WHAT WAS RAISED AFTER HOUSE-KEEP HAS ARCHIVED
      *     THE RECORD ITSELF.  NOTE CARRIES THE LATEST OPERATOR
      *     NOTE - ON A CLOSED CASE, THE RESOLUTION OR WAIVER
      *     REASON.  RECORDS ARE NEVER DELETED - THE FILE IS THE
      *     EVIDENCE THAT EVERY EXCEPTION WAS CLOSED OUT.
      *     COPY WITH
      *         COPY ECRECORD REPLACING ==:TAG:== BY ==EC==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-CASE-NO.
               10  :TAG:-CASE-DATE PIC 9(08).
               10  :TAG:-CASE-SEQ  PIC 9(04).
           05  :TAG:-SOURCE        PIC X(12).
           05  :TAG:-STATUS        PIC X(01).
               88  :TAG:-OPEN                VALUE "O".
               88  :TAG:-ASSIGNED            VALUE "A".
               88  :TAG:-RESOLVED            VALUE "R".
               88  :TAG:-WAIVED              VALUE "W".
               88  :TAG:-CLOSED              VALUE "R" "W".
           05  :TAG:-FIRST-SEEN    PIC 9(08).
           05  :TAG:-ASSIGNED-TO   PIC X(08).
           05  :TAG:-ASSIGNED-DATE PIC 9(08).
           05  :TAG:-CLOSED-DATE   PIC 9(08).
           05  :TAG:-CLOSED-OPER   PIC X(08).
           05  :TAG:-LAST-UPDATE   PIC 9(08).
           05  :TAG:-LAST-OPER     PIC X(08).
           05  :TAG:-UPDATE-COUNT  PIC 9(03).
           05  :TAG:-NOTE          PIC X(40).
           05  :TAG:-EXCEPTION-IMAGE
                                   PIC X(64).
           05  FILLER              PIC X(12).
