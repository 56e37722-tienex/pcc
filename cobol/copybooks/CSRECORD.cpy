      *****************************************************************
      * COPYBOOK   : CSRECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     CHANNEL TALLY HISTORY RECORD LAYOUT (CHNLHIST,
      *     PROD.HELLO.CHNLHIST - SEQUENTIAL, 80 BYTES, ALLOCATED ONCE
      *     BY HELLODEF, DISP=MOD IN HELLOJOB, NEVER PURGED).  TWO
      *     STREAM STEPS APPEND ONE RECORD PER CHANNEL (L, B, P, AND
      *     A SPACE FOR ANYTHING ELSE) EVERY NIGHT THEY RUN -
      *         TYPE E - GREET-EDIT, FOR THE RUN DATE -
      *                  COUNT-1 RAW RECORDS READ, COUNT-2 ACCEPTED,
      *                  COUNT-3 REJECTED.
      *         TYPE A - ACK-MATCH, FOR ITS MATCH DATE -
      *                  COUNT-1 EXTRACTS DATED ON THE MATCH DATE,
      *                  COUNT-2 OF THOSE ACKNOWLEDGED, COUNT-3 OF
      *                  THOSE OVERDUE.
      *     JOB NAME IS THE WRITING STEP'S RUNPARM JOB NAME.  STAMP IS
      *     THE MACHINE DATE AND TIME THE WRITING STEP STARTED - A
      *     RESTARTED STEP OR AN ACKPARM RERUN APPENDS A SECOND SET
      *     FOR THE SAME DATA DATE, AND A READER MUST COUNT ONLY THE
      *     SET WITH THE LATEST STAMP FOR EACH TYPE, DATA DATE, AND
      *     JOB.  GREET-EDIT STAMPS ITS REJHIST RECORDS (SEE RJRECORD)
      *     WITH THE SAME DATE AND TIME, SO THE SAME RULE PICKS THE
      *     MATCHING REJECT DETAIL.  CHNL-SCORE READS THE FILE BACK
      *     FOR THE MONTHLY CHANNEL SCORECARD.
      *     COPY WITH
      *         COPY CSRECORD REPLACING ==:TAG:== BY ==CS==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-REC-TYPE      PIC X(01).
               88  :TAG:-EDIT-TALLY          VALUE "E".
               88  :TAG:-ACK-TALLY           VALUE "A".
           05  :TAG:-DATA-DATE     PIC 9(08).
           05  :TAG:-JOB-NAME      PIC X(08).
           05  :TAG:-STAMP.
               10  :TAG:-STAMP-DATE
                                   PIC 9(08).
               10  :TAG:-STAMP-TIME
                                   PIC 9(08).
           05  :TAG:-CHANNEL       PIC X(01).
           05  :TAG:-COUNT-1       PIC 9(07).
           05  :TAG:-COUNT-2       PIC 9(07).
           05  :TAG:-COUNT-3       PIC 9(07).
           05  FILLER              PIC X(25).
