      *****************************************************************
      * COPYBOOK   : HORECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     HELD-OVER GREETING LINE RECORD LAYOUT (CARRY-FORWARD FILE,
      *     PROD.HELLO.CARRYFWD LIVE AND PROD.HELLO.CARRYNEW AS
      *     WRITTEN BY HELLO-WORLD AND COPIED BACK BY HELLOJOB).  WHEN
      *     A CHANNEL'S DAILY COUNT HAS REACHED ITS CAP ON THE CHNLIMIT
      *     FILE, HELLO-WORLD NEITHER DISPLAYS, AUDITS, NOR EXTRACTS
      *     FURTHER LINES FOR THAT CHANNEL - IT WRITES THEM HERE, AND
      *     THE NEXT BUSINESS DAY'S RUN FEEDS THEM AHEAD OF THAT DAY'S
      *     GREETED BATCH.  ON A NON-BUSINESS DAY THE FILE IS PASSED
      *     THROUGH UNTOUCHED.
      *
      *     GREETING IS THE CLEANED GREETING-FILE RECORD EXACTLY AS
      *     SELECTED (SEE GFRECORD), SO A HELD LINE KEEPS ITS MESSAGE
      *     AND CHANNEL; ITS EFFECTIVE DATES AND FREQUENCY ARE NOT
      *     RE-CHECKED WHEN IT IS RELEASED - IT WAS IN EFFECT ON THE
      *     DAY IT WAS HELD.  FIRST-HELD IS THE RUN DATE THE LINE WAS
      *     FIRST HELD; LAST-HELD IS THE RUN DATE OF THE MOST RECENT
      *     HOLD (A LINE HELD AGAIN BECAUSE THE CAP WAS REACHED AGAIN
      *     KEEPS ITS FIRST-HELD DATE).  DAILY-RECON COUNTS HELD
      *     LINES BY LAST-HELD DATE SO THEY BALANCE AS HELD, NOT AS
      *     MISSING.
      *
      *     JOB-NAME IS THE JOB NAME OF THE RUN THAT HELD THE LINE
      *     (RUNPARM COLS 9-16, ELSE HELLOJOB).  A LINE IS RELEASED
      *     ONLY TO A RUN UNDER THAT SAME JOB NAME; EVERY OTHER RUN
      *     PASSES IT THROUGH UNTOUCHED.  A RECORD WRITTEN BEFORE THE
      *     FIELD WAS ADDED READS AS BLANK AND IS TAKEN AS HELLOJOB.
      *     COPY WITH
      *         COPY HORECORD REPLACING ==:TAG:== BY ==HO==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *     2026-10-15 RK     ADDED JOB-NAME - RECORD NOW 72 BYTES.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-FIRST-HELD    PIC 9(08).
           05  :TAG:-LAST-HELD     PIC 9(08).
           05  :TAG:-GREETING      PIC X(48).
           05  :TAG:-GREETING-VIEW REDEFINES :TAG:-GREETING.
               10  :TAG:-MESSAGE   PIC X(30).
               10  :TAG:-EFF-FROM  PIC 9(08).
               10  :TAG:-EFF-TO    PIC 9(08).
               10  :TAG:-FREQ      PIC X(01).
               10  :TAG:-CHANNEL   PIC X(01).
           05  :TAG:-JOB-NAME      PIC X(08).
