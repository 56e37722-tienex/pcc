      *****************************************************************
      * COPYBOOK   : THRECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     STEP-TIMING HISTORY RECORD LAYOUT (TIMEHIST,
      *     PROD.HELLO.TIMEHIST - SEQUENTIAL, 80 BYTES, ALLOCATED ONCE
      *     BY HELLODEF, DISP=MOD IN HELLOJOB, NEVER PURGED).  EVERY
      *     PROGRAM IN THE HELLOJOB STREAM APPENDS ONE RECORD AT END OF
      *     JOB, RIGHT AFTER ITS RUN-CONTROL RECORD - RUN DATE AND JOB
      *     NAME AS ON RUNCTL, STEP, PROGRAM, THE WALL-CLOCK DATE AND
      *     TIME THE STEP STARTED AND ENDED, AND ITS CONDITION CODE.
      *     A RESTARTED STEP APPENDS A SECOND RECORD FOR THE SAME RUN
      *     DATE; NOTHING IS EVER REWRITTEN.  SLA-RPT READS THE FILE
      *     BACK FOR THE BATCH-WINDOW REPORT AND ITS 30-NIGHT TREND.
      *
      *     THE START/END DATES ARE THE MACHINE DATE, NOT THE RUN DATE
      *     - AN AS-OF RERUN KEEPS THE MISSED NIGHT AS ITS RUN DATE BUT
      *     IS TIMED WHEN IT ACTUALLY RAN.  TIMES ARE HHMMSSHH AS
      *     RETURNED BY ACCEPT FROM TIME.
      *     COPY WITH
      *         COPY THRECORD REPLACING ==:TAG:== BY ==TH==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-RUN-DATE      PIC 9(08).
           05  :TAG:-JOB-NAME      PIC X(08).
           05  :TAG:-STEP-ID       PIC X(08).
           05  :TAG:-PROGRAM       PIC X(08).
           05  :TAG:-START-DATE    PIC 9(08).
           05  :TAG:-START-TIME.
               10  :TAG:-START-HH  PIC 9(02).
               10  :TAG:-START-MM  PIC 9(02).
               10  :TAG:-START-SS  PIC 9(02).
               10  :TAG:-START-HS  PIC 9(02).
           05  :TAG:-END-DATE      PIC 9(08).
           05  :TAG:-END-TIME.
               10  :TAG:-END-HH    PIC 9(02).
               10  :TAG:-END-MM    PIC 9(02).
               10  :TAG:-END-SS    PIC 9(02).
               10  :TAG:-END-HS    PIC 9(02).
           05  :TAG:-COND-CODE     PIC 9(04).
           05  FILLER              PIC X(12).
