      *-----------------------------------------------------------------
      * REMARKS.
      *     RUN-CONTROL RECORD LAYOUT (RUNCTL, PROD.HELLO.RUNCTL -
      *     VSAM KSDS, KEYS(24 0) RECORDSIZE(87 87), DEFINED ONCE BY
      *     HELLODEF).  EVERY PROGRAM IN THE HELLOJOB STREAM WRITES
      *     (OR REWRITES) ONE RECORD PER RUN DATE, JOB NAME, AND STEP
      *     AT END OF JOB - RUN DATE, JOB NAME (RUNPARM COLS 9-16,
      *     DEFAULT HELLOJOB), STEP, PROGRAM, CONDITION CODE AT THE TIME
      *     OF THE WRITE, AND UP TO THREE KEY COUNTS WITH A TEXT
      *     SAYING WHAT THE COUNTS ARE.  NIGHT-STAT READS THE DATE'S
      *     RECORDS BACK AND PRINTS THE ONE-PAGE NIGHT STATUS;
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-09-02 RK     ORIGINAL COPYBOOK.
      *     2026-10-15 RK     JOB NAME ADDED TO THE KEY BETWEEN RUN
      *                       DATE AND STEP SO SEVERAL JOB STREAMS
      *                       CAN SHARE RUNCTL - KEYS(24 0), RECORD
      *                       NOW 87 CHARACTERS.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-KEY.
               10  :TAG:-RUN-DATE  PIC 9(08).
               10  :TAG:-JOB-NAME  PIC X(08).
               10  :TAG:-STEP-ID   PIC X(08).
           05  :TAG:-PROGRAM       PIC X(08).
           05  :TAG:-COND-CODE     PIC 9(04).
