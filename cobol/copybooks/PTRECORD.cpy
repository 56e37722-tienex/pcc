      *****************************************************************
      * COPYBOOK   : PTRECORD
      * AUTHOR     : R. KOWALSKI
      * INSTALLATION : DATA PROCESSING - BATCH SUPPORT
      * DATE-WRITTEN : 2026-10-15.
      *-----------------------------------------------------------------
      * REMARKS.
      *     PENDING MAINTENANCE TRANSACTION RECORD LAYOUT (PENDFIL,
      *     PROD.HELLO.PENDFIL - VSAM KSDS, KEYS(8 0) RECORDSIZE(150
      *     150)).  FILE-MAINT NO LONGER APPLIES A MAINTTXN RECORD
      *     THE NIGHT IT IS KEYED - IT FILES IT HERE UNDER THE NEXT
      *     PENDING ITEM NUMBER WITH THE SUBMITTING OPERATOR ID, AND
      *     A SECOND OPERATOR APPROVES OR REJECTS THE ITEM BY NUMBER
      *     ON A LATER MAINTTXN.  ONLY AN APPROVED ITEM WHOSE
      *     APPROVER IS NOT ITS SUBMITTER IS EVER APPLIED.  AN ITEM
      *     LEFT UNDECIDED PAST THE EXPIRY WINDOW IS MARKED EXPIRED
      *     AND CAN NO LONGER BE APPROVED.
      *
      *     TXN-IMAGE IS THE SUBMITTED 70-BYTE MAINTTXN RECORD
      *     EXACTLY AS KEYED; FILE-MAINT RE-EDITS IT AT APPLY TIME.
      *     NOTE CARRIES THE REJECTING OPERATOR'S REASON OR THE
      *     APPLY FAILURE REASON.  RECORDS ARE NEVER DELETED - THE
      *     FILE IS THE DUAL-CONTROL EVIDENCE FOR THE ACCESS REVIEW.
      *     COPY WITH
      *         COPY PTRECORD REPLACING ==:TAG:== BY ==PT==.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     DATE       BY     DESCRIPTION
      *     ---------- ------ --------------------------------------
      *     2026-10-15 RK     ORIGINAL COPYBOOK.
      *****************************************************************
       01  :TAG:-RECORD.
           05  :TAG:-PEND-ID       PIC 9(08).
           05  :TAG:-STATUS        PIC X(01).
               88  :TAG:-AWAITING            VALUE "P".
               88  :TAG:-APPROVED            VALUE "A".
               88  :TAG:-REJECTED            VALUE "R".
               88  :TAG:-EXPIRED             VALUE "X".
               88  :TAG:-APPLIED             VALUE "D".
               88  :TAG:-APPLY-FAILED        VALUE "F".
           05  :TAG:-SUBMIT-DATE   PIC 9(08).
           05  :TAG:-SUBMIT-TIME   PIC 9(08).
           05  :TAG:-SUBMIT-OPER   PIC X(08).
           05  :TAG:-DECIDE-DATE   PIC 9(08).
           05  :TAG:-DECIDE-OPER   PIC X(08).
           05  :TAG:-TXN-IMAGE     PIC X(70).
           05  :TAG:-NOTE          PIC X(30).
           05  FILLER              PIC X(01).
