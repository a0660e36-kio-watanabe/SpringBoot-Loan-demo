      ****************************************************************
      *  REVAUD  --  PAYMENT REVERSAL AUDIT RECORD (PAYREV)          *
      *               ONE RECORD PER REVERSAL APPLIED, APPENDED TO   *
      *               THE REVERSAL LOG AND NEVER REWRITTEN.  IT      *
      *               TIES THE ORIGINAL LEDGER ENTRY TO ITS          *
      *               REVERSAL ENTRY AND TO THE ENTRY THE MONEY WAS  *
      *               RE-POSTED UNDER, AND RECORDS THE POSTING       *
      *               POSITION BEFORE AND AFTER, SO A DISPUTED       *
      *               REVERSAL CAN BE RECONSTRUCTED LATER.           *
      ****************************************************************
       01  REVA-RECORD.
         03  REVA-RUN-DATE         PIC 9(08).
         03  REVA-RUN-TIME         PIC 9(08).
         03  REVA-ACCOUNT-NO       PIC 9(10).
         03  REVA-PAY-SEQ          PIC 9(04).
         03  REVA-REVERSAL-SEQ     PIC 9(04).
         03  REVA-PAY-DATE         PIC 9(08).
         03  REVA-PAY-AMOUNT       PIC 9(09)V99.
         03  REVA-REASON           PIC X(01).
           88  REVA-BOUNCED                  VALUE "B".
           88  REVA-MISAPPLIED               VALUE "M".
         03  REVA-OLD-THRU         PIC 9(04).
         03  REVA-OLD-CARRY        PIC 9(09)V99.
         03  REVA-NEW-THRU         PIC 9(04).
         03  REVA-NEW-CARRY        PIC 9(09)V99.
      *    ZERO WHEN THE MONEY WAS NOT RE-POSTED.
         03  REVA-REPOST-ACCOUNT   PIC 9(10).
         03  REVA-REPOST-SEQ       PIC 9(04).
         03  FILLER                PIC X(10).
