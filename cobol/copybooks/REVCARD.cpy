      ****************************************************************
      *  REVCARD  --  PAYMENT REVERSAL CARD                          *
      *               ONE CARD PER POSTED REMITTANCE TO BE TAKEN     *
      *               BACK: THE ACCOUNT AND THE LEDGER SEQUENCE OF   *
      *               THE ENTRY, WHY IT IS REVERSED ("B" A BOUNCED   *
      *               OR DISHONOURED ITEM, "M" MONEY KEYED TO THE    *
      *               WRONG ACCOUNT), AND FOR A MISAPPLIED ITEM THE  *
      *               ACCOUNT THE MONEY SHOULD HAVE GONE TO -- LEFT  *
      *               BLANK WHEN THE MONEY IS REFUNDED INSTEAD.      *
      *               THE NUMERIC FIELDS ARE HELD ALPHANUMERIC,      *
      *               WITH NUMERIC REDEFINITIONS, SO A MISPUNCHED    *
      *               CARD CAN BE CHECKED BEFORE IT TOUCHES THE      *
      *               LEDGER.                                        *
      ****************************************************************
       01  REVC-RECORD.
         03  REVC-ACCOUNT-X        PIC X(10).
         03  REVC-ACCOUNT-NO       REDEFINES REVC-ACCOUNT-X
                                   PIC 9(10).
         03  REVC-PAY-SEQ-X        PIC X(04).
         03  REVC-PAY-SEQ          REDEFINES REVC-PAY-SEQ-X
                                   PIC 9(04).
         03  REVC-REASON           PIC X(01).
           88  REVC-BOUNCED                  VALUE "B".
           88  REVC-MISAPPLIED               VALUE "M".
         03  REVC-REPOST-X         PIC X(10).
         03  REVC-REPOST-ACCOUNT   REDEFINES REVC-REPOST-X
                                   PIC 9(10).
         03  FILLER                PIC X(10).
