      ****************************************************************
      *  CHGOCARD  --  CHARGE-OFF APPROVAL CARD                      *
      *               ONE CARD PER ACCOUNT APPROVED FOR WRITE-OFF:   *
      *               THE ACCOUNT, THE STAFF CODE OF THE OFFICER     *
      *               WHO SIGNED THE APPROVAL, AND THE DATE THEY     *
      *               SIGNED IT.  THE NUMERIC FIELDS ARE HELD        *
      *               ALPHANUMERIC, WITH NUMERIC REDEFINITIONS, SO   *
      *               A MISPUNCHED CARD CAN BE CHECKED BEFORE IT     *
      *               TOUCHES THE MASTER.                            *
      ****************************************************************
       01  CHGC-RECORD.
         03  CHGC-ACCOUNT-X        PIC X(10).
         03  CHGC-ACCOUNT-NO       REDEFINES CHGC-ACCOUNT-X
                                   PIC 9(10).
         03  CHGC-APPROVED-BY      PIC X(08).
         03  CHGC-APPROVAL-DATE-X  PIC X(08).
         03  CHGC-APPROVAL-DATE    REDEFINES CHGC-APPROVAL-DATE-X
                                   PIC 9(08).
         03  FILLER                PIC X(14).
