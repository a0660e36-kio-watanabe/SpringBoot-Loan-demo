      ****************************************************************
      *  CLASHREC  --  SELF-ASSESSMENT CLASSIFICATION HISTORY,       *
      *               KEYED ON ACCOUNT AND AS-OF DATE.  THE QUARTER- *
      *               END CLASSIFICATION RUN ADDS ONE RECORD PER     *
      *               ACTIVE ACCOUNT PER RUN AND NEVER OVERWRITES    *
      *               AN EARLIER QUARTER, SO THE NEXT RUN CAN COUNT  *
      *               HOW ACCOUNTS MOVED BETWEEN CATEGORIES AND BOOK *
      *               ONLY THE CHANGE IN THE ALLOWANCE.  A SAME-DAY  *
      *               RERUN REPLACES ITS OWN RECORDS IN PLACE.       *
      ****************************************************************
       01  CLSH-RECORD.
         03  CLSH-KEY.
           05  CLSH-ACCOUNT-NO     PIC 9(10).
           05  CLSH-ASOF-DATE      PIC 9(08).
         03  CLSH-CATEGORY         PIC 9(01).
         03  CLSH-PERIODS-BEHIND   PIC 9(03).
         03  CLSH-AMOUNT-OVERDUE   PIC 9(09)V99.
         03  CLSH-LATE-CHARGES     PIC 9(09)V99.
         03  CLSH-BALANCE          PIC 9(11)V99.
         03  CLSH-PROVISION        PIC 9(11)V99.
         03  FILLER                PIC X(10).
