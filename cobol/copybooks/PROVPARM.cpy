      ****************************************************************
      *  PROVPARM  --  SELF-ASSESSMENT PROVISION-RATE PARAMETER      *
      *               ONE CARD PER BORROWER CATEGORY (SAIMUSHA       *
      *               KUBUN), 1 = NORMAL THROUGH 5 = DE FACTO        *
      *               BANKRUPT, ALL FIVE REQUIRED.  AN ACCOUNT FALLS *
      *               INTO THE WORST CATEGORY WHOSE THRESHOLD IT     *
      *               MEETS: MONTHS BEHIND AT LEAST THE MINIMUM,     *
      *               AMOUNT OVERDUE AT LEAST THE MINIMUM (A ZERO    *
      *               MINIMUM IS NOT USED), OR -- WHERE THE FLAG IS  *
      *               "Y" -- ANY UNPAID LATE CHARGE ON FILE.  AN     *
      *               ACCOUNT MEETING NONE IS NORMAL; THE NORMAL     *
      *               CARD'S THRESHOLDS ARE IGNORED.  THE PROVISION  *
      *               RATE IS A PERCENTAGE OF THE OUTSTANDING        *
      *               BALANCE.  THE NUMERIC FIELDS ARE HELD          *
      *               ALPHANUMERIC, WITH NUMERIC REDEFINITIONS, SO A *
      *               MISPUNCHED CARD IS CAUGHT BEFORE THE RUN.      *
      ****************************************************************
       01  PRVP-RECORD.
         03  PRVP-CATEGORY-X       PIC X(01).
         03  PRVP-CATEGORY         REDEFINES PRVP-CATEGORY-X
                                   PIC 9(01).
         03  PRVP-CAT-NAME         PIC X(20).
         03  PRVP-MIN-BEHIND-X     PIC X(03).
         03  PRVP-MIN-BEHIND       REDEFINES PRVP-MIN-BEHIND-X
                                   PIC 9(03).
         03  PRVP-MIN-OVERDUE-X    PIC X(11).
         03  PRVP-MIN-OVERDUE      REDEFINES PRVP-MIN-OVERDUE-X
                                   PIC 9(09)V99.
         03  PRVP-LATE-CHG-FLAG    PIC X(01).
           88  PRVP-LATE-CHG-VALID           VALUE SPACE "Y" "N".
         03  PRVP-RATE-X           PIC X(06).
         03  PRVP-RATE             REDEFINES PRVP-RATE-X
                                   PIC 9(03)V9(03).
         03  FILLER                PIC X(10).
