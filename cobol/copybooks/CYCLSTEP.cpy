      ****************************************************************
      *  CYCLSTEP --  NIGHTLY CYCLE STEP TABLE                       *
      *               THE CONTROLLED BATCH STEPS IN RUNNING ORDER,   *
      *               EACH WITH HOW OFTEN IT MAY COMPLETE ("D" ONCE  *
      *               PER BUSINESS DATE, "M" ONCE PER CALENDAR       *
      *               MONTH) AND THE STEP THAT MUST HAVE COMPLETED   *
      *               FOR THE SAME BUSINESS DATE BEFORE IT STARTS.   *
      *               DDRETPST FEEDS THE HONOURED DEBITS INTO THE    *
      *               PAYMENTS FILE, PAYPOST REFRESHES DELINQ AND    *
      *               DLQHIST, AND PAYOFF CLOSES THE ACCOUNTS THE    *
      *               DEBIT REQUESTS AND THE ACCRUAL MUST NOT TOUCH. *
      ****************************************************************
       01  CYCLE-STEP-AREA.
         03  CSTP-IX               PIC 9(02)      COMP.
         03  CSTP-MAX              PIC 9(02)      COMP VALUE 7.
         03  CSTP-VALUES.
           05  FILLER              PIC X(17)      VALUE
               "DDRETPSTD        ".
           05  FILLER              PIC X(17)      VALUE
               "PAYPOST DDDRETPST".
           05  FILLER              PIC X(17)      VALUE
               "LATECHG DPAYPOST ".
           05  FILLER              PIC X(17)      VALUE
               "DUNNING DPAYPOST ".
           05  FILLER              PIC X(17)      VALUE
               "PAYOFF  DPAYPOST ".
           05  FILLER              PIC X(17)      VALUE
               "DDREQGENDPAYOFF  ".
           05  FILLER              PIC X(17)      VALUE
               "GLACCRUEMPAYOFF  ".
         03  CSTP-TABLE            REDEFINES CSTP-VALUES.
           05  CSTP-ENTRY          OCCURS 7 TIMES.
             07  CSTP-STEP-NAME    PIC X(08).
             07  CSTP-FREQUENCY    PIC X(01).
               88  CSTP-DAILY                VALUE "D".
               88  CSTP-MONTHLY              VALUE "M".
             07  CSTP-PREREQ       PIC X(08).
