      ****************************************************************
      *  CYCLCARD --  NIGHTLY CYCLE CONTROL CARDS                    *
      *               "D" NAMES THE BUSINESS DATE THE CYCLE IS       *
      *               RUNNING FOR, SO STEPS THAT FINISH AFTER        *
      *               MIDNIGHT STILL BELONG TO THE SAME CYCLE.  NO   *
      *               "D" CARD MEANS THE SYSTEM DATE.  "O" IS A      *
      *               SUPERVISOR OVERRIDE: IT LETS THE NAMED STEP    *
      *               RUN AGAIN FOR THE NAMED BUSINESS DATE THOUGH   *
      *               IT HAS ALREADY COMPLETED (FOR A MONTHLY STEP,  *
      *               ALREADY COMPLETED IN THAT MONTH).  AN OVERRIDE *
      *               NEVER WAIVES A PREREQUISITE STEP.  EACH CARD   *
      *               ALLOWS ONE RUN, NAMED BY ITS RUN NUMBER: ONE   *
      *               MORE THAN THE RUN COUNT THE STATUS REPORT      *
      *               SHOWS FOR THAT DATE AND STEP (1 IF NONE).      *
      *               ONCE THAT RUN HAS STARTED THE CARD IS SPENT.   *
      *               THE DATE AND RUN NUMBER ARE HELD ALPHANUMERIC, *
      *               WITH NUMERIC REDEFINITIONS, SO A MISPUNCHED    *
      *               CARD IS CAUGHT.                                *
      ****************************************************************
       01  CYCC-RECORD.
         03  CYCC-CARD-TYPE        PIC X(01).
           88  CYCC-DATE-CARD                VALUE "D".
           88  CYCC-OVERRIDE-CARD            VALUE "O".
         03  CYCC-BUSINESS-DATE-X  PIC X(08).
         03  CYCC-BUSINESS-DATE    REDEFINES CYCC-BUSINESS-DATE-X
                                   PIC 9(08).
         03  CYCC-STEP-NAME        PIC X(08).
         03  CYCC-APPROVED-BY      PIC X(08).
         03  CYCC-RERUN-NO-X       PIC X(03).
         03  CYCC-RERUN-NO         REDEFINES CYCC-RERUN-NO-X
                                   PIC 9(03).
         03  FILLER                PIC X(07).
