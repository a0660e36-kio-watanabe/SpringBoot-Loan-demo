      ****************************************************************
      *  PROJPARM --  CASH-FLOW PROJECTION RUN PARAMETER             *
      *               ONE CARD PER RUN GIVING THE HORIZON: HOW MANY  *
      *               DUE MONTHS, STARTING WITH THE RUN MONTH, ARE   *
      *               PROJECTED ONE BY ONE.  EVERYTHING FALLING DUE  *
      *               AFTER THE HORIZON IS SHOWN AS ONE FIGURE.      *
      *               THE HORIZON IS HELD ALPHANUMERIC, WITH A       *
      *               NUMERIC REDEFINITION, SO A MISPUNCHED CARD IS  *
      *               CAUGHT BEFORE THE PROJECTION IS BUILT.  NO     *
      *               CARD, OR A BLANK HORIZON, MEANS TWELVE MONTHS. *
      ****************************************************************
       01  PRJP-RECORD.
         03  PRJP-HORIZON-X        PIC X(03).
         03  PRJP-HORIZON          REDEFINES PRJP-HORIZON-X
                                   PIC 9(03).
         03  FILLER                PIC X(10).
