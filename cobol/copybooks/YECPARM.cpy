      ****************************************************************
      *  YECPARM  --  YEAR-END BALANCE CERTIFICATE RUN PARAMETER     *
      *               ONE CARD PER RUN NAMING THE TAX YEAR THE       *
      *               CERTIFICATES ARE ISSUED FOR.  THE YEAR IS      *
      *               HELD ALPHANUMERIC, WITH A NUMERIC              *
      *               REDEFINITION, SO A MISPUNCHED CARD IS CAUGHT   *
      *               BEFORE A WHOLE RUN OF CERTIFICATES PRINTS FOR  *
      *               THE WRONG YEAR.  NO CARD MEANS THE CALENDAR    *
      *               YEAR BEFORE THE RUN DATE.                      *
      ****************************************************************
       01  YECP-RECORD.
         03  YECP-TAX-YEAR-X       PIC X(04).
         03  YECP-TAX-YEAR         REDEFINES YECP-TAX-YEAR-X
                                   PIC 9(04).
         03  FILLER                PIC X(10).
