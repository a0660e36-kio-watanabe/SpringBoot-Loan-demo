      ****************************************************************
      *  ARCHPARM --  ACCOUNT ARCHIVE RUN PARAMETER                  *
      *               ONE CARD PER RUN SELECTS THE FUNCTION:         *
      *                 "L"  LIST ONLY -- EVERY CLOSED ACCOUNT DUE   *
      *                      FOR ARCHIVING, NOTHING MOVED            *
      *                 "A"  ARCHIVE -- MOVE EVERY CLOSED ACCOUNT    *
      *                      WHOSE LAST LEDGER ACTIVITY IS OLDER     *
      *                      THAN THE RETENTION PERIOD OFF THE LIVE  *
      *                      FILES ONTO THE ARCHIVE FILES            *
      *                 "R"  RESTORE -- BRING THE ONE ACCOUNT NAMED  *
      *                      BACK FROM THE ARCHIVE FILES             *
      *               THE RETENTION IS IN MONTHS; BLANK MEANS TEN    *
      *               YEARS.  THE NUMERIC FIELDS ARE HELD            *
      *               ALPHANUMERIC, WITH NUMERIC REDEFINITIONS, SO A *
      *               MISPUNCHED CARD IS CAUGHT BEFORE ANYTHING      *
      *               MOVES.  NO CARD MEANS LIST ONLY.               *
      ****************************************************************
       01  ARCP-RECORD.
         03  ARCP-FUNCTION         PIC X(01).
           88  ARCP-LIST-ONLY                VALUE "L".
           88  ARCP-ARCHIVE                  VALUE "A".
           88  ARCP-RESTORE                  VALUE "R".
         03  ARCP-RETENTION-X      PIC X(03).
         03  ARCP-RETENTION        REDEFINES ARCP-RETENTION-X
                                   PIC 9(03).
         03  ARCP-ACCOUNT-X        PIC X(10).
         03  ARCP-ACCOUNT-NO       REDEFINES ARCP-ACCOUNT-X
                                   PIC 9(10).
         03  FILLER                PIC X(10).
