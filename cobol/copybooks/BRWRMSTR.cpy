      ****************************************************************
      *  BRWRMSTR  --  BORROWER MASTER RECORD, KEYED ON BORROWER ID  *
      *               ONE RECORD PER BORROWER, HOWEVER MANY LOANS    *
      *               THEY HOLD.  CARRIES WHERE LETTERS GO: THE      *
      *               POSTAL CODE AND ADDRESS LINES PRINTED AS THE   *
      *               ADDRESSEE BLOCK, THE PHONE NUMBER FOR THE      *
      *               COUNTER, AND THE MAIL FLAG THAT STOPS A        *
      *               LETTER GOING TO AN ADDRESS KNOWN TO BE BAD.    *
      *               THE BORROWER NAME STAYS ON THE LOAN MASTER.    *
      ****************************************************************
       01  BRWR-RECORD.
         03  BRWR-BORROWER-ID      PIC 9(08).
      *    POSTAL CODE AS PRINTED, NNN-NNNN.
         03  BRWR-POSTAL-CODE      PIC X(08).
         03  BRWR-ADDRESS-1        PIC X(40).
         03  BRWR-ADDRESS-2        PIC X(40).
         03  BRWR-ADDRESS-3        PIC X(40).
         03  BRWR-PHONE            PIC X(13).
      *    SPACE: LETTERS GO OUT.  "R": THE POST OFFICE RETURNED
      *    THE LAST LETTER.  "D": THE BORROWER ASKED FOR NO MAIL.
      *    EITHER FLAG HOLDS EVERY LETTER BACK ON THE LETTER RUN'S
      *    EXCEPTION LIST UNTIL THE ADDRESS IS PUT RIGHT.
         03  BRWR-MAIL-FLAG        PIC X(01).
           88  BRWR-MAIL-OK                  VALUE SPACE.
           88  BRWR-RETURNED-MAIL            VALUE "R".
           88  BRWR-DO-NOT-MAIL              VALUE "D".
         03  BRWR-LAST-CHANGED     PIC 9(08).
         03  FILLER                PIC X(10).
