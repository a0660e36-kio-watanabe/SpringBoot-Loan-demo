      ****************************************************************
      *  ADDRBLK  --  ADDRESSEE BLOCK AND MAIL EXCEPTION PRINT LINES *
      *               SHARED BY EVERY LETTER-PRODUCING RUN SO THE    *
      *               MAILROOM SEES THE SAME BLOCK IN THE SAME PLACE *
      *               ON EVERY LETTER: THE POSTAL CODE, THEN UP TO   *
      *               THREE ADDRESS LINES OFF THE BORROWER MASTER,   *
      *               PRINTED ABOVE THE NAME LINE.  A LETTER HELD    *
      *               BACK FOR A BAD OR MISSING ADDRESS IS LISTED    *
      *               ON THE RUN'S MAIL EXCEPTION LIST INSTEAD.      *
      ****************************************************************
       01  ADDR-POSTAL-LINE.
         03  FILLER                PIC X(06)      VALUE SPACE.
         03  ADDR-POSTAL-CODE      PIC X(08).
         03  FILLER                PIC X(118)     VALUE SPACE.
       01  ADDR-STREET-LINE.
         03  FILLER                PIC X(06)      VALUE SPACE.
         03  ADDR-STREET           PIC X(40).
         03  FILLER                PIC X(86)      VALUE SPACE.
       01  ADDR-EXC-HEAD-LINE-1.
         03  FILLER                PIC X(10)      VALUE SPACE.
         03  ADX-HEAD-TITLE        PIC X(44).
         03  FILLER                PIC X(10)      VALUE "AS OF ".
         03  ADX-HEAD-DATE         PIC 9999/99/99.
         03  FILLER                PIC X(58)      VALUE SPACE.
       01  ADDR-EXC-HEAD-LINE-2.
         03  FILLER                PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  FILLER                PIC X(30)      VALUE "BORROWER-NAME".
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  FILLER                PIC X(08)      VALUE "BRWR-ID".
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  FILLER                PIC X(30)      VALUE "REASON".
         03  FILLER                PIC X(48)      VALUE SPACE.
       01  ADDR-EXC-LINE.
         03  ADX-ACCOUNT-NO        PIC 9(10).
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  ADX-NAME              PIC X(30).
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  ADX-BORROWER-ID       PIC 9(08).
         03  FILLER                PIC X(02)      VALUE SPACE.
         03  ADX-REASON            PIC X(30).
         03  FILLER                PIC X(48)      VALUE SPACE.
       01  ADDR-EXC-TOTAL-LINE.
         03  FILLER                PIC X(10)      VALUE SPACE.
         03  ADX-TOT-CAPTION       PIC X(24).
         03  ADX-TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER                PIC X(89)      VALUE SPACE.
