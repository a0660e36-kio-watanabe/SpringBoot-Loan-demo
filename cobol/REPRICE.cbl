                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    BORROWER MASTER, FOR THE ADDRESSEE BLOCK
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    THE PRINTED NOTIFICATION LETTERS
           SELECT  LTR-FILE       ASSIGN TO "RPRCLTRS"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED LIST OF LETTERS HELD BACK FOR A BAD ADDRESS
           SELECT  EXC-FILE       ASSIGN TO "RPRCEXCP"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  LTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-RECORD            PIC X(132).
       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY ADDRBLK.
       01  WK-AREA.
         03  WK-PARM-EOF-SWITCH PIC X         VALUE "N".
           88  WK-PARM-EOF                    VALUE "Y".
           88  MSTR-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  WK-MAIL-SWITCH    PIC X.
           88  WK-MAILABLE                    VALUE "Y".
         03  WK-TODAY          PIC 9(08).
         03  WK-TODAY-R        REDEFINES WK-TODAY.
           05  WK-TODAY-YYYY   PIC 9(04).
         03  COUNT-CALC-FAILED PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-PRODUCT  PIC 9(07)      COMP VALUE 0.
         03  COUNT-BONUS-SKIP  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-MAILED  PIC 9(07)      COMP VALUE 0.
       01  RPRC-AREA.
      *    ONE ACCOUNT'S REPRICE.  THE PERIODS ALREADY RUN KEEP
      *    THE OLD RATE; THE NEW PRODUCT RATE TAKES OVER FROM THE
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "REPRICE  - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT LTR-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO LTR-DATE.
           OPEN    OUTPUT EXC-FILE.
           MOVE    "REPRICE  - NOTICES HELD BACK, NOT MAILED"
                                     TO ADX-HEAD-TITLE.
           MOVE    WK-TODAY          TO ADX-HEAD-DATE.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-2.
       MAIN-020-READ-PARM.
           READ    PARM-FILE
                   AT END
           MOVE    PROD-RATE         TO MSTR-RATE.
           REWRITE MSTR-RECORD.
           ADD     1                 TO COUNT-REPRICED.
           PERFORM MAIN-720-GET-ADDRESS.
           IF      WK-MAILABLE
                   PERFORM MAIN-700-PRINT-LETTER
           END-IF.
       MAIN-700-PRINT-LETTER.
           WRITE   LTR-RECORD        FROM LTR-RULE-LINE.
           WRITE   LTR-RECORD        FROM LTR-TITLE-LINE.
           PERFORM MAIN-730-PRINT-ADDRESS.
           MOVE    MSTR-BORROWER-NAME TO LTR-NAME.
           MOVE    MSTR-ACCOUNT-NO    TO LTR-ACCOUNT-NO.
           WRITE   LTR-RECORD        FROM LTR-NAME-LINE.
           WRITE   LTR-RECORD        FROM LTR-RULE-LINE.
           MOVE    SPACE             TO LTR-RECORD.
           WRITE   LTR-RECORD.
       MAIN-720-GET-ADDRESS.
      *    A BORROWER WITH NO MASTER RECORD, OR ONE WHOSE LAST
      *    LETTER CAME BACK OR WHO ASKED FOR NO MAIL, GETS NO
      *    LETTER; THE ACCOUNT IS LISTED FOR THE COUNTER TO
      *    CONTACT BY PHONE INSTEAD.
           MOVE    "Y"               TO WK-MAIL-SWITCH.
           MOVE    MSTR-BORROWER-ID  TO BRWR-BORROWER-ID.
           READ    BRWR-FILE
                   INVALID KEY
                           MOVE    "N"       TO WK-MAIL-SWITCH
                           MOVE "NO BORROWER MASTER - NOT SENT"
                                             TO ADX-REASON
                   NOT INVALID KEY
                           IF      BRWR-RETURNED-MAIL
                                   MOVE    "N"   TO WK-MAIL-SWITCH
                                   MOVE "RETURNED MAIL - NOT SENT"
                                             TO ADX-REASON
                           END-IF
                           IF      BRWR-DO-NOT-MAIL
                                   MOVE    "N"   TO WK-MAIL-SWITCH
                                   MOVE "DO NOT MAIL - NOT SENT"
                                             TO ADX-REASON
                           END-IF
           END-READ.
           IF      NOT WK-MAILABLE
                   ADD     1         TO COUNT-NOT-MAILED
                   MOVE    MSTR-ACCOUNT-NO    TO ADX-ACCOUNT-NO
                   MOVE    MSTR-BORROWER-NAME TO ADX-NAME
                   MOVE    MSTR-BORROWER-ID   TO ADX-BORROWER-ID
                   WRITE   EXC-RECORD         FROM ADDR-EXC-LINE
           END-IF.
       MAIN-730-PRINT-ADDRESS.
           MOVE    BRWR-POSTAL-CODE  TO ADDR-POSTAL-CODE.
           WRITE   LTR-RECORD        FROM ADDR-POSTAL-LINE.
           MOVE    BRWR-ADDRESS-1    TO ADDR-STREET.
           WRITE   LTR-RECORD        FROM ADDR-STREET-LINE.
           IF      BRWR-ADDRESS-2 NOT = SPACE
                   MOVE    BRWR-ADDRESS-2 TO ADDR-STREET
                   WRITE   LTR-RECORD     FROM ADDR-STREET-LINE
           END-IF.
           IF      BRWR-ADDRESS-3 NOT = SPACE
                   MOVE    BRWR-ADDRESS-3 TO ADDR-STREET
                   WRITE   LTR-RECORD     FROM ADDR-STREET-LINE
           END-IF.
       MAIN-900-FINISH.
           MOVE    SPACE             TO EXC-RECORD.
           WRITE   EXC-RECORD.
           MOVE    "NOTICES NOT MAILED" TO ADX-TOT-CAPTION.
           MOVE    COUNT-NOT-MAILED  TO ADX-TOT-COUNT.
           WRITE   EXC-RECORD        FROM ADDR-EXC-TOTAL-LINE.
           CLOSE   PARM-FILE.
           CLOSE   PROD-FILE.
           CLOSE   MSTR-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LTR-FILE.
           CLOSE   EXC-FILE.
           DISPLAY "REPRICE  - PRODUCT CARDS    : " COUNT-PRODUCTS.
           DISPLAY "REPRICE  - ACCOUNTS ON PROD : " COUNT-SCANNED.
           DISPLAY "REPRICE  - REPRICED         : " COUNT-REPRICED.
           DISPLAY "REPRICE  - CALC REJECTED    : " COUNT-CALC-FAILED.
           DISPLAY "REPRICE  - PRODUCT NOT FOUND: " COUNT-NO-PRODUCT.
           DISPLAY "REPRICE  - BONUS, MANUAL    : " COUNT-BONUS-SKIP.
           DISPLAY "REPRICE  - NOT MAILED       : " COUNT-NOT-MAILED.

      *--------------------<< END OF PROGRAM >>-----------------------*
