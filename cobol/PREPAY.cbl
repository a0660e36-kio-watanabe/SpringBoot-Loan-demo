                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    BORROWER MASTER, FOR THE ADDRESSEE BLOCK
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    THE PRINTED CONFIRMATIONS FOR SIGNATURE
           SELECT  LTR-FILE       ASSIGN TO "PPAYCONF"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED LIST OF LETTERS HELD BACK FOR A BAD ADDRESS
           SELECT  EXC-FILE       ASSIGN TO "PPAYEXCP"
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
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
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
         03  COUNT-NO-MASTER   PIC 9(07)      COMP VALUE 0.
         03  COUNT-CALC-FAILED PIC 9(07)      COMP VALUE 0.
         03  COUNT-BONUS-SKIP  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-MAILED  PIC 9(07)      COMP VALUE 0.
       01  PP-AREA.
      *    ONE REQUEST'S WORKING FIGURES.  THE BALANCE AND THE
      *    INSTALLMENT IN FORCE COME OFF THE SCHEDULE REPOSITORY
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "PREPAY   - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT LTR-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO LTR-DATE.
           OPEN    OUTPUT EXC-FILE.
           MOVE    "PREPAY   - CONFIRMATIONS HELD BACK"
                                     TO ADX-HEAD-TITLE.
           MOVE    WK-TODAY          TO ADX-HEAD-DATE.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-2.
       MAIN-020-READ-CARD.
           READ    CARD-FILE
                   AT END
                           PERFORM MAIN-250-CHECK-ACCOUNT
           END-READ.
       MAIN-250-CHECK-ACCOUNT.
      *    A WRITTEN-OFF ACCOUNT IS OFF THE BOOKS; MONEY ON IT IS A
      *    RECOVERY, NOT A PREPAYMENT.
           IF      MSTR-CLOSED
                   ADD     1         TO COUNT-REJECTED
                   DISPLAY "PREPAY   - ACCOUNT CLOSED: "
                           PPCD-ACCOUNT-NO
           ELSE
               IF      MSTR-WRITTEN-OFF
                   ADD     1         TO COUNT-REJECTED
                   DISPLAY "PREPAY   - ACCOUNT WRITTEN OFF: "
                           PPCD-ACCOUNT-NO
               ELSE
                   PERFORM MAIN-260-CHECK-POSITION
               END-IF
           END-IF.
       MAIN-260-CHECK-POSITION.
           PERFORM MAIN-300-GET-POSITION.
           IF      PP-REMAINING < 1
                   ADD     1         TO COUNT-REJECTED
                   DISPLAY "PREPAY   - NOTHING REMAINING: "
                           PPCD-ACCOUNT-NO
           ELSE
                   PERFORM MAIN-350-SCAN-BONUS
                   IF      PP-BONUS-LOAN
                           PERFORM MAIN-360-SKIP-BONUS-LOAN
                   ELSE
                           PERFORM MAIN-400-CALL-PREPAY
                   END-IF
           END-IF.
       MAIN-350-SCAN-BONUS.
                   REWRITE MSTR-RECORD
           END-IF.
           ADD     1                 TO COUNT-APPLIED.
           PERFORM MAIN-720-GET-ADDRESS.
           IF      WK-MAILABLE
                   PERFORM MAIN-700-PRINT-CONFIRMATION
           END-IF.
       MAIN-600-REWRITE-PERIOD.
      *    EACH REMAINING PERIOD IS READ AND REWRITTEN IN PLACE SO
      *    EVERYTHING ON THE RECORD BESIDES THE REPAYMENT FIGURES
       MAIN-700-PRINT-CONFIRMATION.
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
           MOVE    "CONFIRMATIONS NOT MAILED" TO ADX-TOT-CAPTION.
           MOVE    COUNT-NOT-MAILED  TO ADX-TOT-COUNT.
           WRITE   EXC-RECORD        FROM ADDR-EXC-TOTAL-LINE.
           CLOSE   CARD-FILE.
           CLOSE   MSTR-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LTR-FILE.
           CLOSE   EXC-FILE.
           DISPLAY "PREPAY   - CARDS READ       : " COUNT-READ.
           DISPLAY "PREPAY   - APPLIED          : " COUNT-APPLIED.
           DISPLAY "PREPAY   - REJECTED         : " COUNT-REJECTED.
           DISPLAY "PREPAY   - NO MASTER RECORD : " COUNT-NO-MASTER.
           DISPLAY "PREPAY   - CALC REJECTED    : " COUNT-CALC-FAILED.
           DISPLAY "PREPAY   - BONUS, MANUAL    : " COUNT-BONUS-SKIP.
           DISPLAY "PREPAY   - NOT MAILED       : " COUNT-NOT-MAILED.

      *--------------------<< END OF PROGRAM >>-----------------------*
