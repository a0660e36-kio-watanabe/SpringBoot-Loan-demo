      *    PRINTED CLOSURE REGISTER FOR THE OPERATOR
           SELECT  REG-FILE       ASSIGN TO "PAYOFREG"
                   ORGANIZATION   SEQUENTIAL.
      *    BORROWER MASTER, FOR THE ADDRESSEE BLOCK
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    THE PRINTED PAYOFF CERTIFICATES
           SELECT  CERT-FILE      ASSIGN TO "PAYOFCRT"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED LIST OF LETTERS HELD BACK FOR A BAD ADDRESS
           SELECT  EXC-FILE       ASSIGN TO "PAYOFEXC"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-RECORD            PIC X(132).
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-RECORD           PIC X(132).
       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY ADDRBLK.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
           88  LEDG-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  WK-MAIL-SWITCH    PIC X.
           88  WK-MAILABLE                    VALUE "Y".
         03  WK-TODAY          PIC 9(08).
       01  COUNT-AREA.
         03  COUNT-ACCOUNTS    PIC 9(07)      COMP VALUE 0.
         03  COUNT-CLOSED      PIC 9(07)      COMP VALUE 0.
         03  COUNT-STILL-OPEN  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-MAILED  PIC 9(07)      COMP VALUE 0.
       01  POFF-AREA.
      *    ONE ACCOUNT'S PAYOFF TEST: THE LEDGER'S SETTLED-THRU
      *    PERIOD AGAINST THE MASTER'S TERM, AND THE CERTIFICATE
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "PAYOFF  "        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "PAYOFF   - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING LEDGER WOULD MAKE EVERY ACCOUNT LOOK UNPAID
      *    AND A MISSING MASTER WOULD CLOSE NOTHING; A FAILED OPEN
      *    ENDS THE RUN HERE, LOUDLY.
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "PAYOFF   - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT REG-FILE.
           OPEN    OUTPUT CERT-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           OPEN    OUTPUT EXC-FILE.
           MOVE    "PAYOFF   - CERTIFICATES HELD BACK"
                                     TO ADX-HEAD-TITLE.
           MOVE    WK-TODAY          TO ADX-HEAD-DATE.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-2.
           MOVE    WK-TODAY          TO HEAD-DATE.
           MOVE    WK-TODAY          TO CERT-DATE.
           WRITE   REG-RECORD        FROM HEAD-LINE-1.
           MOVE    POFF-PRIN-TOTAL    TO DTL-PRINCIPAL.
           MOVE    POFF-INT-TOTAL     TO DTL-INTEREST.
           WRITE   REG-RECORD         FROM DETAIL-LINE.
           PERFORM MAIN-520-GET-ADDRESS.
           IF      WK-MAILABLE
                   PERFORM MAIN-500-PRINT-CERTIFICATE
           END-IF.
       MAIN-400-SUM-SCHEDULE.
      *    THE CERTIFICATE CARRIES WHAT WAS ACTUALLY REPAID: EVERY
      *    PERIOD'S PRINCIPAL AND INTEREST OFF THE SCHEDULE GROUP,
       MAIN-500-PRINT-CERTIFICATE.
           WRITE   CERT-RECORD       FROM CERT-RULE-LINE.
           WRITE   CERT-RECORD       FROM CERT-TITLE-LINE.
           PERFORM MAIN-530-PRINT-ADDRESS.
           MOVE    MSTR-BORROWER-NAME TO CERT-NAME.
           MOVE    MSTR-ACCOUNT-NO    TO CERT-ACCOUNT-NO.
           WRITE   CERT-RECORD       FROM CERT-NAME-LINE.
           WRITE   CERT-RECORD       FROM CERT-RULE-LINE.
           MOVE    SPACE             TO CERT-RECORD.
           WRITE   CERT-RECORD.
       MAIN-520-GET-ADDRESS.
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
       MAIN-530-PRINT-ADDRESS.
           MOVE    BRWR-POSTAL-CODE  TO ADDR-POSTAL-CODE.
           WRITE   CERT-RECORD       FROM ADDR-POSTAL-LINE.
           MOVE    BRWR-ADDRESS-1    TO ADDR-STREET.
           WRITE   CERT-RECORD       FROM ADDR-STREET-LINE.
           IF      BRWR-ADDRESS-2 NOT = SPACE
                   MOVE    BRWR-ADDRESS-2 TO ADDR-STREET
                   WRITE   CERT-RECORD    FROM ADDR-STREET-LINE
           END-IF.
           IF      BRWR-ADDRESS-3 NOT = SPACE
                   MOVE    BRWR-ADDRESS-3 TO ADDR-STREET
                   WRITE   CERT-RECORD    FROM ADDR-STREET-LINE
           END-IF.
       MAIN-900-FINISH.
           MOVE    SPACE             TO REG-RECORD.
           WRITE   REG-RECORD.
           CLOSE   SCHD-FILE.
           CLOSE   REG-FILE.
           CLOSE   CERT-FILE.
           CLOSE   BRWR-FILE.
           MOVE    SPACE             TO EXC-RECORD.
           WRITE   EXC-RECORD.
           MOVE    "CERTIFICATES NOT MAILED" TO ADX-TOT-CAPTION.
           MOVE    COUNT-NOT-MAILED  TO ADX-TOT-COUNT.
           WRITE   EXC-RECORD        FROM ADDR-EXC-TOTAL-LINE.
           CLOSE   EXC-FILE.
           DISPLAY "PAYOFF   - ACCOUNTS TESTED  : " COUNT-ACCOUNTS.
           DISPLAY "PAYOFF   - ACCOUNTS CLOSED  : " COUNT-CLOSED.
           DISPLAY "PAYOFF   - STILL OPEN       : " COUNT-STILL-OPEN.
           DISPLAY "PAYOFF   - NOT MAILED       : " COUNT-NOT-MAILED.
           MOVE    COUNT-ACCOUNTS    TO CYCLE-IN-COUNT.
           MOVE    COUNT-CLOSED      TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
