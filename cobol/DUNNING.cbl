                   ACCESS MODE    RANDOM
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    BORROWER MASTER, FOR THE ADDRESSEE BLOCK
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    THE PRINTED NOTICE LETTERS
           SELECT  LTR-FILE       ASSIGN TO "DUNLTRS"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED LIST OF LETTERS HELD BACK FOR A BAD ADDRESS
           SELECT  EXC-FILE       ASSIGN TO "DUNEXCP"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
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
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-EOF-SWITCH     PIC X.
           88  WK-EOF                         VALUE "Y".
           88  DLQH-FILE-OK                   VALUE "00".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  WK-MAIL-SWITCH    PIC X.
           88  WK-MAILABLE                    VALUE "Y".
         03  WK-TODAY          PIC 9(08).
       01  COUNT-AREA.
         03  COUNT-HISTORY     PIC 9(07)      COMP VALUE 0.
         03  COUNT-DEMAND      PIC 9(07)      COMP VALUE 0.
         03  COUNT-FINAL       PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-MASTER   PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-MAILED  PIC 9(07)      COMP VALUE 0.
         03  COUNT-WRITTEN-OFF PIC 9(07)      COMP VALUE 0.
       01  RUN-AREA.
      *    EVERY DISTINCT POSTING-RUN DATE ON THE HISTORY, HELD IN
      *    DESCENDING ORDER SO ENTRY 1 IS THE LATEST RUN.  120
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "DUNNING "        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "DUNNING  - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING HISTORY OR MASTER WOULD PRINT NOTHING AND
      *    LOOK LIKE A CLEAN PORTFOLIO; A FAILED OPEN ENDS THE RUN
      *    HERE, LOUDLY.
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "DUNNING  - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT LTR-FILE.
           OPEN    OUTPUT EXC-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO LTR-DATE.
           MOVE    "DUNNING  - NOTICES HELD BACK, NOT MAILED"
                                     TO ADX-HEAD-TITLE.
           MOVE    WK-TODAY          TO ADX-HEAD-DATE.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM ADDR-EXC-HEAD-LINE-2.
       MAIN-020-READ-HISTORY.
           READ    DLQH-FILE
                   AT END
                      OR   ACCT-HIT (RUN-IX) NOT = "Y".
           IF      ACCT-CONSECUTIVE = 1
                   MOVE    1         TO STAGE-CODE
           ELSE
               IF      ACCT-CONSECUTIVE < 4
                       MOVE    2     TO STAGE-CODE
               ELSE
                       MOVE    3     TO STAGE-CODE
               END-IF
           END-IF.
       MAIN-510-COUNT-HIT.
           ADD     1                 TO ACCT-CONSECUTIVE.
       MAIN-600-PRINT-LETTER.
      *    A WRITTEN-OFF ACCOUNT HAS LEFT COLLECTIONS; ITS HISTORY
      *    STILL SHOWS THE ARREARS IT WAS WRITTEN OFF WITH, BUT NO
      *    LETTER GOES OUT ON IT.
           MOVE    ACCT-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           DISPLAY "DUNNING  - NO MASTER FOR "
                                   ACCT-ACCOUNT-NO
                   NOT INVALID KEY
                       IF      MSTR-WRITTEN-OFF
                           ADD     1         TO COUNT-WRITTEN-OFF
                       ELSE
                           PERFORM MAIN-620-GET-ADDRESS
                           IF      WK-MAILABLE
                                   PERFORM MAIN-650-FORMAT-LETTER
                           END-IF
                       END-IF
           END-READ.
       MAIN-620-GET-ADDRESS.
      *    A BORROWER WITH NO MASTER RECORD, OR ONE WHOSE LAST
      *    LETTER CAME BACK OR WHO ASKED FOR NO MAIL, GETS NO
      *    LETTER; THE ACCOUNT IS LISTED FOR THE COLLECTIONS DESK
      *    TO CHASE BY PHONE INSTEAD.
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
                   MOVE    ACCT-ACCOUNT-NO    TO ADX-ACCOUNT-NO
                   MOVE    MSTR-BORROWER-NAME TO ADX-NAME
                   MOVE    MSTR-BORROWER-ID   TO ADX-BORROWER-ID
                   WRITE   EXC-RECORD         FROM ADDR-EXC-LINE
           END-IF.
       MAIN-630-PRINT-ADDRESS.
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
       MAIN-650-FORMAT-LETTER.
           WRITE   LTR-RECORD        FROM LTR-RULE-LINE.
           IF      STAGE-REMINDER
                   MOVE "REMINDER - PAYMENT OVERDUE"
                                     TO LTR-TITLE
                   ADD     1         TO COUNT-REMINDER
           ELSE
               IF      STAGE-DEMAND
                       MOVE "DEMAND FOR PAYMENT (TOKUSOKUJO)"
                                     TO LTR-TITLE
                       ADD     1     TO COUNT-DEMAND
               ELSE
                       MOVE "FINAL NOTICE (SAISHU TSUKOKU)"
                                     TO LTR-TITLE
                       ADD     1     TO COUNT-FINAL
               END-IF
           END-IF.
           WRITE   LTR-RECORD        FROM LTR-TITLE-LINE.
           PERFORM MAIN-630-PRINT-ADDRESS.
           MOVE    MSTR-BORROWER-NAME TO LTR-NAME.
           MOVE    ACCT-ACCOUNT-NO    TO LTR-ACCOUNT-NO.
           WRITE   LTR-RECORD        FROM LTR-NAME-LINE.
           MOVE    SPACE             TO LTR-RECORD.
           WRITE   LTR-RECORD.
       MAIN-900-FINISH.
           MOVE    SPACE             TO EXC-RECORD.
           WRITE   EXC-RECORD.
           MOVE    "NOTICES NOT MAILED" TO ADX-TOT-CAPTION.
           MOVE    COUNT-NOT-MAILED  TO ADX-TOT-COUNT.
           WRITE   EXC-RECORD        FROM ADDR-EXC-TOTAL-LINE.
           CLOSE   MSTR-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   LTR-FILE.
           CLOSE   EXC-FILE.
           DISPLAY "DUNNING  - HISTORY RECORDS  : " COUNT-HISTORY.
           DISPLAY "DUNNING  - ACCOUNTS STAGED  : " COUNT-ACCOUNTS.
           DISPLAY "DUNNING  - CURED, NO LETTER : " COUNT-CURED.
           DISPLAY "DUNNING  - DEMANDS          : " COUNT-DEMAND.
           DISPLAY "DUNNING  - FINAL NOTICES    : " COUNT-FINAL.
           DISPLAY "DUNNING  - NO MASTER RECORD : " COUNT-NO-MASTER.
           DISPLAY "DUNNING  - NOT MAILED       : " COUNT-NOT-MAILED.
           DISPLAY "DUNNING  - WRITTEN OFF      : " COUNT-WRITTEN-OFF.
           MOVE    COUNT-HISTORY     TO CYCLE-IN-COUNT.
           COMPUTE CYCLE-OUT-COUNT = COUNT-REMINDER
                                   + COUNT-DEMAND
                                   + COUNT-FINAL.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
