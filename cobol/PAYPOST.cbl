           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-SCHD-EOF-SWITCH PIC X         VALUE "N".
           88  WK-SCHD-EOF                    VALUE "Y".
         03  COUNT-STRAY-PAYS  PIC 9(07)      COMP VALUE 0.
         03  COUNT-LEDGERED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-DUP-PAYS    PIC 9(07)      COMP VALUE 0.
         03  COUNT-RECOVERED   PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
         03  TOTAL-RECOVERED   PIC 9(13)V99   VALUE 0.
       01  POST-AREA.
      *    ONE ACCOUNT'S POSTING STATE.  PAYMENTS ARE APPLIED TO
      *    THE OLDEST INSTALLMENT DUE FIRST; WHATEVER THE MONEY
           88  POST-MASTER-FOUND              VALUE "Y".
         03  POST-SKIP-SWITCH    PIC X.
           88  POST-SKIP-ACCOUNT              VALUE "Y".
      *    A WRITTEN-OFF ACCOUNT IS NOT AGED, BUT MONEY STILL
      *    ARRIVING ON IT IS TAKEN ONTO THE LEDGER AS A RECOVERY.
         03  POST-RECOVERY-SWITCH PIC X.
           88  POST-RECOVERY-ACCOUNT          VALUE "Y".
      *    CARRIED-FORWARD POSITION FROM THE POSTING LEDGER: THE
      *    LAST PERIOD FULLY SETTLED BY EARLIER RUNS, THE MONEY
      *    THOSE RUNS RECEIVED BUT COULD NOT APPLY, AND THE NEXT
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "PAYPOST "        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "PAYPOST  - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING REPOSITORY OR MASTER WOULD OTHERWISE READ
      *    FOREVER AGAINST AN UNOPENED FILE; A FAILED OPEN ENDS
      *    THE RUN HERE, LOUDLY.
           MOVE    0                 TO POST-PERIODS-BEHIND.
           MOVE    0                 TO POST-PAID-REMAINING.
           MOVE    "N"               TO POST-SKIP-SWITCH.
           MOVE    "N"               TO POST-RECOVERY-SWITCH.
           MOVE    "N"               TO POST-SHORT-SWITCH.
           MOVE    0                 TO POST-CARRY-FORWARD.
           MOVE    0                 TO POST-LAST-SEQ.
           MOVE    0                 TO DUP-COUNT.
           PERFORM MAIN-200-GET-MASTER.
           IF      NOT POST-SKIP-ACCOUNT
                OR POST-RECOVERY-ACCOUNT
                   PERFORM MAIN-210-GET-LEDGER
           END-IF.
           PERFORM MAIN-300-GATHER-PAYMENTS
      *    THE DISBURSEMENT DATE TELLS US HOW MANY INSTALLMENTS
      *    HAVE FALLEN DUE BY TODAY.  AN ACCOUNT WITH NO MASTER
      *    RECORD, OR ONE ALREADY CLOSED, IS COUNTED AND SKIPPED
      *    RATHER THAN AGED AGAINST A DATE WE DO NOT HAVE.  A
      *    WRITTEN-OFF ACCOUNT IS NOT AGED EITHER: ITS BALANCE IS
      *    OFF THE BOOKS, SO ANY MONEY FOR IT IS A RECOVERY.
           MOVE    "N"               TO POST-MASTER-SWITCH.
           MOVE    POST-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   IF      MSTR-CLOSED
                           MOVE    "Y"       TO POST-SKIP-SWITCH
                   ELSE
                       IF      MSTR-WRITTEN-OFF
                           MOVE    "Y"       TO POST-SKIP-SWITCH
                           MOVE    "Y"       TO POST-RECOVERY-SWITCH
                       ELSE
                           PERFORM MAIN-250-PERIODS-DUE
                           PERFORM MAIN-260-GET-GRACE
                       END-IF
                   END-IF
           END-IF.
       MAIN-250-PERIODS-DUE.
                   MOVE    LEDG-THRU-PERIOD   TO POST-LEDG-OLD-THRU
                   MOVE    LEDG-CARRY-FORWARD TO POST-LEDG-OLD-CARRY
                   COMPUTE POST-NEXT-SEQ = LEDG-PAY-SEQ + 1
      *            ONLY MONEY THAT CAME IN ON A FEED CAN BE FED
      *            AGAIN: REVERSAL AND RE-POSTED ENTRIES STAY OUT OF
      *            THE TABLE, BUT A REMITTANCE REVERSED SINCE IT WAS
      *            POSTED STAYS IN IT, SO A REPLAYED FEED CANNOT PUT
      *            THE MONEY BACK ON THE WRONG ACCOUNT.  A RECOVERY
      *            CAME IN ON A FEED TOO.
                   IF      LEDG-POST-DATE = WK-TODAY
                       AND LEDG-PAY-AMOUNT > 0
                       AND (LEDG-REMITTANCE OR LEDG-RECOVERY)
                       AND DUP-COUNT < 50
                           ADD     1     TO DUP-COUNT
                           MOVE    LEDG-PAY-DATE
      *    AND NAMED SO THE OPERATOR CAN BALANCE THE RUN AGAINST
      *    THE FEED; PAYMENTS WITH NO TWIN ON TODAY'S LEDGER POST
      *    NORMALLY, SO A SECOND FEED OF NEW MONEY STILL LANDS.
      *    MONEY FOR A WRITTEN-OFF ACCOUNT GOES TO THE LEDGER AS A
      *    RECOVERY UNDER THE SAME DUPLICATE GUARD.
           IF      PAY-ACCOUNT-NO = POST-ACCOUNT-NO
               PERFORM MAIN-340-CHECK-DUPLICATE
               IF      POST-DUP-REMIT
                   AND (NOT POST-SKIP-ACCOUNT
                        OR POST-RECOVERY-ACCOUNT)
                       ADD     1         TO COUNT-DUP-PAYS
                       DISPLAY "PAYPOST  - DUPLICATE FEED SKIPPED: "
                               PAY-ACCOUNT-NO " " PAY-AMOUNT
               ELSE
                       ADD     PAY-AMOUNT    TO POST-PAID-REMAINING
                       IF      NOT POST-SKIP-ACCOUNT
                            OR POST-RECOVERY-ACCOUNT
                               MOVE    PAY-DATE
                                       TO POST-LEDG-PAY-DATE
                               MOVE    PAY-AMOUNT
                   MOVE    DUP-IX    TO DUP-HIT-IX
           END-IF.
       MAIN-350-WRITE-LEDGER.
      *    A RECOVERY IS NOT APPLIED TO THE SCHEDULE, SO IT REPEATS
      *    THE POSITION THE ACCOUNT WAS WRITTEN OFF AT; AN
      *    ORDINARY REMITTANCE HAS ITS POSITION SEALED ON LATER.
           MOVE    POST-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    POST-NEXT-SEQ     TO LEDG-PAY-SEQ.
           MOVE    WK-TODAY          TO LEDG-POST-DATE.
           MOVE    POST-LEDG-PAY-DATE TO LEDG-PAY-DATE.
           MOVE    POST-LEDG-PAY-AMT TO LEDG-PAY-AMOUNT.
           COMPUTE LEDG-FROM-PERIOD  = POST-SETTLED-THRU + 1.
           IF      POST-RECOVERY-ACCOUNT
                   MOVE    POST-LEDG-OLD-THRU  TO LEDG-THRU-PERIOD
                   MOVE    POST-LEDG-OLD-CARRY TO LEDG-CARRY-FORWARD
                   MOVE    "C"               TO LEDG-ENTRY-TYPE
                   ADD     1                 TO COUNT-RECOVERED
                   ADD     POST-LEDG-PAY-AMT TO TOTAL-RECOVERED
           ELSE
                   MOVE    0                 TO LEDG-THRU-PERIOD
                   MOVE    0                 TO LEDG-CARRY-FORWARD
                   MOVE    "P"               TO LEDG-ENTRY-TYPE
           END-IF.
           MOVE    SPACE             TO LEDG-REVERSED-FLAG.
           MOVE    0                 TO LEDG-REF-SEQ.
           WRITE   LEDG-RECORD
                   INVALID KEY
                           REWRITE LEDG-RECORD
           MOVE    AGE-COUNT  (4)      TO BKT-COUNT.
           MOVE    AGE-AMOUNT (4)      TO BKT-AMOUNT.
           WRITE   RPT-RECORD          FROM BUCKET-LINE.
           MOVE    "RECOVERIES, WRITTEN OFF" TO BKT-CAPTION.
           MOVE    COUNT-RECOVERED     TO BKT-COUNT.
           MOVE    TOTAL-RECOVERED     TO BKT-AMOUNT.
           WRITE   RPT-RECORD          FROM BUCKET-LINE.
           CLOSE   SCHD-FILE.
           CLOSE   PAY-FILE.
           CLOSE   MSTR-FILE.
           DISPLAY "PAYPOST  - STRAY PAYMENTS   : " COUNT-STRAY-PAYS.
           DISPLAY "PAYPOST  - LEDGER RECORDS   : " COUNT-LEDGERED.
           DISPLAY "PAYPOST  - DUP FEED SKIPPED : " COUNT-DUP-PAYS.
           DISPLAY "PAYPOST  - RECOVERIES       : " COUNT-RECOVERED.
           MOVE    COUNT-ACCOUNTS    TO CYCLE-IN-COUNT.
           MOVE    COUNT-LEDGERED    TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
       MAIN-910-DRAIN-PAYMENTS.
           ADD     1                 TO COUNT-STRAY-PAYS.
           PERFORM MAIN-030-READ-PAY.
