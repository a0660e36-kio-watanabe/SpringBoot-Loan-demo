      ****************************************************************
      *                                                              *
      *         DAILY CASH-RECEIPTS GL JOURNAL EXTRACT               *
      *                                                              *
      *    WALKS THE POSTING LEDGER AFTER THE DAY'S POSTING AND      *
      *    REVERSAL RUNS AND TURNS WHAT EACH ACCOUNT'S POSITION DID  *
      *    TODAY INTO A BALANCED DEBIT/CREDIT JOURNAL FOR            *
      *    ACCOUNTING: THE CASH RECEIVED, THE PRINCIPAL AND THE      *
      *    INTEREST OF EVERY SCHEDULE PERIOD THE MONEY SETTLED --    *
      *    TAKEN PERIOD BY PERIOD OFF THE SCHEDULE REPOSITORY --     *
      *    AND THE MONEY HELD UNAPPLIED AS CARRY-FORWARD, WHICH      *
      *    GOES TO SUSPENSE.  A PRINTED PROOF SHEET TIES THE         *
      *    RECEIPTS BACK TO THE DAY'S PAYMENTS FEED AND THE          *
      *    DIRECT-DEBIT ITEMS SORTED INTO IT, SO CASH RECEIPTS NO    *
      *    LONGER HAVE TO BE REBUILT FROM THE AGING REPORT.          *
      *                                                              *
      *    EACH ACCOUNT'S MOVEMENT IS ITS POSITION AT THE END OF     *
      *    TODAY AGAINST ITS POSITION AT THE END OF THE LAST DAY     *
      *    BEFORE, SO SEVERAL REMITTANCES IN ONE RUN, CARRY FROM     *
      *    EARLIER DAYS SETTLING A PERIOD NOW DUE, AND A REVERSAL    *
      *    THAT REOPENS SETTLED PERIODS ALL COME OUT RIGHT.          *
      *                                                              *
      *    MONEY RECEIVED ON A WRITTEN-OFF ACCOUNT SETTLES NOTHING:  *
      *    THE POSTING RUN LEDGERS IT AS A RECOVERY, AND IT IS       *
      *    JOURNALED AS CASH AGAINST RECOVERY INCOME.                *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             GLCASH.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    POSTING LEDGER, READ IN KEY ORDER (ACCOUNT THEN
      *    SEQUENCE)
           SELECT  LEDG-FILE      ASSIGN TO "PAYLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    SEQUENTIAL
                   RECORD KEY     IS LEDG-KEY
                   FILE STATUS    IS LEDG-FILE-STATUS.
      *    SCHEDULE REPOSITORY; PERIOD RECORDS PULLED UP BY KEY
           SELECT  SCHD-FILE      ASSIGN TO "SCHDMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    THE DAY'S PAYMENTS FEED, FOR THE PROOF TOTALS
           SELECT  PAY-FILE       ASSIGN TO "PAYMENTS"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PAY-FILE-STATUS.
      *    THE DAY'S HONORED DIRECT-DEBIT ITEMS, FOR THE PROOF
      *    TOTALS
           SELECT  DDPAY-FILE     ASSIGN TO "DDPAYMTS"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS DDPAY-FILE-STATUS.
      *    CASH-RECEIPTS JOURNAL EXTRACT HANDED TO ACCOUNTING, IN
      *    THE SAME LAYOUT AS THE MONTH-END ACCRUAL JOURNAL
           SELECT  JRNL-FILE      ASSIGN TO "GLCASHJ"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED PROOF SHEET
           SELECT  RPT-FILE       ASSIGN TO "GLCPROOF"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  PAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYREC.
       FD  DDPAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DDPAY-RECORD.
         03  DDPAY-ACCOUNT-NO  PIC 9(10).
         03  DDPAY-DATE        PIC 9(08).
         03  DDPAY-AMOUNT      PIC 9(09)V99.
         03  FILLER            PIC X(10).
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-LEDG-EOF-SWITCH PIC X         VALUE "N".
           88  WK-LEDG-EOF                    VALUE "Y".
         03  WK-PAY-EOF-SWITCH PIC X          VALUE "N".
           88  WK-PAY-EOF                     VALUE "Y".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  PAY-FILE-STATUS   PIC XX.
           88  PAY-FILE-OK                    VALUE "00".
         03  DDPAY-FILE-STATUS PIC XX.
           88  DDPAY-FILE-OK                  VALUE "00".
         03  WK-TODAY          PIC 9(08).
       01  COUNT-AREA.
         03  COUNT-ACCOUNTS    PIC 9(07)      COMP VALUE 0.
         03  COUNT-MOVED       PIC 9(07)      COMP VALUE 0.
         03  COUNT-REMITTED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-REPOSTED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-REVERSED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-UNBALANCED  PIC 9(07)      COMP VALUE 0.
         03  COUNT-PAY-FEED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-DD-FEED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-RECOVERED   PIC 9(07)      COMP VALUE 0.
       01  CASH-AREA.
      *    ONE ACCOUNT'S DAY.  THE PRIOR POSITION IS THE ONE ON
      *    THE LAST LEDGER RECORD POSTED BEFORE TODAY (NOTHING
      *    SETTLED, NOTHING CARRIED FOR AN ACCOUNT FIRST POSTED
      *    TODAY); THE END POSITION IS THE ONE ON THE ACCOUNT'S
      *    HIGHEST SEQUENCE.  THE MONEY IN IS EVERY REMITTANCE AND
      *    RE-POSTED ENTRY POSTED TODAY LESS EVERY REVERSAL POSTED
      *    TODAY.  RECOVERIES ON A WRITTEN-OFF ACCOUNT ARE KEPT
      *    APART; THEY DO NOT MOVE THE POSITION.
         03  CASH-ACCOUNT-NO   PIC 9(10).
         03  CASH-PRIOR-THRU   PIC 9(04)      COMP.
         03  CASH-PRIOR-CARRY  PIC 9(09)V99.
         03  CASH-END-THRU     PIC 9(04)      COMP.
         03  CASH-END-CARRY    PIC 9(09)V99.
         03  CASH-TODAY-SWITCH PIC X.
           88  CASH-MOVED-TODAY               VALUE "Y".
         03  CASH-MONEY        PIC S9(11)V99.
         03  CASH-PRINCIPAL    PIC S9(11)V99.
         03  CASH-INTEREST     PIC S9(11)V99.
         03  CASH-SUSPENSE     PIC S9(11)V99.
         03  CASH-CARRY-MOVE   PIC S9(11)V99.
         03  CASH-RECOVERY     PIC 9(11)V99.
         03  CASH-PERIOD-IX    PIC 9(04)      COMP.
         03  CASH-SCHD-SWITCH  PIC X.
           88  CASH-SCHD-MISSING              VALUE "Y".
       01  TOTAL-AREA.
         03  TOTAL-REMITTED    PIC 9(13)V99   VALUE 0.
         03  TOTAL-REPOSTED    PIC 9(13)V99   VALUE 0.
         03  TOTAL-REVERSED    PIC 9(13)V99   VALUE 0.
         03  TOTAL-RECOVERED   PIC 9(13)V99   VALUE 0.
         03  TOTAL-CASH        PIC S9(13)V99  VALUE 0.
         03  TOTAL-PRINCIPAL   PIC S9(13)V99  VALUE 0.
         03  TOTAL-INTEREST    PIC S9(13)V99  VALUE 0.
         03  TOTAL-SUSPENSE    PIC S9(13)V99  VALUE 0.
         03  TOTAL-DEBITS      PIC 9(13)V99   VALUE 0.
         03  TOTAL-CREDITS     PIC 9(13)V99   VALUE 0.
         03  TOTAL-PAY-FEED    PIC 9(13)V99   VALUE 0.
         03  TOTAL-DD-FEED     PIC 9(13)V99   VALUE 0.
         03  TOTAL-COUNTER     PIC S9(13)V99  VALUE 0.
         03  TOTAL-NOT-POSTED  PIC S9(13)V99  VALUE 0.
      *    ONE GL ACCOUNT'S NET MOVEMENT, DEBIT POSITIVE.
         03  GL-NET            PIC S9(13)V99  VALUE 0.
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "GLCASH   - DAILY CASH RECEIPTS PROOF SHEET".
         03  FILLER            PIC X(10)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(58)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(17)      VALUE "       CASH IN".
         03  FILLER            PIC X(17)      VALUE "      PRINCIPAL".
         03  FILLER            PIC X(17)      VALUE "       INTEREST".
         03  FILLER            PIC X(17)      VALUE "       SUSPENSE".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(30)      VALUE "NOTE".
         03  FILLER            PIC X(20)      VALUE SPACE.
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-CASH          PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-PRINCIPAL     PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-INTEREST      PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-SUSPENSE      PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-NOTE          PIC X(30).
         03  FILLER            PIC X(22)      VALUE SPACE.
       01  JRNL-LINE.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  JLN-GL-ACCOUNT    PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  JLN-GL-CAPTION    PIC X(30).
         03  JLN-DC-FLAG       PIC X(01).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  JLN-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(64)      VALUE SPACE.
       01  TOTAL-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  TOT-CAPTION       PIC X(24).
         03  TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  TOT-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(64)      VALUE SPACE.
       01  VERDICT-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  VER-TEXT          PIC X(50).
         03  FILLER            PIC X(72)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-020-READ-LEDGER.
           PERFORM MAIN-100-ACCOUNT-LOOP
                   UNTIL   WK-LEDG-EOF.
           PERFORM MAIN-700-FEED-TOTALS.
           PERFORM MAIN-800-WRITE-JOURNAL.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A MISSING LEDGER OR REPOSITORY WOULD HAND ACCOUNTING AN
      *    EMPTY JOURNAL THAT LOOKS LIKE A DAY WITH NO RECEIPTS; A
      *    FAILED OPEN ENDS THE RUN HERE, LOUDLY.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "GLCASH   - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "GLCASH   - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT JRNL-FILE.
           OPEN    OUTPUT RPT-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO HEAD-DATE.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
       MAIN-020-READ-LEDGER.
           READ    LEDG-FILE
                   AT END
                           MOVE    "Y"       TO WK-LEDG-EOF-SWITCH
           END-READ.
       MAIN-100-ACCOUNT-LOOP.
      *    ONE PASS PER ACCOUNT GROUP ON THE LEDGER.
           ADD     1                 TO COUNT-ACCOUNTS.
           MOVE    LEDG-ACCOUNT-NO   TO CASH-ACCOUNT-NO.
           MOVE    0                 TO CASH-PRIOR-THRU.
           MOVE    0                 TO CASH-PRIOR-CARRY.
           MOVE    0                 TO CASH-MONEY.
           MOVE    0                 TO CASH-RECOVERY.
           MOVE    "N"               TO CASH-TODAY-SWITCH.
           PERFORM MAIN-200-TAKE-ENTRY
                   UNTIL   WK-LEDG-EOF
                      OR   LEDG-ACCOUNT-NO NOT = CASH-ACCOUNT-NO.
           IF      CASH-MOVED-TODAY
                   PERFORM MAIN-300-SPLIT-ACCOUNT
           END-IF.
           IF      CASH-RECOVERY > 0
                   PERFORM MAIN-400-RECOVERY-LINE
           END-IF.
       MAIN-200-TAKE-ENTRY.
      *    A RECORD POSTED BEFORE TODAY MOVES THE PRIOR POSITION
      *    ALONG; A RECORD POSTED TODAY ADDS ITS MONEY TO THE DAY.
      *    THE LAST RECORD SEEN, TODAY'S OR NOT, IS THE END
      *    POSITION.  A RECOVERY POSTED TODAY IS SET ASIDE.
           IF      LEDG-POST-DATE < WK-TODAY
                   MOVE    LEDG-THRU-PERIOD   TO CASH-PRIOR-THRU
                   MOVE    LEDG-CARRY-FORWARD TO CASH-PRIOR-CARRY
           ELSE
               IF      LEDG-POST-DATE = WK-TODAY
                   AND NOT LEDG-RECOVERY
                   MOVE    "Y"       TO CASH-TODAY-SWITCH
                   IF      LEDG-REVERSAL
                           SUBTRACT LEDG-PAY-AMOUNT FROM CASH-MONEY
                           ADD     LEDG-PAY-AMOUNT TO TOTAL-REVERSED
                           ADD     1         TO COUNT-REVERSED
                   ELSE
                       IF      LEDG-REPOSTED
                               ADD     LEDG-PAY-AMOUNT TO CASH-MONEY
                               ADD     LEDG-PAY-AMOUNT
                                       TO TOTAL-REPOSTED
                               ADD     1     TO COUNT-REPOSTED
                       ELSE
                           IF      LEDG-PAY-AMOUNT > 0
                               ADD     LEDG-PAY-AMOUNT TO CASH-MONEY
                               ADD     LEDG-PAY-AMOUNT
                                       TO TOTAL-REMITTED
                               ADD     1     TO COUNT-REMITTED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF      LEDG-POST-DATE = WK-TODAY
               AND LEDG-RECOVERY
                   ADD     LEDG-PAY-AMOUNT TO CASH-RECOVERY
                   ADD     LEDG-PAY-AMOUNT TO TOTAL-RECOVERED
                   ADD     1         TO COUNT-RECOVERED
           END-IF.
           MOVE    LEDG-THRU-PERIOD   TO CASH-END-THRU.
           MOVE    LEDG-CARRY-FORWARD TO CASH-END-CARRY.
           PERFORM MAIN-020-READ-LEDGER.
       MAIN-300-SPLIT-ACCOUNT.
      *    PERIODS SETTLED TODAY GO TO PRINCIPAL AND INTEREST AS
      *    CREDITS; PERIODS A REVERSAL REOPENED TODAY COME BACK
      *    OUT AS DEBITS.  WHAT THE MONEY IN DID NOT SETTLE IS
      *    THE CHANGE IN THE CARRY-FORWARD, AND THAT IS WHAT GOES
      *    TO SUSPENSE.  THE SUSPENSE FIGURE IS TAKEN AS THE
      *    REMAINDER SO THE JOURNAL ALWAYS BALANCES; AN ACCOUNT
      *    WHOSE REMAINDER DISAGREES WITH ITS CARRY-FORWARD
      *    MOVEMENT IS NAMED ON THE PROOF SHEET FOR SOMEONE TO
      *    LOOK AT.
           ADD     1                 TO COUNT-MOVED.
           MOVE    0                 TO CASH-PRINCIPAL.
           MOVE    0                 TO CASH-INTEREST.
           MOVE    "N"               TO CASH-SCHD-SWITCH.
           IF      CASH-END-THRU > CASH-PRIOR-THRU
                   COMPUTE CASH-PERIOD-IX = CASH-PRIOR-THRU + 1
                   PERFORM MAIN-320-SETTLE-PERIOD
                           VARYING CASH-PERIOD-IX
                           FROM    CASH-PERIOD-IX BY 1
                           UNTIL   CASH-PERIOD-IX > CASH-END-THRU
           END-IF.
           IF      CASH-END-THRU < CASH-PRIOR-THRU
                   COMPUTE CASH-PERIOD-IX = CASH-END-THRU + 1
                   PERFORM MAIN-340-REOPEN-PERIOD
                           VARYING CASH-PERIOD-IX
                           FROM    CASH-PERIOD-IX BY 1
                           UNTIL   CASH-PERIOD-IX > CASH-PRIOR-THRU
           END-IF.
           COMPUTE CASH-SUSPENSE =
                   CASH-MONEY - CASH-PRINCIPAL - CASH-INTEREST.
           COMPUTE CASH-CARRY-MOVE =
                   CASH-END-CARRY - CASH-PRIOR-CARRY.
           ADD     CASH-MONEY        TO TOTAL-CASH.
           ADD     CASH-PRINCIPAL    TO TOTAL-PRINCIPAL.
           ADD     CASH-INTEREST     TO TOTAL-INTEREST.
           ADD     CASH-SUSPENSE     TO TOTAL-SUSPENSE.
           MOVE    SPACE             TO DTL-NOTE.
           IF      CASH-SCHD-MISSING
                   MOVE "*** SCHEDULE PERIOD MISSING"
                                     TO DTL-NOTE
                   ADD     1         TO COUNT-UNBALANCED
           ELSE
               IF      CASH-SUSPENSE NOT = CASH-CARRY-MOVE
                       MOVE "*** SUSPENSE NOT = CARRY MOVE"
                                     TO DTL-NOTE
                       ADD     1     TO COUNT-UNBALANCED
               END-IF
           END-IF.
           MOVE    CASH-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
           MOVE    CASH-MONEY        TO DTL-CASH.
           MOVE    CASH-PRINCIPAL    TO DTL-PRINCIPAL.
           MOVE    CASH-INTEREST     TO DTL-INTEREST.
           MOVE    CASH-SUSPENSE     TO DTL-SUSPENSE.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
       MAIN-320-SETTLE-PERIOD.
           PERFORM MAIN-360-GET-PERIOD.
           IF      NOT CASH-SCHD-MISSING
                   ADD     SCHD-PRINCIPAL-PAID TO CASH-PRINCIPAL
                   ADD     SCHD-INTEREST-PAID  TO CASH-INTEREST
           END-IF.
       MAIN-340-REOPEN-PERIOD.
           PERFORM MAIN-360-GET-PERIOD.
           IF      NOT CASH-SCHD-MISSING
                   SUBTRACT SCHD-PRINCIPAL-PAID FROM CASH-PRINCIPAL
                   SUBTRACT SCHD-INTEREST-PAID  FROM CASH-INTEREST
           END-IF.
       MAIN-360-GET-PERIOD.
           MOVE    CASH-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           MOVE    CASH-PERIOD-IX    TO SCHD-PERIOD-NO.
           READ    SCHD-FILE
                   INVALID KEY
                           MOVE    "Y"   TO CASH-SCHD-SWITCH
                           DISPLAY "GLCASH   - NO SCHEDULE FOR "
                                   CASH-ACCOUNT-NO
                                   " PERIOD " CASH-PERIOD-IX
           END-READ.
       MAIN-400-RECOVERY-LINE.
      *    THE RECOVERY IS CASH IN WITH NOTHING SETTLED AND NOTHING
      *    TO SUSPENSE.
           ADD     CASH-RECOVERY     TO TOTAL-CASH.
           MOVE    CASH-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
           MOVE    CASH-RECOVERY     TO DTL-CASH.
           MOVE    0                 TO DTL-PRINCIPAL.
           MOVE    0                 TO DTL-INTEREST.
           MOVE    0                 TO DTL-SUSPENSE.
           MOVE    "RECOVERY - WRITTEN-OFF LOAN" TO DTL-NOTE.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
       MAIN-700-FEED-TOTALS.
      *    THE DIRECT-DEBIT ITEMS ARE SORTED INTO THE PAYMENTS FEED
      *    AHEAD OF THE POSTING RUN, SO THE FEED TOTAL ALREADY
      *    HOLDS THEM; THEY ARE SHOWN AS A PART OF IT.  A FEED NOT
      *    PRESENT TODAY COUNTS AS EMPTY.
           OPEN    INPUT  PAY-FILE.
           IF      PAY-FILE-OK
                   MOVE    "N"       TO WK-PAY-EOF-SWITCH
                   PERFORM MAIN-720-READ-PAY
                   PERFORM MAIN-730-ADD-PAY
                           UNTIL   WK-PAY-EOF
                   CLOSE   PAY-FILE
           END-IF.
           OPEN    INPUT  DDPAY-FILE.
           IF      DDPAY-FILE-OK
                   MOVE    "N"       TO WK-PAY-EOF-SWITCH
                   PERFORM MAIN-740-READ-DDPAY
                   PERFORM MAIN-750-ADD-DDPAY
                           UNTIL   WK-PAY-EOF
                   CLOSE   DDPAY-FILE
           END-IF.
           COMPUTE TOTAL-COUNTER    = TOTAL-PAY-FEED - TOTAL-DD-FEED.
           COMPUTE TOTAL-NOT-POSTED =
                   TOTAL-PAY-FEED - TOTAL-REMITTED - TOTAL-RECOVERED.
       MAIN-720-READ-PAY.
           READ    PAY-FILE
                   AT END
                           MOVE    "Y"       TO WK-PAY-EOF-SWITCH
           END-READ.
       MAIN-730-ADD-PAY.
           ADD     1                 TO COUNT-PAY-FEED.
           ADD     PAY-AMOUNT        TO TOTAL-PAY-FEED.
           PERFORM MAIN-720-READ-PAY.
       MAIN-740-READ-DDPAY.
           READ    DDPAY-FILE
                   AT END
                           MOVE    "Y"       TO WK-PAY-EOF-SWITCH
           END-READ.
       MAIN-750-ADD-DDPAY.
           ADD     1                 TO COUNT-DD-FEED.
           ADD     DDPAY-AMOUNT      TO TOTAL-DD-FEED.
           PERFORM MAIN-740-READ-DDPAY.
       MAIN-800-WRITE-JOURNAL.
      *    ONE RECORD PER GL ACCOUNT, EACH ON WHICHEVER SIDE ITS
      *    NET MOVEMENT FELL -- A DAY OF BOUNCED CHEQUES CAN TAKE
      *    CASH AND PRINCIPAL THE OTHER WAY.  INTEREST GOES
      *    STRAIGHT TO INCOME: THE MONTH-END ACCRUAL IS REVERSED
      *    BY ACCOUNTING ON THE FIRST, SO INCOME IS RECOGNIZED AS
      *    THE INSTALLMENTS ARE SETTLED.  A RECOVERY ON A LOAN
      *    ALREADY CHARGED OFF IS INCOME OF ITS OWN.
           MOVE    WK-TODAY          TO JRNL-POST-DATE.
           MOVE    "11100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "CASH RECEIVED"   TO JRNL-GL-CAPTION.
           MOVE    TOTAL-CASH        TO GL-NET.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "12100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "LOANS RECEIVABLE - PRINCIPAL"
                                     TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = 0 - TOTAL-PRINCIPAL.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "41100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "INTEREST INCOME" TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = 0 - TOTAL-INTEREST.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "29100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "UNAPPLIED RECEIPTS SUSPENSE"
                                     TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = 0 - TOTAL-SUSPENSE.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "42100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "RECOVERIES - LOANS WRITTEN OFF"
                                     TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = 0 - TOTAL-RECOVERED.
           PERFORM MAIN-820-SIDE-AND-PUT.
       MAIN-820-SIDE-AND-PUT.
           IF      GL-NET < 0
                   MOVE    "C"       TO JRNL-DC-FLAG
                   COMPUTE JRNL-AMOUNT = 0 - GL-NET
                   ADD     JRNL-AMOUNT TO TOTAL-CREDITS
           ELSE
                   MOVE    "D"       TO JRNL-DC-FLAG
                   MOVE    GL-NET    TO JRNL-AMOUNT
                   ADD     JRNL-AMOUNT TO TOTAL-DEBITS
           END-IF.
           MOVE    JRNL-GL-ACCOUNT   TO JLN-GL-ACCOUNT.
           MOVE    JRNL-GL-CAPTION   TO JLN-GL-CAPTION.
           MOVE    JRNL-DC-FLAG      TO JLN-DC-FLAG.
           MOVE    JRNL-AMOUNT       TO JLN-AMOUNT.
           WRITE   JRNL-RECORD.
           WRITE   RPT-RECORD        FROM JRNL-LINE.
       MAIN-900-FINISH.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "TOTAL DEBITS"      TO TOT-CAPTION.
           MOVE    0                   TO TOT-COUNT.
           MOVE    TOTAL-DEBITS        TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "TOTAL CREDITS"     TO TOT-CAPTION.
           MOVE    TOTAL-CREDITS       TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           IF      TOTAL-DEBITS = TOTAL-CREDITS
                   MOVE "JOURNAL BALANCED - DEBITS EQUAL CREDITS"
                                       TO VER-TEXT
           ELSE
                   MOVE "*** JOURNAL OUT OF BALANCE ***"
                                       TO VER-TEXT
           END-IF.
           WRITE   RPT-RECORD          FROM VERDICT-LINE.
           MOVE    SPACE               TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "PAYMENTS FEED"     TO TOT-CAPTION.
           MOVE    COUNT-PAY-FEED      TO TOT-COUNT.
           MOVE    TOTAL-PAY-FEED      TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "  OF WHICH DIRECT DEBIT" TO TOT-CAPTION.
           MOVE    COUNT-DD-FEED       TO TOT-COUNT.
           MOVE    TOTAL-DD-FEED       TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "  OF WHICH COUNTER"  TO TOT-CAPTION.
           COMPUTE TOT-COUNT = COUNT-PAY-FEED - COUNT-DD-FEED.
           MOVE    TOTAL-COUNTER       TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "REMITTANCES POSTED"  TO TOT-CAPTION.
           MOVE    COUNT-REMITTED      TO TOT-COUNT.
           MOVE    TOTAL-REMITTED      TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "RECOVERIES POSTED"   TO TOT-CAPTION.
           MOVE    COUNT-RECOVERED     TO TOT-COUNT.
           MOVE    TOTAL-RECOVERED     TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "FEED NOT POSTED"   TO TOT-CAPTION.
           MOVE    0                   TO TOT-COUNT.
           MOVE    TOTAL-NOT-POSTED    TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "RE-POSTED IN"      TO TOT-CAPTION.
           MOVE    COUNT-REPOSTED      TO TOT-COUNT.
           MOVE    TOTAL-REPOSTED      TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "REVERSED OUT"      TO TOT-CAPTION.
           MOVE    COUNT-REVERSED      TO TOT-COUNT.
           MOVE    TOTAL-REVERSED      TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "NET CASH JOURNALED"  TO TOT-CAPTION.
           MOVE    0                   TO TOT-COUNT.
           MOVE    TOTAL-CASH          TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
           MOVE    "ACCOUNTS TO CHECK" TO TOT-CAPTION.
           MOVE    COUNT-UNBALANCED    TO TOT-COUNT.
           MOVE    0                   TO TOT-AMOUNT.
           WRITE   RPT-RECORD          FROM TOTAL-LINE.
      *    EVERY PAYMENT IN THE FEED SHOULD BE ON TODAY'S LEDGER.
      *    ONE THAT IS NOT WAS PASSED OVER BY THE POSTING RUN --
      *    A STRAY, A CLOSED OR UNKNOWN ACCOUNT, OR A REPLAYED
      *    FEED -- AND THE POSTING RUN'S COUNTS SAY WHICH.
           IF      TOTAL-NOT-POSTED = 0
                   MOVE "RECEIPTS AGREE WITH THE PAYMENTS FEED"
                                       TO VER-TEXT
           ELSE
                   MOVE "*** RECEIPTS DIFFER FROM FEED ***"
                                       TO VER-TEXT
           END-IF.
           WRITE   RPT-RECORD          FROM VERDICT-LINE.
           CLOSE   LEDG-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   JRNL-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "GLCASH   - LEDGER ACCOUNTS  : " COUNT-ACCOUNTS.
           DISPLAY "GLCASH   - MOVED TODAY      : " COUNT-MOVED.
           DISPLAY "GLCASH   - REMITTANCES      : " COUNT-REMITTED.
           DISPLAY "GLCASH   - RECOVERIES       : " COUNT-RECOVERED.
           DISPLAY "GLCASH   - ACCOUNTS TO CHECK: " COUNT-UNBALANCED.

      *--------------------<< END OF PROGRAM >>-----------------------*
