      ****************************************************************
      *                                                              *
      *         PAYMENT REVERSAL AND RE-POSTING                      *
      *                                                              *
      *    TAKES BACK A REMITTANCE THE POSTING RUN HAS ALREADY       *
      *    APPLIED -- A CHEQUE THAT BOUNCED AFTER POSTING, OR MONEY  *
      *    KEYED TO THE WRONG ACCOUNT -- WITHOUT ANYONE EDITING THE  *
      *    LEDGER BY HAND.  EACH REVERSAL CARD NAMES THE ACCOUNT     *
      *    AND THE LEDGER SEQUENCE OF THE REMITTANCE.  THE ORIGINAL  *
      *    ENTRY STAYS ON FILE, FLAGGED REVERSED; A REVERSAL ENTRY   *
      *    IS ADDED BEHIND IT CARRYING THE ACCOUNT'S SETTLED-THRU    *
      *    PERIOD AND CARRY-FORWARD ROLLED BACK AS IF THE MONEY HAD  *
      *    NEVER ARRIVED, SO THE NEXT POSTING RUN AGES THE ACCOUNT   *
      *    FROM THE TRUE POSITION.  MISAPPLIED MONEY CAN BE          *
      *    RE-POSTED TO THE RIGHT ACCOUNT IN THE SAME STEP: IT LANDS *
      *    IN THAT ACCOUNT'S CARRY-FORWARD AND THE NEXT POSTING RUN  *
      *    APPLIES IT OLDEST INSTALLMENT FIRST.  EVERY REVERSAL IS   *
      *    PRINTED ON THE REVERSAL REGISTER AND APPENDED TO THE      *
      *    REVERSAL LOG.                                             *
      *                                                              *
      *    RUN AFTER PAYPOST AND BEFORE PAYOFF.  A CARD IS EDITED    *
      *    IN FULL BEFORE ANYTHING IS WRITTEN, SO A REJECTED CARD    *
      *    LEAVES EVERY FILE EXACTLY AS IT FOUND IT.                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             PAYREV.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    REVERSAL CARDS, ONE PER REMITTANCE TO TAKE BACK
           SELECT  CARD-FILE      ASSIGN TO "REVCARD"
                   ORGANIZATION   SEQUENTIAL.
      *    LOAN MASTER, FOR THE ACCOUNTS NAMED AND TO REOPEN AN
      *    ACCOUNT THE REVERSAL TAKES BACK OUT OF PAYOFF
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    SCHEDULE REPOSITORY, FOR THE INSTALLMENTS UNWOUND
           SELECT  SCHD-FILE      ASSIGN TO "SCHDMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    POSTING LEDGER; THE HIGHEST SEQUENCE PER ACCOUNT
      *    CARRIES THE POSTING POSITION
           SELECT  LEDG-FILE      ASSIGN TO "PAYLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LEDG-KEY
                   FILE STATUS    IS LEDG-FILE-STATUS.
      *    REVERSAL LOG, APPENDED TO ACROSS RUNS
           SELECT  REVA-FILE      ASSIGN TO "REVLOG"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS REVA-FILE-STATUS.
      *    PRINTED REVERSAL REGISTER
           SELECT  RPT-FILE       ASSIGN TO "REVREG"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVCARD.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  REVA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REVAUD.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  REVA-FILE-STATUS  PIC XX.
           88  REVA-FILE-OK                   VALUE "00".
           88  REVA-FILE-NOT-FOUND            VALUE "35".
         03  WK-TODAY          PIC 9(08).
         03  WK-NOW            PIC 9(08).
         03  CARD-BAD-SWITCH   PIC X.
           88  CARD-BAD                       VALUE "Y".
       01  COUNT-AREA.
         03  COUNT-READ        PIC 9(07)      COMP VALUE 0.
         03  COUNT-REVERSED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-REPOSTED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-REOPENED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-REJECTED    PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
         03  TOTAL-REVERSED    PIC 9(13)V99   VALUE 0.
         03  TOTAL-REPOSTED    PIC 9(13)V99   VALUE 0.
       01  REV-AREA.
      *    THE REMITTANCE BEING TAKEN BACK, AS FOUND ON THE LEDGER.
         03  REV-PAY-DATE      PIC 9(08).
         03  REV-PAY-AMOUNT    PIC 9(09)V99.
      *    THE ACCOUNT'S POSTING POSITION AS IT STANDS AND AS IT
      *    WILL STAND ONCE THE MONEY IS OUT.  THE MONEY ON THE
      *    POSITION IS WHAT THE SETTLED PERIODS ABSORBED PLUS THE
      *    CARRY-FORWARD; TAKING THE REMITTANCE OUT OF THE CARRY
      *    FIRST AND THEN UNSETTLING PERIODS FROM THE LATEST ONE
      *    BACK, EACH RETURNING ITS INSTALLMENT TO THE POOL, LEAVES
      *    EXACTLY THE POSITION THE POSTING RUN WOULD HAVE REACHED
      *    HAD THE MONEY NEVER ARRIVED -- THE POSTING RUN SETTLES
      *    OLDEST FIRST, SO WHICHEVER REMITTANCE IS TAKEN BACK IT
      *    IS THE LATEST PERIODS THAT FALL OPEN.
         03  REV-OLD-THRU      PIC 9(04)      COMP.
         03  REV-OLD-CARRY     PIC 9(09)V99.
         03  REV-NEW-THRU      PIC 9(04)      COMP.
         03  REV-POOL          PIC S9(11)V99.
         03  REV-INSTALLMENT   PIC 9(09)V99.
         03  REV-LAST-SEQ      PIC 9(04)      COMP.
         03  REV-NEW-SEQ       PIC 9(04)      COMP.
         03  REV-SCHD-SWITCH   PIC X.
           88  REV-SCHD-MISSING               VALUE "Y".
         03  REV-LEDG-EOF-SWITCH PIC X.
           88  REV-LEDG-EOF                   VALUE "Y".
         03  REV-REOPEN-SWITCH PIC X.
           88  REV-REOPEN                     VALUE "Y".
      *    A LEDGER OR MASTER UPDATE REFUSED AFTER THE REVERSAL
      *    ENTRY WENT ON; THE REGISTER SAYS WHICH.
         03  REV-FAULT-SWITCH  PIC X.
           88  REV-FAULT                      VALUE "Y".
         03  REV-FAULT-TEXT    PIC X(36).
      *    THE ACCOUNT THE MONEY IS RE-POSTED TO, AND ITS POSITION.
         03  REV-REPOST-SWITCH PIC X.
           88  REV-REPOST                     VALUE "Y".
         03  REV-TGT-THRU      PIC 9(04)      COMP.
         03  REV-TGT-CARRY     PIC 9(09)V99.
         03  REV-TGT-LAST-SEQ  PIC 9(04)      COMP.
         03  REV-TGT-NEW-SEQ   PIC 9(04)      COMP.
      *    ONE POSITION WALK SERVES BOTH ACCOUNTS.
         03  REV-WALK-ACCOUNT  PIC 9(10).
         03  REV-WALK-THRU     PIC 9(04)      COMP.
         03  REV-WALK-CARRY    PIC 9(09)V99.
         03  REV-WALK-SEQ      PIC 9(04)      COMP.
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "PAYREV   - PAYMENT REVERSAL REGISTER".
         03  FILLER            PIC X(10)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(58)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(04)      VALUE "SEQ ".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "   AMOUNT".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(03)      VALUE "RSN".
         03  FILLER            PIC X(09)      VALUE "THRU WAS".
         03  FILLER            PIC X(05)      VALUE " NOW".
         03  FILLER            PIC X(14)      VALUE "   CARRY NOW".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "REPOST-TO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(36)      VALUE "DISPOSITION".
         03  FILLER            PIC X(17)      VALUE SPACE.
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC X(10).
         03  FILLER            PIC X(02).
         03  DTL-SEQ           PIC X(04).
         03  FILLER            PIC X(02).
         03  DTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(03).
         03  DTL-REASON        PIC X(01).
         03  FILLER            PIC X(05).
         03  DTL-OLD-THRU      PIC ZZZ9.
         03  FILLER            PIC X(01).
         03  DTL-NEW-THRU      PIC ZZZ9.
         03  FILLER            PIC X(01).
         03  DTL-NEW-CARRY     PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02).
         03  DTL-REPOST-ACCOUNT PIC X(10).
         03  FILLER            PIC X(02).
         03  DTL-DISPOSITION   PIC X(36).
         03  FILLER            PIC X(17).
       01  TOTAL-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  TOT-CAPTION       PIC X(24).
         03  TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(64)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-020-READ-CARD.
           PERFORM MAIN-100-CARD-LOOP
                   UNTIL   WK-EOF.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A REVERSAL AGAINST A MISSING LEDGER OR MASTER WOULD
      *    REJECT EVERY CARD AS "NOT FOUND" AND LOOK LIKE A BAD
      *    DECK; A FAILED OPEN ENDS THE RUN HERE, LOUDLY.
           OPEN    INPUT  CARD-FILE.
           OPEN    I-O    MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "PAYREV   - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "PAYREV   - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    I-O    LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "PAYREV   - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
      *    THE LOG IS KEPT ACROSS RUNS; THE FIRST RUN CREATES IT.
           OPEN    EXTEND REVA-FILE.
           IF      REVA-FILE-NOT-FOUND
                   OPEN    OUTPUT REVA-FILE
           END-IF.
           OPEN    OUTPUT RPT-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO HEAD-DATE.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
       MAIN-020-READ-CARD.
           READ    CARD-FILE
                   AT END
                           MOVE    "Y"       TO WK-EOF-SWITCH
           END-READ.
       MAIN-100-CARD-LOOP.
           ADD     1                 TO COUNT-READ.
           MOVE    SPACE             TO DETAIL-LINE.
           MOVE    REVC-ACCOUNT-X    TO DTL-ACCOUNT-NO.
           MOVE    REVC-PAY-SEQ-X    TO DTL-SEQ.
           MOVE    REVC-REASON       TO DTL-REASON.
           MOVE    REVC-REPOST-X     TO DTL-REPOST-ACCOUNT.
           PERFORM MAIN-150-EDIT-CARD.
           IF      NOT CARD-BAD
                   PERFORM MAIN-200-GET-MASTER
           END-IF.
           IF      NOT CARD-BAD
                   PERFORM MAIN-250-GET-ENTRY
           END-IF.
           IF      NOT CARD-BAD
                   PERFORM MAIN-300-UNWIND-POSITION
           END-IF.
           IF      NOT CARD-BAD
               AND REV-REPOST
                   PERFORM MAIN-400-GET-TARGET
           END-IF.
           IF      CARD-BAD
                   ADD     1         TO COUNT-REJECTED
           ELSE
                   PERFORM MAIN-500-APPLY-REVERSAL
           END-IF.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
           PERFORM MAIN-020-READ-CARD.
       MAIN-150-EDIT-CARD.
      *    A MISPUNCHED CARD MUST NOT REACH THE LEDGER; PUNCHED
      *    INPUT GETS THE SAME DISCIPLINE HERE THAT EVERY OTHER
      *    CARD FEED GETS.  A BOUNCED ITEM BROUGHT IN NO MONEY, SO
      *    THERE IS NOTHING TO RE-POST FROM IT.
           MOVE    "N"               TO CARD-BAD-SWITCH.
           MOVE    "N"               TO REV-REPOST-SWITCH.
           IF      REVC-ACCOUNT-X NOT NUMERIC
                OR REVC-PAY-SEQ-X NOT NUMERIC
                   MOVE "REJECTED - ACCOUNT/SEQ NOT NUMERIC"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO CARD-BAD-SWITCH
           ELSE
               IF      NOT REVC-BOUNCED
                   AND NOT REVC-MISAPPLIED
                       MOVE "REJECTED - BAD REASON CODE"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
               ELSE
                   IF      REVC-REPOST-X NOT = SPACE
                       PERFORM MAIN-160-EDIT-REPOST
                   END-IF
               END-IF
           END-IF.
       MAIN-160-EDIT-REPOST.
           IF      REVC-REPOST-X NOT NUMERIC
                   MOVE "REJECTED - REPOST ACCT NOT NUMERIC"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO CARD-BAD-SWITCH
           ELSE
               IF      REVC-BOUNCED
                   MOVE "REJECTED - BOUNCED ITEM NOT REPOSTED"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO CARD-BAD-SWITCH
               ELSE
                   IF      REVC-REPOST-ACCOUNT = REVC-ACCOUNT-NO
                       MOVE "REJECTED - REPOST TO SAME ACCOUNT"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
                   ELSE
                       MOVE    "Y"   TO REV-REPOST-SWITCH
                   END-IF
               END-IF
           END-IF.
       MAIN-200-GET-MASTER.
      *    A WRITTEN-OFF ACCOUNT'S SCHEDULE IS OFF THE BOOKS, SO NO
      *    POSITION ON IT CAN BE ROLLED BACK; A BOUNCED RECOVERY IS
      *    ADJUSTED BY ACCOUNTING.
           MOVE    REVC-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           MOVE "REJECTED - ACCOUNT NOT FOUND"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
                   NOT INVALID KEY
                           IF      MSTR-WRITTEN-OFF
                                   MOVE "REJECTED - ACCOUNT WRITTEN OFF"
                                     TO DTL-DISPOSITION
                                   MOVE    "Y"   TO CARD-BAD-SWITCH
                           END-IF
           END-READ.
       MAIN-250-GET-ENTRY.
      *    ONLY MONEY CAN BE TAKEN BACK: A REVERSAL ENTRY, A
      *    ZERO-AMOUNT POSITION RECORD, OR A REMITTANCE ALREADY
      *    REVERSED ONCE IS REFUSED.
           MOVE    REVC-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    REVC-PAY-SEQ      TO LEDG-PAY-SEQ.
           READ    LEDG-FILE
                   INVALID KEY
                           MOVE "REJECTED - LEDGER ENTRY NOT FOUND"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
           END-READ.
           IF      NOT CARD-BAD
               IF      LEDG-REVERSAL
                    OR LEDG-PAY-AMOUNT = 0
                       MOVE "REJECTED - ENTRY IS NOT A REMITTANCE"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
               ELSE
                   IF      LEDG-REVERSED
                           MOVE "REJECTED - ALREADY REVERSED"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
                   ELSE
                           MOVE    LEDG-PAY-DATE   TO REV-PAY-DATE
                           MOVE    LEDG-PAY-AMOUNT TO REV-PAY-AMOUNT
                           MOVE    LEDG-PAY-AMOUNT TO DTL-AMOUNT
                   END-IF
               END-IF
           END-IF.
       MAIN-300-UNWIND-POSITION.
           MOVE    REVC-ACCOUNT-NO   TO REV-WALK-ACCOUNT.
           PERFORM MAIN-600-WALK-POSITION.
           MOVE    REV-WALK-THRU     TO REV-OLD-THRU.
           MOVE    REV-WALK-CARRY    TO REV-OLD-CARRY.
           MOVE    REV-WALK-SEQ      TO REV-LAST-SEQ.
           MOVE    REV-OLD-THRU      TO REV-NEW-THRU.
           MOVE    "N"               TO REV-SCHD-SWITCH.
           COMPUTE REV-POOL = REV-OLD-CARRY - REV-PAY-AMOUNT.
           PERFORM MAIN-320-REOPEN-PERIOD
                   UNTIL   REV-POOL NOT < 0
                      OR   REV-NEW-THRU = 0
                      OR   REV-SCHD-MISSING.
      *    A POSITION THAT CANNOT GIVE BACK THE WHOLE AMOUNT DOES
      *    NOT HOLD THE MONEY THE LEDGER SAYS IT RECEIVED; THAT IS
      *    FOR A PERSON TO SORT OUT, NOT FOR A REVERSAL TO PAPER
      *    OVER.
           IF      REV-SCHD-MISSING
                   MOVE "REJECTED - SCHEDULE PERIOD MISSING"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO CARD-BAD-SWITCH
           ELSE
               IF      REV-POOL < 0
                       MOVE "REJECTED - POSITION SHORT OF AMOUNT"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
               END-IF
           END-IF.
       MAIN-320-REOPEN-PERIOD.
           MOVE    REVC-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           MOVE    REV-NEW-THRU      TO SCHD-PERIOD-NO.
           READ    SCHD-FILE
                   INVALID KEY
                           MOVE    "Y"   TO REV-SCHD-SWITCH
                   NOT INVALID KEY
                           COMPUTE REV-INSTALLMENT =
                                   SCHD-PRINCIPAL-PAID +
                                   SCHD-INTEREST-PAID
                           ADD     REV-INSTALLMENT TO REV-POOL
                           SUBTRACT 1    FROM REV-NEW-THRU
           END-READ.
       MAIN-400-GET-TARGET.
      *    THE ACCOUNT THE MONEY BELONGED TO ALL ALONG MUST BE ON
      *    FILE AND STILL OPEN.  THE REVERSED ACCOUNT'S MASTER IS
      *    READ AGAIN IF IT HAS TO BE REOPENED.
           MOVE    REVC-REPOST-ACCOUNT TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           MOVE "REJECTED - REPOST ACCT NOT FOUND"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
                   NOT INVALID KEY
                           IF      NOT MSTR-ACTIVE
                                   MOVE "REJECTED - REPOST ACCT CLOSED"
                                     TO DTL-DISPOSITION
                                   MOVE    "Y"   TO CARD-BAD-SWITCH
                           END-IF
           END-READ.
           IF      NOT CARD-BAD
                   MOVE    REVC-REPOST-ACCOUNT TO REV-WALK-ACCOUNT
                   PERFORM MAIN-600-WALK-POSITION
                   MOVE    REV-WALK-THRU   TO REV-TGT-THRU
                   MOVE    REV-WALK-CARRY  TO REV-TGT-CARRY
                   MOVE    REV-WALK-SEQ    TO REV-TGT-LAST-SEQ
           END-IF.
       MAIN-500-APPLY-REVERSAL.
      *    THE REVERSAL ENTRY GOES ON AS THE ACCOUNT'S NEW HIGHEST
      *    SEQUENCE, SO IT IS THE POSITION THE NEXT POSTING RUN
      *    STARTS FROM; THE ORIGINAL IS THEN FLAGGED AND POINTED
      *    AT IT.
           COMPUTE REV-NEW-SEQ = REV-LAST-SEQ + 1.
           MOVE    REVC-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    REV-NEW-SEQ       TO LEDG-PAY-SEQ.
           MOVE    WK-TODAY          TO LEDG-POST-DATE.
           MOVE    REV-PAY-DATE      TO LEDG-PAY-DATE.
           MOVE    REV-PAY-AMOUNT    TO LEDG-PAY-AMOUNT.
           COMPUTE LEDG-FROM-PERIOD  = REV-NEW-THRU + 1.
           MOVE    REV-NEW-THRU      TO LEDG-THRU-PERIOD.
           MOVE    REV-POOL          TO LEDG-CARRY-FORWARD.
           MOVE    "R"               TO LEDG-ENTRY-TYPE.
           MOVE    SPACE             TO LEDG-REVERSED-FLAG.
           MOVE    REVC-PAY-SEQ      TO LEDG-REF-SEQ.
           WRITE   LEDG-RECORD
                   INVALID KEY
                           DISPLAY "PAYREV   - REVERSAL NOT WRITTEN, "
                                   "ACCOUNT " REVC-ACCOUNT-NO
                                   " SEQ " REV-NEW-SEQ
                                   " STATUS " LEDG-FILE-STATUS
                           MOVE    "Y"   TO CARD-BAD-SWITCH
           END-WRITE.
      *    WITH NO REVERSAL ENTRY ON THE LEDGER THE ORIGINAL MUST
      *    NOT BE FLAGGED, OR THE TRAIL POINTS AT NOTHING.
           IF      CARD-BAD
                   MOVE "REJECTED - REVERSAL NOT WRITTEN"
                                     TO DTL-DISPOSITION
                   ADD     1         TO COUNT-REJECTED
           ELSE
                   PERFORM MAIN-510-COMPLETE-REVERSAL
           END-IF.
       MAIN-510-COMPLETE-REVERSAL.
           MOVE    "N"               TO REV-FAULT-SWITCH.
           MOVE    REVC-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    REVC-PAY-SEQ      TO LEDG-PAY-SEQ.
           READ    LEDG-FILE
                   INVALID KEY
                           MOVE    "Y"   TO REV-FAULT-SWITCH
                   NOT INVALID KEY
                           MOVE    "Y"           TO LEDG-REVERSED-FLAG
                           MOVE    REV-NEW-SEQ   TO LEDG-REF-SEQ
                           REWRITE LEDG-RECORD
                                   INVALID KEY
                                       MOVE "Y"  TO REV-FAULT-SWITCH
                           END-REWRITE
           END-READ.
           IF      REV-FAULT
                   DISPLAY "PAYREV   - ORIGINAL NOT FLAGGED, "
                           "ACCOUNT " REVC-ACCOUNT-NO
                           " SEQ " REVC-PAY-SEQ
                           " STATUS " LEDG-FILE-STATUS
                   MOVE "REVERSED - ORIGINAL NOT FLAGGED"
                                     TO REV-FAULT-TEXT
           END-IF.
           ADD     1                 TO COUNT-REVERSED.
           ADD     REV-PAY-AMOUNT    TO TOTAL-REVERSED.
           PERFORM MAIN-520-REOPEN-TEST.
           MOVE    0                 TO REV-TGT-NEW-SEQ.
           IF      REV-REPOST
                   PERFORM MAIN-550-REPOST-MONEY
           END-IF.
           PERFORM MAIN-700-WRITE-LOG.
           MOVE    REV-OLD-THRU      TO DTL-OLD-THRU.
           MOVE    REV-NEW-THRU      TO DTL-NEW-THRU.
           MOVE    REV-POOL          TO DTL-NEW-CARRY.
           IF      REV-REPOST
               IF      REV-REOPEN
                       MOVE "RE-POSTED - ACCOUNT REOPENED"
                                     TO DTL-DISPOSITION
               ELSE
                       MOVE "REVERSED AND RE-POSTED"
                                     TO DTL-DISPOSITION
               END-IF
           ELSE
               IF      REV-REOPEN
                       MOVE "REVERSED - ACCOUNT REOPENED"
                                     TO DTL-DISPOSITION
               ELSE
                       MOVE "REVERSED"   TO DTL-DISPOSITION
               END-IF
           END-IF.
           IF      REV-FAULT
                   MOVE    REV-FAULT-TEXT TO DTL-DISPOSITION
           END-IF.
       MAIN-520-REOPEN-TEST.
      *    PAYOFF CLOSES AN ACCOUNT ONCE EVERY PERIOD IS SETTLED.
      *    IF THE MONEY TAKEN BACK WAS WHAT SETTLED THE LAST OF
      *    THEM, THE ACCOUNT IS NOT PAID OFF AFTER ALL: IT GOES
      *    BACK TO ACTIVE SO THE POSTING RUN AGES IT AGAIN.  AN
      *    ACCOUNT CLOSED BY CARD SHORT OF ITS FINAL PERIOD WAS
      *    NOT PAID OFF, SO A REVERSAL LEAVES IT CLOSED.
           MOVE    "N"               TO REV-REOPEN-SWITCH.
           MOVE    REVC-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   NOT INVALID KEY
                           IF      MSTR-CLOSED
                               AND REV-OLD-THRU NOT < MSTR-PERIODS
                               AND REV-NEW-THRU < MSTR-PERIODS
                                   MOVE    "A"   TO MSTR-STATUS
                                   PERFORM MAIN-530-REWRITE-MASTER
                           END-IF
           END-READ.
       MAIN-530-REWRITE-MASTER.
           REWRITE MSTR-RECORD
                   INVALID KEY
                           DISPLAY "PAYREV   - MASTER NOT REOPENED, "
                                   "ACCOUNT " REVC-ACCOUNT-NO
                                   " SEQ " REV-NEW-SEQ
                                   " STATUS " MSTR-FILE-STATUS
                           MOVE    "Y"   TO REV-FAULT-SWITCH
                           MOVE "REVERSED - MASTER NOT REOPENED"
                                         TO REV-FAULT-TEXT
                   NOT INVALID KEY
                           MOVE    "Y"   TO REV-REOPEN-SWITCH
                           ADD     1     TO COUNT-REOPENED
           END-REWRITE.
       MAIN-550-REPOST-MONEY.
      *    THE MONEY GOES ON THE RIGHT ACCOUNT AS A RE-POSTED
      *    ENTRY WHOSE POSITION ADDS IT TO THE CARRY-FORWARD; THE
      *    NEXT POSTING RUN APPLIES IT OLDEST INSTALLMENT FIRST,
      *    EXACTLY AS IF IT HAD ARRIVED IN THAT DAY'S FEED.
           COMPUTE REV-TGT-NEW-SEQ = REV-TGT-LAST-SEQ + 1.
           MOVE    REVC-REPOST-ACCOUNT TO LEDG-ACCOUNT-NO.
           MOVE    REV-TGT-NEW-SEQ   TO LEDG-PAY-SEQ.
           MOVE    WK-TODAY          TO LEDG-POST-DATE.
           MOVE    REV-PAY-DATE      TO LEDG-PAY-DATE.
           MOVE    REV-PAY-AMOUNT    TO LEDG-PAY-AMOUNT.
           COMPUTE LEDG-FROM-PERIOD  = REV-TGT-THRU + 1.
           MOVE    REV-TGT-THRU      TO LEDG-THRU-PERIOD.
           COMPUTE LEDG-CARRY-FORWARD =
                   REV-TGT-CARRY + REV-PAY-AMOUNT.
           MOVE    "T"               TO LEDG-ENTRY-TYPE.
           MOVE    SPACE             TO LEDG-REVERSED-FLAG.
           MOVE    REVC-PAY-SEQ      TO LEDG-REF-SEQ.
           WRITE   LEDG-RECORD
                   INVALID KEY
                           DISPLAY "PAYREV   - RE-POST NOT WRITTEN, "
                                   "ACCOUNT " REVC-REPOST-ACCOUNT
                                   " SEQ " REV-TGT-NEW-SEQ
                                   " STATUS " LEDG-FILE-STATUS
                           MOVE    "Y"   TO REV-FAULT-SWITCH
                           MOVE "REVERSED - RE-POST NOT WRITTEN"
                                         TO REV-FAULT-TEXT
                           MOVE    0     TO REV-TGT-NEW-SEQ
                   NOT INVALID KEY
                           ADD     1     TO COUNT-REPOSTED
                           ADD     REV-PAY-AMOUNT TO TOTAL-REPOSTED
           END-WRITE.
       MAIN-600-WALK-POSITION.
      *    THE HIGHEST-SEQUENCE LEDGER RECORD CARRIES THE
      *    ACCOUNT'S POSITION; AN ACCOUNT NEVER POSTED HAS SETTLED
      *    NOTHING AND CARRIES NOTHING.
           MOVE    0                 TO REV-WALK-THRU.
           MOVE    0                 TO REV-WALK-CARRY.
           MOVE    0                 TO REV-WALK-SEQ.
           MOVE    "N"               TO REV-LEDG-EOF-SWITCH.
           MOVE    REV-WALK-ACCOUNT  TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO REV-LEDG-EOF-SWITCH
           END-START.
           IF      NOT REV-LEDG-EOF
                   PERFORM MAIN-620-READ-LEDGER
                   PERFORM MAIN-630-KEEP-POSITION
                           UNTIL   REV-LEDG-EOF
           END-IF.
       MAIN-620-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO REV-LEDG-EOF-SWITCH
           END-READ.
       MAIN-630-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = REV-WALK-ACCOUNT
                   MOVE    LEDG-THRU-PERIOD   TO REV-WALK-THRU
                   MOVE    LEDG-CARRY-FORWARD TO REV-WALK-CARRY
                   MOVE    LEDG-PAY-SEQ       TO REV-WALK-SEQ
                   PERFORM MAIN-620-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO REV-LEDG-EOF-SWITCH
           END-IF.
       MAIN-700-WRITE-LOG.
           ACCEPT  WK-NOW            FROM TIME.
           MOVE    WK-TODAY          TO REVA-RUN-DATE.
           MOVE    WK-NOW            TO REVA-RUN-TIME.
           MOVE    REVC-ACCOUNT-NO   TO REVA-ACCOUNT-NO.
           MOVE    REVC-PAY-SEQ      TO REVA-PAY-SEQ.
           MOVE    REV-NEW-SEQ       TO REVA-REVERSAL-SEQ.
           MOVE    REV-PAY-DATE      TO REVA-PAY-DATE.
           MOVE    REV-PAY-AMOUNT    TO REVA-PAY-AMOUNT.
           MOVE    REVC-REASON       TO REVA-REASON.
           MOVE    REV-OLD-THRU      TO REVA-OLD-THRU.
           MOVE    REV-OLD-CARRY     TO REVA-OLD-CARRY.
           MOVE    REV-NEW-THRU      TO REVA-NEW-THRU.
           MOVE    REV-POOL          TO REVA-NEW-CARRY.
           IF      REV-REPOST
                   MOVE    REVC-REPOST-ACCOUNT TO REVA-REPOST-ACCOUNT
           ELSE
                   MOVE    0                   TO REVA-REPOST-ACCOUNT
           END-IF.
           MOVE    REV-TGT-NEW-SEQ   TO REVA-REPOST-SEQ.
           WRITE   REVA-RECORD.
       MAIN-900-FINISH.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "CARDS READ"      TO TOT-CAPTION.
           MOVE    COUNT-READ        TO TOT-COUNT.
           MOVE    0                 TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "REMITTANCES REVERSED" TO TOT-CAPTION.
           MOVE    COUNT-REVERSED    TO TOT-COUNT.
           MOVE    TOTAL-REVERSED    TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "RE-POSTED"       TO TOT-CAPTION.
           MOVE    COUNT-REPOSTED    TO TOT-COUNT.
           MOVE    TOTAL-REPOSTED    TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "ACCOUNTS REOPENED" TO TOT-CAPTION.
           MOVE    COUNT-REOPENED    TO TOT-COUNT.
           MOVE    0                 TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "CARDS REJECTED"  TO TOT-CAPTION.
           MOVE    COUNT-REJECTED    TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           CLOSE   CARD-FILE.
           CLOSE   MSTR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   REVA-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "PAYREV   - CARDS READ       : " COUNT-READ.
           DISPLAY "PAYREV   - REVERSED         : " COUNT-REVERSED.
           DISPLAY "PAYREV   - RE-POSTED        : " COUNT-REPOSTED.
           DISPLAY "PAYREV   - REOPENED         : " COUNT-REOPENED.
           DISPLAY "PAYREV   - REJECTED         : " COUNT-REJECTED.

      *--------------------<< END OF PROGRAM >>-----------------------*
