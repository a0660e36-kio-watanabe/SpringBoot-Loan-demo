      ****************************************************************
      *                                                              *
      *         CHARGE-OFF (WRITE-OFF) OF UNCOLLECTABLE ACCOUNTS     *
      *                                                              *
      *    TAKES ONE APPROVAL CARD PER ACCOUNT THE CREDIT COMMITTEE  *
      *    HAS SIGNED OFF AS UNCOLLECTABLE AND MOVES THE ACCOUNT TO  *
      *    WRITTEN-OFF STATUS, SO IT DROPS OUT OF THE DEBIT          *
      *    REQUESTS, THE MONTH-END ACCRUAL, THE AGING, THE LATE      *
      *    CHARGES AND THE DUNNING LETTERS.  WHAT THE BORROWER       *
      *    STILL OWES IS WORKED OUT FROM THE POSTING POSITION: THE   *
      *    PRINCIPAL OF EVERY SCHEDULE PERIOD NOT YET SETTLED, AND   *
      *    THE INTEREST OF EVERY UNSETTLED PERIOD ALREADY FALLEN     *
      *    DUE PLUS THE INTEREST EARNED SO FAR ON THE PERIOD         *
      *    RUNNING NOW.  ONLY THE PRINCIPAL IS ON THE BOOKS -- THE   *
      *    INTEREST IS RECOGNISED WHEN A PERIOD SETTLES -- SO THE    *
      *    LOSS IS THE PRINCIPAL LESS THE MONEY HELD UNAPPLIED AS    *
      *    CARRY-FORWARD, AND THE INTEREST FOREGONE IS SHOWN AS A    *
      *    MEMORANDUM.  THE LOSS ENTRY GOES TO ACCOUNTING IN THE GL  *
      *    JOURNAL LAYOUT, AND EVERY CARD IS PRINTED ON THE          *
      *    CHARGE-OFF REGISTER.                                      *
      *                                                              *
      *    MONEY RECEIVED ON A WRITTEN-OFF ACCOUNT LATER IS POSTED   *
      *    BY PAYPOST AS A RECOVERY, NOT AGAINST THE OLD SCHEDULE.   *
      *                                                              *
      *    RUN AFTER PAYPOST, SO THE POSITION IS THE DAY'S.  A CARD  *
      *    IS EDITED IN FULL BEFORE THE MASTER IS TOUCHED, SO A      *
      *    REJECTED CARD LEAVES EVERY FILE AS IT FOUND IT.           *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             CHGOFF.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    APPROVAL CARDS, ONE PER ACCOUNT TO WRITE OFF
           SELECT  CARD-FILE      ASSIGN TO "CHGOCARD"
                   ORGANIZATION   SEQUENTIAL.
      *    LOAN MASTER, FOR THE ACCOUNT NAMED AND ITS NEW STATUS
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    SCHEDULE REPOSITORY, WALKED FROM THE FIRST UNSETTLED
      *    PERIOD TO THE END OF THE ACCOUNT'S GROUP
           SELECT  SCHD-FILE      ASSIGN TO "SCHDMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    POSTING LEDGER; THE HIGHEST SEQUENCE PER ACCOUNT
      *    CARRIES THE POSTING POSITION
           SELECT  LEDG-FILE      ASSIGN TO "PAYLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LEDG-KEY
                   FILE STATUS    IS LEDG-FILE-STATUS.
      *    LOAN-LOSS JOURNAL HANDED TO ACCOUNTING, IN THE SAME
      *    LAYOUT AS THE MONTH-END ACCRUAL JOURNAL
           SELECT  JRNL-FILE      ASSIGN TO "CHGOJRNL"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED CHARGE-OFF REGISTER
           SELECT  RPT-FILE       ASSIGN TO "CHGOREG"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGOCARD.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.
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
         03  WK-TODAY          PIC 9(08).
         03  WK-TODAY-R        REDEFINES WK-TODAY.
           05  WK-TODAY-YYYY   PIC 9(04).
           05  WK-TODAY-MM     PIC 9(02).
           05  WK-TODAY-DD     PIC 9(02).
         03  WK-DISB-R.
           05  WK-DISB-YYYY    PIC 9(04).
           05  WK-DISB-MM      PIC 9(02).
           05  WK-DISB-DD      PIC 9(02).
         03  CARD-BAD-SWITCH   PIC X.
           88  CARD-BAD                       VALUE "Y".
       01  COUNT-AREA.
         03  COUNT-READ        PIC 9(07)      COMP VALUE 0.
         03  COUNT-WRITTEN-OFF PIC 9(07)      COMP VALUE 0.
         03  COUNT-REJECTED    PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
         03  TOTAL-PRINCIPAL   PIC 9(13)V99   VALUE 0.
         03  TOTAL-INTEREST    PIC 9(13)V99   VALUE 0.
         03  TOTAL-CARRY       PIC 9(13)V99   VALUE 0.
         03  TOTAL-LOSS        PIC S9(13)V99  VALUE 0.
         03  TOTAL-DEBITS      PIC 9(13)V99   VALUE 0.
         03  TOTAL-CREDITS     PIC 9(13)V99   VALUE 0.
       01  CHGO-AREA.
      *    THE ACCOUNT'S POSTING POSITION OFF THE LEDGER.
         03  CHGO-THRU         PIC 9(04)      COMP.
         03  CHGO-CARRY        PIC 9(09)V99.
         03  CHGO-LEDG-EOF-SWITCH PIC X.
           88  CHGO-LEDG-EOF                  VALUE "Y".
      *    THE SCHEDULE WALK.  A PERIOD HAS FALLEN DUE ONCE ITS
      *    DUE DATE IS REACHED, OR -- ON A RECORD WITH NO DUE DATE
      *    STAMPED -- ONCE THE WHOLE MONTHS SINCE DISBURSEMENT
      *    REACH ITS NUMBER.  THE FIRST PERIOD NOT YET DUE IS THE
      *    ONE EARNING INTEREST NOW; ITS INTEREST IS PRORATED BY
      *    THE DAYS RUN SINCE THE LAST DUE DAY ON A 30-DAY MONTH,
      *    THE SAME CONVENTION THE MONTH-END ACCRUAL USES.
         03  CHGO-SCHD-EOF-SWITCH PIC X.
           88  CHGO-SCHD-EOF                  VALUE "Y".
         03  CHGO-ELAPSED      PIC S9(04)     COMP.
         03  CHGO-PERIODS-LEFT PIC 9(04)      COMP.
         03  CHGO-PERIODS-DUE  PIC 9(04)      COMP.
         03  CHGO-DUE-SWITCH   PIC X.
           88  CHGO-PERIOD-IS-DUE             VALUE "Y".
         03  CHGO-ACCRUED-SWITCH PIC X.
           88  CHGO-ACCRUED                   VALUE "Y".
         03  CHGO-DUE-R.
           05  CHGO-DUE-YYYY   PIC 9(04).
           05  CHGO-DUE-MM     PIC 9(02).
           05  CHGO-DUE-DD     PIC 9(02).
         03  CHGO-DUE-DAY      PIC 9(02).
         03  CHGO-DAYS-RUN     PIC S9(03)     COMP.
         03  CHGO-ACCRUAL      PIC 9(09)V99.
      *    WHAT IS WRITTEN OFF.
         03  CHGO-PRINCIPAL    PIC 9(11)V99.
         03  CHGO-INTEREST     PIC 9(11)V99.
         03  CHGO-LOSS         PIC S9(11)V99.
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "CHGOFF   - CHARGE-OFF REGISTER".
         03  FILLER            PIC X(10)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(58)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(20)      VALUE "BORROWER-NAME".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "APPROVER".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(04)      VALUE "THRU".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "     PRINCIPAL".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "INT NOT BOOKED".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "    CARRY USED".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "          LOSS".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(26)      VALUE "DISPOSITION".
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC X(10).
         03  FILLER            PIC X(01).
         03  DTL-NAME          PIC X(20).
         03  FILLER            PIC X(01).
         03  DTL-APPROVER      PIC X(08).
         03  FILLER            PIC X(01).
         03  DTL-THRU          PIC ZZZ9.
         03  FILLER            PIC X(01).
         03  DTL-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-CARRY         PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-LOSS          PIC ZZZ,ZZZ,ZZ9.99-.
         03  DTL-DISPOSITION   PIC X(26).
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
         03  TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(64)      VALUE SPACE.
       01  VERDICT-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  VER-TEXT          PIC X(44).
         03  FILLER            PIC X(78)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-020-READ-CARD.
           PERFORM MAIN-100-CARD-LOOP
                   UNTIL   WK-EOF.
           PERFORM MAIN-800-WRITE-JOURNAL.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A CHARGE-OFF AGAINST A MISSING LEDGER WOULD TAKE EVERY
      *    ACCOUNT AS NEVER PAID AND WRITE OFF THE WHOLE LOAN; A
      *    FAILED OPEN ENDS THE RUN HERE, LOUDLY.
           OPEN    INPUT  CARD-FILE.
           OPEN    I-O    MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "CHGOFF   - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "CHGOFF   - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "CHGOFF   - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT JRNL-FILE.
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
           MOVE    CHGC-ACCOUNT-X    TO DTL-ACCOUNT-NO.
           MOVE    CHGC-APPROVED-BY  TO DTL-APPROVER.
           PERFORM MAIN-150-EDIT-CARD.
           IF      NOT CARD-BAD
                   PERFORM MAIN-200-GET-MASTER
           END-IF.
           IF      NOT CARD-BAD
                   PERFORM MAIN-300-GET-POSITION
                   PERFORM MAIN-400-WORK-BALANCE
           END-IF.
           IF      CARD-BAD
                   ADD     1         TO COUNT-REJECTED
           ELSE
                   PERFORM MAIN-500-WRITE-OFF
           END-IF.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
           PERFORM MAIN-020-READ-CARD.
       MAIN-150-EDIT-CARD.
      *    A WRITE-OFF IS NOT TAKEN ON AN UNSIGNED OR MISPUNCHED
      *    CARD: THE ACCOUNT MUST BE NUMERIC, THE APPROVING
      *    OFFICER NAMED, AND THE APPROVAL DATED NO LATER THAN
      *    TODAY.
           MOVE    "N"               TO CARD-BAD-SWITCH.
           IF      CHGC-ACCOUNT-X NOT NUMERIC
                   MOVE "REJECTED - BAD ACCOUNT NO"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO CARD-BAD-SWITCH
           ELSE
               IF      CHGC-APPROVED-BY = SPACE
                       MOVE "REJECTED - NO APPROVER"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
               ELSE
                   IF      CHGC-APPROVAL-DATE-X NOT NUMERIC
                       MOVE "REJECTED - BAD APPROVAL DT"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
                   ELSE
                       IF      CHGC-APPROVAL-DATE = 0
                            OR CHGC-APPROVAL-DATE > WK-TODAY
                               MOVE "REJECTED - BAD APPROVAL DT"
                                     TO DTL-DISPOSITION
                               MOVE    "Y"   TO CARD-BAD-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MAIN-200-GET-MASTER.
      *    ONLY AN ACTIVE ACCOUNT CAN BE WRITTEN OFF; A SECOND CARD
      *    FOR THE SAME ACCOUNT FINDS IT ALREADY WRITTEN OFF.
           MOVE    CHGC-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           MOVE "REJECTED - NOT FOUND"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
                   NOT INVALID KEY
                           MOVE    MSTR-BORROWER-NAME TO DTL-NAME
           END-READ.
           IF      NOT CARD-BAD
               IF      MSTR-CLOSED
                       MOVE "REJECTED - ACCOUNT CLOSED"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
               ELSE
                   IF      MSTR-WRITTEN-OFF
                       MOVE "REJECTED - WAS WRITTEN OFF"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO CARD-BAD-SWITCH
                   END-IF
               END-IF
           END-IF.
       MAIN-300-GET-POSITION.
      *    THE HIGHEST-SEQUENCE LEDGER RECORD CARRIES THE
      *    ACCOUNT'S POSITION; AN ACCOUNT NEVER POSTED HAS SETTLED
      *    NOTHING AND CARRIES NOTHING.
           MOVE    0                 TO CHGO-THRU.
           MOVE    0                 TO CHGO-CARRY.
           MOVE    "N"               TO CHGO-LEDG-EOF-SWITCH.
           MOVE    CHGC-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO CHGO-LEDG-EOF-SWITCH
           END-START.
           IF      NOT CHGO-LEDG-EOF
                   PERFORM MAIN-320-READ-LEDGER
                   PERFORM MAIN-330-KEEP-POSITION
                           UNTIL   CHGO-LEDG-EOF
           END-IF.
       MAIN-320-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO CHGO-LEDG-EOF-SWITCH
           END-READ.
       MAIN-330-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = CHGC-ACCOUNT-NO
                   MOVE    LEDG-THRU-PERIOD   TO CHGO-THRU
                   MOVE    LEDG-CARRY-FORWARD TO CHGO-CARRY
                   PERFORM MAIN-320-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO CHGO-LEDG-EOF-SWITCH
           END-IF.
       MAIN-400-WORK-BALANCE.
      *    EVERY PERIOD AFTER THE LAST ONE SETTLED IS STILL OWED:
      *    ALL OF ITS PRINCIPAL, AND ITS INTEREST ONCE IT HAS
      *    FALLEN DUE.  AN ACCOUNT WITH NOTHING LEFT ON ITS
      *    SCHEDULE IS REFUSED -- EITHER IT IS PAID UP AND WAITING
      *    FOR THE PAYOFF RUN, OR ITS SCHEDULE IS MISSING.
           MOVE    0                 TO CHGO-PRINCIPAL.
           MOVE    0                 TO CHGO-INTEREST.
           MOVE    0                 TO CHGO-PERIODS-LEFT.
           MOVE    0                 TO CHGO-PERIODS-DUE.
           MOVE    "N"               TO CHGO-ACCRUED-SWITCH.
           MOVE    MSTR-DISBURSE-DATE TO WK-DISB-R.
           COMPUTE CHGO-ELAPSED =
                   (WK-TODAY-YYYY * 12 + WK-TODAY-MM) -
                   (WK-DISB-YYYY  * 12 + WK-DISB-MM).
           MOVE    "N"               TO CHGO-SCHD-EOF-SWITCH.
           MOVE    CHGC-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           COMPUTE SCHD-PERIOD-NO = CHGO-THRU + 1.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO CHGO-SCHD-EOF-SWITCH
           END-START.
           IF      NOT CHGO-SCHD-EOF
                   PERFORM MAIN-420-READ-SCHD
                   PERFORM MAIN-430-TAKE-PERIOD
                           UNTIL   CHGO-SCHD-EOF
           END-IF.
           IF      CHGO-PERIODS-LEFT = 0
               IF      CHGO-THRU NOT < MSTR-PERIODS
                       MOVE "REJECTED - NOTHING OWED"
                                     TO DTL-DISPOSITION
               ELSE
                       MOVE "REJECTED - NO SCHEDULE"
                                     TO DTL-DISPOSITION
               END-IF
               MOVE    "Y"           TO CARD-BAD-SWITCH
           END-IF.
      *    THE CARRY-FORWARD IS MONEY THE BORROWER HAS ALREADY
      *    PAID IN; IT COMES OUT OF SUSPENSE AND REDUCES THE LOSS.
      *    WHERE IT COVERS THE PRINCIPAL THERE IS NOTHING TO WRITE
      *    OFF, AND THE ACCOUNT IS LEFT FOR A PERSON TO SETTLE.
           IF      NOT CARD-BAD
                   COMPUTE CHGO-LOSS = CHGO-PRINCIPAL - CHGO-CARRY
                   IF      CHGO-LOSS NOT > 0
                           MOVE "REJECTED - NO LOSS TO BOOK"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO CARD-BAD-SWITCH
                   END-IF
           END-IF.
       MAIN-420-READ-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO CHGO-SCHD-EOF-SWITCH
           END-READ.
       MAIN-430-TAKE-PERIOD.
           IF      SCHD-ACCOUNT-NO = CHGC-ACCOUNT-NO
                   ADD     1         TO CHGO-PERIODS-LEFT
                   ADD     SCHD-PRINCIPAL-PAID TO CHGO-PRINCIPAL
                   PERFORM MAIN-440-TEST-DUE
                   IF      CHGO-PERIOD-IS-DUE
                           ADD     1 TO CHGO-PERIODS-DUE
                           ADD     SCHD-INTEREST-PAID
                                   TO CHGO-INTEREST
                   ELSE
                       IF      NOT CHGO-ACCRUED
                               PERFORM MAIN-450-ACCRUE-PERIOD
                       END-IF
                   END-IF
                   PERFORM MAIN-420-READ-SCHD
           ELSE
                   MOVE    "Y"       TO CHGO-SCHD-EOF-SWITCH
           END-IF.
       MAIN-440-TEST-DUE.
           MOVE    "N"               TO CHGO-DUE-SWITCH.
           IF      SCHD-DUE-DATE > 0
               IF      SCHD-DUE-DATE NOT > WK-TODAY
                       MOVE    "Y"   TO CHGO-DUE-SWITCH
               END-IF
           ELSE
               IF      SCHD-PERIOD-NO NOT > CHGO-ELAPSED
                       MOVE    "Y"   TO CHGO-DUE-SWITCH
               END-IF
           END-IF.
       MAIN-450-ACCRUE-PERIOD.
      *    THE DUE DAY IS THE DAY OF THIS PERIOD'S OWN DUE DATE --
      *    THE LAST DUE DAY FELL ON THE SAME DAY A MONTH EARLIER --
      *    OR THE DISBURSEMENT DAY ON A RECORD WITH NO DUE DATE.
           MOVE    "Y"               TO CHGO-ACCRUED-SWITCH.
           IF      SCHD-DUE-DATE > 0
                   MOVE    SCHD-DUE-DATE TO CHGO-DUE-R
                   MOVE    CHGO-DUE-DD   TO CHGO-DUE-DAY
           ELSE
                   MOVE    WK-DISB-DD    TO CHGO-DUE-DAY
           END-IF.
           COMPUTE CHGO-DAYS-RUN = WK-TODAY-DD - CHGO-DUE-DAY.
           IF      CHGO-DAYS-RUN < 0
                   ADD     30        TO CHGO-DAYS-RUN
           END-IF.
           IF      CHGO-DAYS-RUN > 30
                   MOVE    30        TO CHGO-DAYS-RUN
           END-IF.
           COMPUTE CHGO-ACCRUAL ROUNDED =
                   SCHD-INTEREST-PAID * CHGO-DAYS-RUN / 30.
           ADD     CHGO-ACCRUAL      TO CHGO-INTEREST.
       MAIN-500-WRITE-OFF.
           MOVE    "W"               TO MSTR-STATUS.
           MOVE    WK-TODAY          TO MSTR-STATUS-DATE.
           REWRITE MSTR-RECORD.
           ADD     1                 TO COUNT-WRITTEN-OFF.
           ADD     CHGO-PRINCIPAL    TO TOTAL-PRINCIPAL.
           ADD     CHGO-INTEREST     TO TOTAL-INTEREST.
           ADD     CHGO-CARRY        TO TOTAL-CARRY.
           ADD     CHGO-LOSS         TO TOTAL-LOSS.
           MOVE    CHGO-THRU         TO DTL-THRU.
           MOVE    CHGO-PRINCIPAL    TO DTL-PRINCIPAL.
           MOVE    CHGO-INTEREST     TO DTL-INTEREST.
           MOVE    CHGO-CARRY        TO DTL-CARRY.
           MOVE    CHGO-LOSS         TO DTL-LOSS.
           MOVE    "WRITTEN OFF"     TO DTL-DISPOSITION.
       MAIN-800-WRITE-JOURNAL.
      *    ONE RECORD PER GL ACCOUNT: THE LOSS AND THE CARRY TAKEN
      *    OUT OF SUSPENSE ON THE DEBIT SIDE, THE PRINCIPAL TAKEN
      *    OFF THE BOOKS ON THE CREDIT SIDE.  THE INTEREST FOREGONE
      *    WAS NEVER RECOGNISED, SO IT IS CARRIED AS A MEMORANDUM
      *    LINE OUTSIDE THE PROOF.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    WK-TODAY          TO JRNL-POST-DATE.
           MOVE    "51100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "LOAN LOSS - CHARGE-OFFS"
                                     TO JRNL-GL-CAPTION.
           MOVE    "D"               TO JRNL-DC-FLAG.
           MOVE    TOTAL-LOSS        TO JRNL-AMOUNT.
           ADD     TOTAL-LOSS        TO TOTAL-DEBITS.
           PERFORM MAIN-850-PUT-JOURNAL.
           MOVE    "29100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "UNAPPLIED RECEIPTS SUSPENSE"
                                     TO JRNL-GL-CAPTION.
           MOVE    "D"               TO JRNL-DC-FLAG.
           MOVE    TOTAL-CARRY       TO JRNL-AMOUNT.
           ADD     TOTAL-CARRY       TO TOTAL-DEBITS.
           PERFORM MAIN-850-PUT-JOURNAL.
           MOVE    "12100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "LOANS RECEIVABLE - PRINCIPAL"
                                     TO JRNL-GL-CAPTION.
           MOVE    "C"               TO JRNL-DC-FLAG.
           MOVE    TOTAL-PRINCIPAL   TO JRNL-AMOUNT.
           ADD     TOTAL-PRINCIPAL   TO TOTAL-CREDITS.
           PERFORM MAIN-850-PUT-JOURNAL.
           MOVE    "13100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "INTEREST FOREGONE - NOT BOOKED"
                                     TO JRNL-GL-CAPTION.
           MOVE    "M"               TO JRNL-DC-FLAG.
           MOVE    TOTAL-INTEREST    TO JRNL-AMOUNT.
           PERFORM MAIN-850-PUT-JOURNAL.
       MAIN-850-PUT-JOURNAL.
           MOVE    JRNL-GL-ACCOUNT   TO JLN-GL-ACCOUNT.
           MOVE    JRNL-GL-CAPTION   TO JLN-GL-CAPTION.
           MOVE    JRNL-DC-FLAG      TO JLN-DC-FLAG.
           MOVE    JRNL-AMOUNT       TO JLN-AMOUNT.
           WRITE   JRNL-RECORD.
           WRITE   RPT-RECORD        FROM JRNL-LINE.
       MAIN-900-FINISH.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "CARDS READ"      TO TOT-CAPTION.
           MOVE    COUNT-READ        TO TOT-COUNT.
           MOVE    0                 TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "ACCOUNTS WRITTEN OFF" TO TOT-CAPTION.
           MOVE    COUNT-WRITTEN-OFF TO TOT-COUNT.
           MOVE    TOTAL-LOSS        TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "  PRINCIPAL"     TO TOT-CAPTION.
           MOVE    0                 TO TOT-COUNT.
           MOVE    TOTAL-PRINCIPAL   TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "  LESS CARRY-FORWARD" TO TOT-CAPTION.
           MOVE    TOTAL-CARRY       TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "INTEREST NOT BOOKED" TO TOT-CAPTION.
           MOVE    TOTAL-INTEREST    TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "CARDS REJECTED"  TO TOT-CAPTION.
           MOVE    COUNT-REJECTED    TO TOT-COUNT.
           MOVE    0                 TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           IF      TOTAL-DEBITS = TOTAL-CREDITS
                   MOVE "JOURNAL BALANCED - DEBITS EQUAL CREDITS"
                                       TO VER-TEXT
           ELSE
                   MOVE "*** JOURNAL OUT OF BALANCE ***"
                                       TO VER-TEXT
           END-IF.
           WRITE   RPT-RECORD          FROM VERDICT-LINE.
           CLOSE   CARD-FILE.
           CLOSE   MSTR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   JRNL-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "CHGOFF   - CARDS READ       : " COUNT-READ.
           DISPLAY "CHGOFF   - WRITTEN OFF      : " COUNT-WRITTEN-OFF.
           DISPLAY "CHGOFF   - REJECTED         : " COUNT-REJECTED.

      *--------------------<< END OF PROGRAM >>-----------------------*
