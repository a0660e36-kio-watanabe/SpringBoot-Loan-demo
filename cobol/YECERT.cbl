      ****************************************************************
      *                                                              *
      *         YEAR-END LOAN BALANCE CERTIFICATE (NENMATSU ZANDAKA  *
      *         SHOMEISHO) FOR THE HOUSING-LOAN TAX DEDUCTION        *
      *                                                              *
      *    RUN EACH JANUARY FOR THE TAX YEAR ON THE PARAMETER CARD.  *
      *    EVERY ACCOUNT ON THE LOAN MASTER THAT WAS DISBURSED BY    *
      *    31 DECEMBER AND WAS STILL ACTIVE AT SOME POINT IN THE     *
      *    YEAR GETS A CERTIFICATE SHOWING THE BALANCE OUTSTANDING   *
      *    AT 31 DECEMBER, THE PRINCIPAL AND INTEREST PAID DURING    *
      *    THE YEAR, THE DISBURSEMENT DATE AND THE ORIGINAL LOAN     *
      *    AMOUNT, SO THE COUNTER STOPS COPYING FIGURES OFF          *
      *    SCHEDULE PRINTOUTS.                                       *
      *                                                              *
      *    THE FIGURES FOLLOW WHAT THE POSTING LEDGER SHOWS WAS      *
      *    ACTUALLY SETTLED BY EACH YEAR END, NOT WHAT FELL DUE:     *
      *    THE SETTLED-THRU PERIOD AT 31 DECEMBER OF THE YEAR        *
      *    BEFORE AND OF THE TAX YEAR MARK WHICH SCHEDULE PERIODS    *
      *    WERE PAID IN THE YEAR.  A PREPAYMENT LEAVES NO LEDGER     *
      *    ENTRY -- IT REWRITES THE SCHEDULE FORWARD FROM THE        *
      *    REDUCED BALANCE -- SO IT IS FOUND AS THE STEP IN THE      *
      *    SCHEDULE'S RUNNING BALANCE WHERE THE REWRITE STARTED,     *
      *    AND DATED BY THE DUE DATE OF THE PERIOD JUST BEFORE IT.   *
      *                                                              *
      *    A CONTROL LISTING OF EVERY CERTIFICATE ISSUED, WITH       *
      *    TOTALS, COMES OUT ALONGSIDE.  AN ACCOUNT WHOSE SCHEDULE   *
      *    AND LEDGER DO NOT AGREE GOES TO AN EXCEPTION LIST         *
      *    INSTEAD OF GETTING A WRONG CERTIFICATE.                   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             YECERT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    RUN PARAMETER CARD NAMING THE TAX YEAR
           SELECT  PARM-FILE      ASSIGN TO "YECPARM"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PARM-FILE-STATUS.
      *    LOAN MASTER, WALKED IN ACCOUNT ORDER
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    SEQUENTIAL
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    POSTING LEDGER; EACH ACCOUNT'S GROUP IS WALKED FOR ITS
      *    SETTLED-THRU PERIOD AT EACH YEAR END
           SELECT  LEDG-FILE      ASSIGN TO "PAYLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LEDG-KEY
                   FILE STATUS    IS LEDG-FILE-STATUS.
      *    SCHEDULE REPOSITORY; EACH ACCOUNT'S GROUP IS WALKED IN
      *    PERIOD ORDER
           SELECT  SCHD-FILE      ASSIGN TO "SCHDMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    BORROWER MASTER, FOR THE ADDRESSEE BLOCK
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    THE PRINTED CERTIFICATES
           SELECT  CERT-FILE      ASSIGN TO "YECERTS"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED CONTROL LISTING OF CERTIFICATES ISSUED
           SELECT  REG-FILE       ASSIGN TO "YECLIST"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED EXCEPTION LIST OF ACCOUNTS HELD BACK
           SELECT  EXC-FILE       ASSIGN TO "YECEXCP"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YECPARM.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-RECORD           PIC X(132).
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-RECORD            PIC X(132).
       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY ADDRBLK.
       01  WK-AREA.
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  WK-PARM-EOF-SWITCH PIC X         VALUE "N".
           88  WK-PARM-EOF                    VALUE "Y".
         03  PARM-FILE-STATUS  PIC XX.
           88  PARM-FILE-OK                   VALUE "00".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  WK-TODAY          PIC 9(08).
         03  WK-TODAY-R        REDEFINES WK-TODAY.
           05  WK-TODAY-YYYY   PIC 9(04).
           05  WK-TODAY-MM     PIC 9(02).
           05  WK-TODAY-DD     PIC 9(02).
         03  WK-DISB-R.
           05  WK-DISB-YYYY    PIC 9(04).
           05  WK-DISB-MM      PIC 9(02).
           05  WK-DISB-DD      PIC 9(02).
       01  COUNT-AREA.
         03  COUNT-ACCOUNTS    PIC 9(07)      COMP VALUE 0.
         03  COUNT-ISSUED      PIC 9(07)      COMP VALUE 0.
         03  COUNT-EXCEPTIONS  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-DUE     PIC 9(07)      COMP VALUE 0.
         03  COUNT-PREPAID     PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-MAILED  PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
         03  TOTAL-BALANCE     PIC 9(13)V99   VALUE 0.
         03  TOTAL-PRINCIPAL   PIC S9(13)V99  VALUE 0.
         03  TOTAL-INTEREST    PIC S9(13)V99  VALUE 0.
         03  TOTAL-PREPAID     PIC 9(13)V99   VALUE 0.
       01  YEC-AREA.
      *    THE TAX YEAR AND ITS BOUNDARIES AS POSTING DATES.
         03  YEC-TAX-YEAR      PIC 9(04).
         03  YEC-YEAR-START    PIC 9(08).
         03  YEC-YEAR-END      PIC 9(08).
      *    ONE ACCOUNT'S LEDGER POSITION: THE PERIOD SETTLED
      *    THROUGH AT THE END OF THE YEAR BEFORE AND AT THE END OF
      *    THE TAX YEAR, AND THE LAST DATE ANYTHING POSTED.
         03  YEC-ACCOUNT-NO    PIC 9(10).
         03  YEC-START-THRU    PIC 9(04)      COMP.
         03  YEC-END-THRU      PIC 9(04)      COMP.
         03  YEC-LAST-POST     PIC 9(08).
         03  YEC-LEDG-EOF-SWITCH PIC X.
           88  YEC-LEDG-EOF                   VALUE "Y".
         03  YEC-SCHD-EOF-SWITCH PIC X.
           88  YEC-SCHD-EOF                   VALUE "Y".
      *    THE SCHEDULE WALK.  EACH PERIOD'S OPENING BALANCE IS
      *    THE CLOSING BALANCE OF THE ONE BEFORE (THE LOAN AMOUNT
      *    FOR PERIOD ONE); OPENING LESS PRINCIPAL LESS CLOSING IS
      *    NIL EXCEPT WHERE A PREPAYMENT TOOK THE BALANCE DOWN.
      *    A STEP OF UNDER ONE YEN IS ROUNDING.
         03  YEC-EXPECT-PERIOD PIC 9(04)      COMP.
         03  YEC-PREV-BALANCE  PIC S9(09)V99.
         03  YEC-PREV-DUE      PIC 9(08).
         03  YEC-PREV-DUE-R    REDEFINES YEC-PREV-DUE.
           05  YEC-PREV-DUE-YYYY PIC 9(04).
           05  YEC-PREV-DUE-MMDD PIC 9(04).
         03  YEC-STEP          PIC S9(09)V99.
         03  YEC-STEP-MONTHS   PIC 9(06)      COMP.
         03  YEC-STEP-YEAR     PIC 9(04).
         03  YEC-END-FOUND-SWITCH PIC X.
           88  YEC-END-FOUND                  VALUE "Y".
      *    THE CERTIFICATE FIGURES.
         03  YEC-BALANCE       PIC S9(11)V99.
         03  YEC-PRIN-PAID     PIC S9(11)V99.
         03  YEC-INT-PAID      PIC S9(11)V99.
         03  YEC-PREPAID       PIC S9(11)V99.
         03  YEC-PREPAID-AFTER PIC S9(11)V99.
         03  YEC-EXC-SWITCH    PIC X.
           88  YEC-EXCEPTION                  VALUE "Y".
         03  YEC-EXC-REASON    PIC X(40).
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "YECERT   - YEAR-END BALANCE CONTROL LISTING".
         03  FILLER            PIC X(10)      VALUE "TAX YEAR ".
         03  HEAD-YEAR         PIC 9(04).
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(06)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(44)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(30)      VALUE "BORROWER-NAME".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "DISBURSED".
         03  FILLER            PIC X(12)      VALUE "   LOAN".
         03  FILLER            PIC X(17)      VALUE
             "  BALANCE 12/31".
         03  FILLER            PIC X(17)      VALUE
             "   PRINCIPAL PAID".
         03  FILLER            PIC X(17)      VALUE
             "    INTEREST PAID".
         03  FILLER            PIC X(15)      VALUE
             "      PREPAID".
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-NAME          PIC X(30).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-DISB-DATE     PIC 9999/99/99.
         03  DTL-LOAN          PIC ZZZ,ZZZ,ZZ9.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  DTL-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  DTL-PRINCIPAL     PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  DTL-INTEREST      PIC -ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  DTL-PREPAID       PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(03)      VALUE SPACE.
       01  EXC-HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "YECERT   - CERTIFICATES HELD BACK".
         03  FILLER            PIC X(10)      VALUE "TAX YEAR ".
         03  EXC-HEAD-YEAR     PIC 9(04).
         03  FILLER            PIC X(64)      VALUE SPACE.
       01  EXC-HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(30)      VALUE "BORROWER-NAME".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "TERM".
         03  FILLER            PIC X(08)      VALUE "THRU-YE".
         03  FILLER            PIC X(40)      VALUE "REASON".
         03  FILLER            PIC X(32)      VALUE SPACE.
       01  EXC-DETAIL-LINE.
         03  EXC-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-NAME          PIC X(30).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-PERIODS       PIC ZZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  EXC-THRU          PIC ZZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  EXC-REASON        PIC X(40).
         03  FILLER            PIC X(32)      VALUE SPACE.
       01  TOTAL-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  TOT-CAPTION       PIC X(24).
         03  TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  TOT-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(64)      VALUE SPACE.
       01  CERT-RULE-LINE.
         03  FILLER            PIC X(70)      VALUE ALL "=".
         03  FILLER            PIC X(62)      VALUE SPACE.
       01  CERT-TITLE-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  FILLER            PIC X(48)      VALUE
             "YEAR-END BALANCE CERTIFICATE (NENMATSU ZANDAKA)".
         03  FILLER            PIC X(06)      VALUE "DATE: ".
         03  CERT-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(62)      VALUE SPACE.
       01  CERT-PURPOSE-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "FOR THE HOUSING-LOAN DEDUCTION - TAX YEAR ".
         03  CERT-TAX-YEAR     PIC 9(04).
         03  FILLER            PIC X(78)      VALUE SPACE.
       01  CERT-NAME-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  CERT-NAME         PIC X(30).
         03  FILLER            PIC X(06)      VALUE " SAMA".
         03  FILLER            PIC X(12)      VALUE "ACCOUNT-NO: ".
         03  CERT-ACCOUNT-NO   PIC 9(10).
         03  FILLER            PIC X(68)      VALUE SPACE.
       01  CERT-LOAN-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  FILLER            PIC X(13)      VALUE "LOAN AMOUNT: ".
         03  CERT-LOAN         PIC ZZZ,ZZZ,ZZ9.
         03  FILLER            PIC X(04)      VALUE " YEN".
         03  FILLER            PIC X(08)      VALUE "  RATE: ".
         03  CERT-RATE         PIC Z9.999.
         03  FILLER            PIC X(02)      VALUE " %".
         03  FILLER            PIC X(08)      VALUE "  TERM: ".
         03  CERT-PERIODS      PIC ZZZ9.
         03  FILLER            PIC X(07)      VALUE " MONTHS".
         03  FILLER            PIC X(63)      VALUE SPACE.
       01  CERT-DISB-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  FILLER            PIC X(18)      VALUE
             "DISBURSED ON    : ".
         03  CERT-DISB-DATE    PIC 9999/99/99.
         03  FILLER            PIC X(98)      VALUE SPACE.
       01  CERT-FIGURE-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  CERT-CAPTION      PIC X(28).
         03  CERT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(80)      VALUE SPACE.
       01  CERT-TEXT-LINE.
         03  FILLER            PIC X(06)      VALUE SPACE.
         03  FILLER            PIC X(52)      VALUE
             "CERTIFIED AS THE BALANCE OUTSTANDING AT 31 DECEMBER.".
         03  FILLER            PIC X(74)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-020-READ-MSTR.
           PERFORM MAIN-100-ACCOUNT-LOOP
                   UNTIL   WK-MSTR-EOF.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A MISSING LEDGER WOULD MAKE EVERY ACCOUNT LOOK UNPAID
      *    AND CERTIFY THE ORIGINAL LOAN AS STILL OWED; A FAILED
      *    OPEN ENDS THE RUN HERE, LOUDLY.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           PERFORM MAIN-050-READ-PARM.
           OPEN    INPUT  MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "YECERT   - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "YECERT   - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "YECERT   - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "YECERT   - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT CERT-FILE.
           OPEN    OUTPUT REG-FILE.
           OPEN    OUTPUT EXC-FILE.
           MOVE    WK-TODAY          TO HEAD-DATE.
           MOVE    WK-TODAY          TO CERT-DATE.
           MOVE    YEC-TAX-YEAR      TO HEAD-YEAR.
           MOVE    YEC-TAX-YEAR      TO EXC-HEAD-YEAR.
           MOVE    YEC-TAX-YEAR      TO CERT-TAX-YEAR.
           WRITE   REG-RECORD        FROM HEAD-LINE-1.
           WRITE   REG-RECORD        FROM HEAD-LINE-2.
           WRITE   EXC-RECORD        FROM EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM EXC-HEAD-LINE-2.
       MAIN-050-READ-PARM.
      *    NO CARD MEANS LAST CALENDAR YEAR -- THE JANUARY RUN.  A
      *    CARD THAT IS NOT A YEAR ENDS THE RUN BEFORE ANYTHING
      *    PRINTS.
           COMPUTE YEC-TAX-YEAR = WK-TODAY-YYYY - 1.
           OPEN    INPUT  PARM-FILE.
           IF      PARM-FILE-OK
                   READ    PARM-FILE
                           AT END
                                   MOVE "Y"  TO WK-PARM-EOF-SWITCH
                   END-READ
                   IF      NOT WK-PARM-EOF
                       IF      YECP-TAX-YEAR-X NOT NUMERIC
                            OR YECP-TAX-YEAR = 0
                           DISPLAY "YECERT   - TAX YEAR NOT NUMERIC: "
                                   YECP-TAX-YEAR-X
                           STOP RUN
                       END-IF
                       MOVE    YECP-TAX-YEAR TO YEC-TAX-YEAR
                   END-IF
                   CLOSE   PARM-FILE
           END-IF.
           COMPUTE YEC-YEAR-START = YEC-TAX-YEAR * 10000 + 0101.
           COMPUTE YEC-YEAR-END   = YEC-TAX-YEAR * 10000 + 1231.
           DISPLAY "YECERT   - TAX YEAR         : " YEC-TAX-YEAR.
       MAIN-020-READ-MSTR.
           READ    MSTR-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"       TO WK-MSTR-EOF-SWITCH
           END-READ.
       MAIN-100-ACCOUNT-LOOP.
      *    AN ACCOUNT NOT YET DISBURSED AT THE YEAR END OWED
      *    NOTHING THAT YEAR; A CLOSED ACCOUNT WITH NOTHING POSTED
      *    SINCE THE YEAR BEGAN WAS ALREADY CLOSED BEFORE IT.
      *    NEITHER GETS A CERTIFICATE.
           ADD     1                 TO COUNT-ACCOUNTS.
           IF      MSTR-DISBURSE-DATE > YEC-YEAR-END
                   ADD     1         TO COUNT-NOT-DUE
           ELSE
                   PERFORM MAIN-200-GET-POSITION
                   IF      MSTR-CLOSED
                       AND YEC-LAST-POST < YEC-YEAR-START
                           ADD     1 TO COUNT-NOT-DUE
                   ELSE
                           PERFORM MAIN-300-WORK-CERTIFICATE
                   END-IF
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-GET-POSITION.
      *    THE LAST LEDGER RECORD POSTED BY EACH YEAR END CARRIES
      *    THE PERIOD SETTLED THROUGH AT THAT DATE; AN ACCOUNT
      *    WITH NOTHING POSTED BY THEN HAD SETTLED NOTHING.
           MOVE    MSTR-ACCOUNT-NO   TO YEC-ACCOUNT-NO.
           MOVE    0                 TO YEC-START-THRU.
           MOVE    0                 TO YEC-END-THRU.
           MOVE    0                 TO YEC-LAST-POST.
           MOVE    "N"               TO YEC-LEDG-EOF-SWITCH.
           MOVE    YEC-ACCOUNT-NO    TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO YEC-LEDG-EOF-SWITCH
           END-START.
           IF      NOT YEC-LEDG-EOF
                   PERFORM MAIN-220-READ-LEDGER
                   PERFORM MAIN-230-KEEP-POSITION
                           UNTIL   YEC-LEDG-EOF
           END-IF.
       MAIN-220-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO YEC-LEDG-EOF-SWITCH
           END-READ.
       MAIN-230-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = YEC-ACCOUNT-NO
                   IF      LEDG-POST-DATE < YEC-YEAR-START
                           MOVE    LEDG-THRU-PERIOD TO YEC-START-THRU
                   END-IF
                   IF      LEDG-POST-DATE NOT > YEC-YEAR-END
                           MOVE    LEDG-THRU-PERIOD TO YEC-END-THRU
                   END-IF
                   IF      LEDG-POST-DATE > YEC-LAST-POST
                           MOVE    LEDG-POST-DATE   TO YEC-LAST-POST
                   END-IF
                   PERFORM MAIN-220-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO YEC-LEDG-EOF-SWITCH
           END-IF.
       MAIN-300-WORK-CERTIFICATE.
           MOVE    "N"               TO YEC-EXC-SWITCH.
           MOVE    SPACE             TO YEC-EXC-REASON.
           IF      MSTR-DISBURSE-DATE = 0
                   MOVE    "Y"       TO YEC-EXC-SWITCH
                   MOVE    "NO DISBURSEMENT DATE ON MASTER"
                                     TO YEC-EXC-REASON
           ELSE
                   PERFORM MAIN-400-WALK-SCHEDULE
           END-IF.
           IF      NOT YEC-EXCEPTION
                   PERFORM MAIN-500-CHECK-FIGURES
           END-IF.
           IF      NOT YEC-EXCEPTION
                   PERFORM MAIN-550-GET-ADDRESS
           END-IF.
           IF      YEC-EXCEPTION
                   PERFORM MAIN-800-WRITE-EXCEPTION
           ELSE
                   PERFORM MAIN-600-LIST-CERTIFICATE
                   PERFORM MAIN-700-PRINT-CERTIFICATE
           END-IF.
       MAIN-400-WALK-SCHEDULE.
      *    ONE PASS OVER THE ACCOUNT'S SCHEDULE GROUP GATHERS
      *    EVERYTHING: THE PERIODS SETTLED IN THE YEAR, THE
      *    BALANCE AFTER THE LAST PERIOD SETTLED BY THE YEAR END,
      *    AND EVERY PREPAYMENT STEP WITH ITS YEAR.
           MOVE    0                 TO YEC-PRIN-PAID.
           MOVE    0                 TO YEC-INT-PAID.
           MOVE    0                 TO YEC-PREPAID.
           MOVE    0                 TO YEC-PREPAID-AFTER.
           MOVE    MSTR-LOAN         TO YEC-BALANCE.
           MOVE    MSTR-LOAN         TO YEC-PREV-BALANCE.
           MOVE    MSTR-DISBURSE-DATE TO YEC-PREV-DUE.
           MOVE    MSTR-DISBURSE-DATE TO WK-DISB-R.
           MOVE    1                 TO YEC-EXPECT-PERIOD.
           MOVE    "N"               TO YEC-END-FOUND-SWITCH.
           IF      YEC-END-THRU = 0
                   MOVE    "Y"       TO YEC-END-FOUND-SWITCH
           END-IF.
           MOVE    "N"               TO YEC-SCHD-EOF-SWITCH.
           MOVE    YEC-ACCOUNT-NO    TO SCHD-ACCOUNT-NO.
           MOVE    0                 TO SCHD-PERIOD-NO.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO YEC-SCHD-EOF-SWITCH
           END-START.
           IF      NOT YEC-SCHD-EOF
                   PERFORM MAIN-420-READ-SCHD
                   PERFORM MAIN-430-TAKE-PERIOD
                           UNTIL   YEC-SCHD-EOF
                              OR   YEC-EXCEPTION
           END-IF.
       MAIN-420-READ-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO YEC-SCHD-EOF-SWITCH
           END-READ.
       MAIN-430-TAKE-PERIOD.
           IF      SCHD-ACCOUNT-NO NOT = YEC-ACCOUNT-NO
                   MOVE    "Y"       TO YEC-SCHD-EOF-SWITCH
           ELSE
               IF      SCHD-PERIOD-NO NOT = YEC-EXPECT-PERIOD
                   MOVE    "Y"       TO YEC-EXC-SWITCH
                   MOVE    "SCHEDULE PERIOD MISSING"
                                     TO YEC-EXC-REASON
               ELSE
                   PERFORM MAIN-440-APPLY-PERIOD
                   ADD     1         TO YEC-EXPECT-PERIOD
                   PERFORM MAIN-420-READ-SCHD
               END-IF
           END-IF.
       MAIN-440-APPLY-PERIOD.
      *    A PERIOD SETTLED IN THE YEAR COUNTS TOWARD WHAT WAS
      *    PAID; A REVERSAL IN THE YEAR THAT REOPENED A PERIOD
      *    SETTLED THE YEAR BEFORE TAKES IT BACK OUT.
           IF      SCHD-PERIOD-NO > YEC-START-THRU
               AND SCHD-PERIOD-NO NOT > YEC-END-THRU
                   ADD     SCHD-PRINCIPAL-PAID TO YEC-PRIN-PAID
                   ADD     SCHD-INTEREST-PAID  TO YEC-INT-PAID
           END-IF.
           IF      SCHD-PERIOD-NO > YEC-END-THRU
               AND SCHD-PERIOD-NO NOT > YEC-START-THRU
                   SUBTRACT SCHD-PRINCIPAL-PAID FROM YEC-PRIN-PAID
                   SUBTRACT SCHD-INTEREST-PAID  FROM YEC-INT-PAID
           END-IF.
           IF      SCHD-PERIOD-NO = YEC-END-THRU
                   MOVE    SCHD-BALANCE-REMAINING TO YEC-BALANCE
                   MOVE    "Y"       TO YEC-END-FOUND-SWITCH
           END-IF.
           COMPUTE YEC-STEP = YEC-PREV-BALANCE
                            - SCHD-PRINCIPAL-PAID
                            - SCHD-BALANCE-REMAINING.
           IF      YEC-STEP < -1
                   MOVE    "Y"       TO YEC-EXC-SWITCH
                   MOVE    "SCHEDULE BALANCE DOES NOT RUN ON"
                                     TO YEC-EXC-REASON
           END-IF.
           IF      YEC-STEP > 1
                   PERFORM MAIN-460-TAKE-PREPAYMENT
           END-IF.
           MOVE    SCHD-BALANCE-REMAINING TO YEC-PREV-BALANCE.
           MOVE    SCHD-DUE-DATE     TO YEC-PREV-DUE.
       MAIN-460-TAKE-PREPAYMENT.
      *    THE PREPAYMENT WAS TAKEN AFTER THE PERIOD BEFORE THIS
      *    ONE FELL DUE, SO IT BELONGS TO THAT PERIOD'S YEAR.  A
      *    PERIOD WITH NO DUE DATE STAMPED IS DATED BY COUNTING
      *    MONTHS FROM DISBURSEMENT.  A PREPAYMENT MADE BY THE
      *    YEAR END BUT FALLING BEYOND THE PERIOD SETTLED THROUGH
      *    HAS NOT YET REACHED THE BALANCE TAKEN OFF THE
      *    SCHEDULE, SO IT IS TAKEN OFF HERE.
           IF      YEC-PREV-DUE NOT = 0
                   MOVE    YEC-PREV-DUE-YYYY TO YEC-STEP-YEAR
           ELSE
                   COMPUTE YEC-STEP-MONTHS =
                           WK-DISB-YYYY * 12 + WK-DISB-MM - 1
                         + SCHD-PERIOD-NO - 1
                   DIVIDE  YEC-STEP-MONTHS BY 12
                           GIVING YEC-STEP-YEAR
           END-IF.
           IF      YEC-STEP-YEAR = YEC-TAX-YEAR
                   ADD     YEC-STEP  TO YEC-PREPAID
           END-IF.
           IF      YEC-STEP-YEAR NOT > YEC-TAX-YEAR
               AND SCHD-PERIOD-NO > YEC-END-THRU
                   ADD     YEC-STEP  TO YEC-PREPAID-AFTER
           END-IF.
       MAIN-500-CHECK-FIGURES.
      *    THE LEDGER MUST NOT HAVE SETTLED A PERIOD THE SCHEDULE
      *    DOES NOT HOLD, AND THE FIGURES MUST COME OUT SENSIBLE.
           IF      YEC-EXPECT-PERIOD = 1
                   MOVE    "Y"       TO YEC-EXC-SWITCH
                   MOVE    "NO SCHEDULE ON REPOSITORY"
                                     TO YEC-EXC-REASON
           ELSE
               IF      NOT YEC-END-FOUND
                   MOVE    "Y"       TO YEC-EXC-SWITCH
                   MOVE    "LEDGER SETTLED BEYOND SCHEDULE"
                                     TO YEC-EXC-REASON
               ELSE
                   SUBTRACT YEC-PREPAID-AFTER FROM YEC-BALANCE
                   ADD     YEC-PREPAID TO YEC-PRIN-PAID
                   IF      YEC-BALANCE < 0
                       MOVE    "Y"   TO YEC-EXC-SWITCH
                       MOVE    "BALANCE AT YEAR END BELOW NIL"
                                     TO YEC-EXC-REASON
                   END-IF
                   IF      YEC-PRIN-PAID < 0
                        OR YEC-INT-PAID  < 0
                       MOVE    "Y"   TO YEC-EXC-SWITCH
                       MOVE    "REVERSALS EXCEED PAYMENTS IN YEAR"
                                     TO YEC-EXC-REASON
                   END-IF
               END-IF
           END-IF.
       MAIN-550-GET-ADDRESS.
      *    A CERTIFICATE THE BORROWER CANNOT RECEIVE IS HELD BACK
      *    ON THE EXCEPTION LIST FOR THE COUNTER TO HAND OVER OR
      *    RE-ADDRESS, NOT PRINTED INTO THE MAILING.
           MOVE    MSTR-BORROWER-ID  TO BRWR-BORROWER-ID.
           READ    BRWR-FILE
                   INVALID KEY
                           MOVE    "Y"       TO YEC-EXC-SWITCH
                           MOVE "NO BORROWER MASTER - NOT SENT"
                                             TO YEC-EXC-REASON
                   NOT INVALID KEY
                           IF      BRWR-RETURNED-MAIL
                                   MOVE    "Y"   TO YEC-EXC-SWITCH
                                   MOVE "RETURNED MAIL - NOT SENT"
                                             TO YEC-EXC-REASON
                           END-IF
                           IF      BRWR-DO-NOT-MAIL
                                   MOVE    "Y"   TO YEC-EXC-SWITCH
                                   MOVE "DO NOT MAIL - NOT SENT"
                                             TO YEC-EXC-REASON
                           END-IF
           END-READ.
           IF      YEC-EXCEPTION
                   ADD     1         TO COUNT-NOT-MAILED
           END-IF.
       MAIN-600-LIST-CERTIFICATE.
           ADD     1                 TO COUNT-ISSUED.
           ADD     YEC-BALANCE       TO TOTAL-BALANCE.
           ADD     YEC-PRIN-PAID     TO TOTAL-PRINCIPAL.
           ADD     YEC-INT-PAID      TO TOTAL-INTEREST.
           IF      YEC-PREPAID > 0
                   ADD     1         TO COUNT-PREPAID
                   ADD     YEC-PREPAID TO TOTAL-PREPAID
           END-IF.
           MOVE    MSTR-ACCOUNT-NO    TO DTL-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-NAME TO DTL-NAME.
           MOVE    MSTR-DISBURSE-DATE TO DTL-DISB-DATE.
           MOVE    MSTR-LOAN          TO DTL-LOAN.
           MOVE    YEC-BALANCE        TO DTL-BALANCE.
           MOVE    YEC-PRIN-PAID      TO DTL-PRINCIPAL.
           MOVE    YEC-INT-PAID       TO DTL-INTEREST.
           MOVE    YEC-PREPAID        TO DTL-PREPAID.
           WRITE   REG-RECORD         FROM DETAIL-LINE.
       MAIN-700-PRINT-CERTIFICATE.
           WRITE   CERT-RECORD       FROM CERT-RULE-LINE.
           WRITE   CERT-RECORD       FROM CERT-TITLE-LINE.
           WRITE   CERT-RECORD       FROM CERT-PURPOSE-LINE.
           PERFORM MAIN-730-PRINT-ADDRESS.
           MOVE    MSTR-BORROWER-NAME TO CERT-NAME.
           MOVE    MSTR-ACCOUNT-NO    TO CERT-ACCOUNT-NO.
           WRITE   CERT-RECORD       FROM CERT-NAME-LINE.
           MOVE    MSTR-LOAN         TO CERT-LOAN.
           MOVE    MSTR-RATE         TO CERT-RATE.
           MOVE    MSTR-PERIODS      TO CERT-PERIODS.
           WRITE   CERT-RECORD       FROM CERT-LOAN-LINE.
           MOVE    MSTR-DISBURSE-DATE TO CERT-DISB-DATE.
           WRITE   CERT-RECORD       FROM CERT-DISB-LINE.
           MOVE    "BALANCE AT 31 DECEMBER"
                                     TO CERT-CAPTION.
           MOVE    YEC-BALANCE       TO CERT-AMOUNT.
           WRITE   CERT-RECORD       FROM CERT-FIGURE-LINE.
           MOVE    "PRINCIPAL PAID IN YEAR"
                                     TO CERT-CAPTION.
           MOVE    YEC-PRIN-PAID     TO CERT-AMOUNT.
           WRITE   CERT-RECORD       FROM CERT-FIGURE-LINE.
           IF      YEC-PREPAID > 0
                   MOVE    "  OF WHICH PREPAYMENT"
                                     TO CERT-CAPTION
                   MOVE    YEC-PREPAID TO CERT-AMOUNT
                   WRITE   CERT-RECORD FROM CERT-FIGURE-LINE
           END-IF.
           MOVE    "INTEREST PAID IN YEAR"
                                     TO CERT-CAPTION.
           MOVE    YEC-INT-PAID      TO CERT-AMOUNT.
           WRITE   CERT-RECORD       FROM CERT-FIGURE-LINE.
           WRITE   CERT-RECORD       FROM CERT-TEXT-LINE.
           WRITE   CERT-RECORD       FROM CERT-RULE-LINE.
           MOVE    SPACE             TO CERT-RECORD.
           WRITE   CERT-RECORD.
       MAIN-730-PRINT-ADDRESS.
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
       MAIN-800-WRITE-EXCEPTION.
           ADD     1                 TO COUNT-EXCEPTIONS.
           MOVE    MSTR-ACCOUNT-NO    TO EXC-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-NAME TO EXC-NAME.
           MOVE    MSTR-PERIODS       TO EXC-PERIODS.
           MOVE    YEC-END-THRU       TO EXC-THRU.
           MOVE    YEC-EXC-REASON     TO EXC-REASON.
           WRITE   EXC-RECORD         FROM EXC-DETAIL-LINE.
       MAIN-900-FINISH.
           MOVE    SPACE             TO REG-RECORD.
           WRITE   REG-RECORD.
           MOVE    "MASTER ACCOUNTS READ"  TO TOT-CAPTION.
           MOVE    COUNT-ACCOUNTS      TO TOT-COUNT.
           MOVE    0                   TO TOT-AMOUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "NOT DUE FOR THE YEAR"  TO TOT-CAPTION.
           MOVE    COUNT-NOT-DUE       TO TOT-COUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "CERTIFICATES ISSUED"   TO TOT-CAPTION.
           MOVE    COUNT-ISSUED        TO TOT-COUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "HELD BACK AS EXCEPTIONS" TO TOT-CAPTION.
           MOVE    COUNT-EXCEPTIONS    TO TOT-COUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "BALANCE AT 31 DECEMBER" TO TOT-CAPTION.
           MOVE    COUNT-ISSUED        TO TOT-COUNT.
           MOVE    TOTAL-BALANCE       TO TOT-AMOUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "PRINCIPAL PAID IN YEAR" TO TOT-CAPTION.
           MOVE    TOTAL-PRINCIPAL     TO TOT-AMOUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "  OF WHICH PREPAYMENT" TO TOT-CAPTION.
           MOVE    COUNT-PREPAID       TO TOT-COUNT.
           MOVE    TOTAL-PREPAID       TO TOT-AMOUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    "INTEREST PAID IN YEAR" TO TOT-CAPTION.
           MOVE    COUNT-ISSUED        TO TOT-COUNT.
           MOVE    TOTAL-INTEREST      TO TOT-AMOUNT.
           WRITE   REG-RECORD          FROM TOTAL-LINE.
           MOVE    SPACE             TO EXC-RECORD.
           WRITE   EXC-RECORD.
           MOVE    "HELD BACK AS EXCEPTIONS" TO TOT-CAPTION.
           MOVE    COUNT-EXCEPTIONS    TO TOT-COUNT.
           MOVE    0                   TO TOT-AMOUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "  OF WHICH NOT MAILABLE" TO TOT-CAPTION.
           MOVE    COUNT-NOT-MAILED    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           CLOSE   MSTR-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   CERT-FILE.
           CLOSE   REG-FILE.
           CLOSE   EXC-FILE.
           DISPLAY "YECERT   - ACCOUNTS READ    : " COUNT-ACCOUNTS.
           DISPLAY "YECERT   - CERTIFICATES     : " COUNT-ISSUED.
           DISPLAY "YECERT   - EXCEPTIONS       : " COUNT-EXCEPTIONS.
           DISPLAY "YECERT   - NOT DUE FOR YEAR : " COUNT-NOT-DUE.

      *--------------------<< END OF PROGRAM >>-----------------------*
