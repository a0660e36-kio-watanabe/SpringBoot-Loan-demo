      ****************************************************************
      *                                                              *
      *         MONTHLY CREDIT BUREAU REPORTING EXTRACT              *
      *         (SHINYO JOHO KIKAN HOKOKU)                           *
      *                                                              *
      *    RUN EACH MONTH FOR THE MONTH JUST ENDED, OR FOR THE       *
      *    MONTH ON THE PARAMETER CARD.  EVERY ACCOUNT ON THE LOAN   *
      *    MASTER THAT WAS DISBURSED BY THE END OF THE MONTH AND     *
      *    HAD NOT ALREADY BEEN REPAID IN FULL BEFORE THE MONTH      *
      *    BEGAN GETS ONE FIXED-FORMAT RECORD ON THE BUREAU FILE:    *
      *    BORROWER ID AND NAME, CONTRACT DATE, ORIGINAL AMOUNT,     *
      *    PRINCIPAL OUTSTANDING AT THE MONTH END, THE MONTHLY       *
      *    INSTALLMENT, HOW THE MONTH WAS PAID, AND WHETHER THE      *
      *    LOAN WAS CLOSED BY PAYOFF.                                *
      *                                                              *
      *    EVERY FIGURE IS TAKEN AS IT STOOD AT THE MONTH END, NOT   *
      *    AS IT STANDS TODAY: THE SETTLED-THRU PERIOD FROM THE      *
      *    LAST LEDGER RECORD POSTED BY THEN, THE ARREARS FROM THE   *
      *    DELINQUENCY HISTORY WRITTEN BY THE POSTING RUNS OF THE    *
      *    MONTH, AND A PREPAYMENT ONLY ONCE IT HAD BEEN TAKEN.  A   *
      *    RESUBMISSION FOR A MONTH THE BUREAU REJECTED THEREFORE    *
      *    REBUILDS THE SAME FILE FROM THE SAME DATA, WHATEVER HAS   *
      *    POSTED SINCE.                                             *
      *                                                              *
      *    AN ACCOUNT WHOSE DATA IS MISSING OR DOES NOT AGREE IS     *
      *    HELD BACK ON THE EXCEPTION LIST RATHER THAN REPORTED      *
      *    WRONG TO THE BUREAU.                                      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             CRBEXTR.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    RUN PARAMETER CARD NAMING THE MONTH AND THE RUN MODE
           SELECT  PARM-FILE      ASSIGN TO "CRBPARM"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PARM-FILE-STATUS.
      *    LOAN MASTER, WALKED IN ACCOUNT ORDER
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    SEQUENTIAL
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    BORROWER MASTER, TO CONFIRM THE BORROWER ID REPORTED
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    POSTING LEDGER; EACH ACCOUNT'S GROUP IS WALKED FOR ITS
      *    SETTLED-THRU PERIOD AT EACH END OF MONTH
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
      *    DELINQUENCY HISTORY WRITTEN BY THE POSTING RUN
           SELECT  DLQH-FILE      ASSIGN TO "DLQHIST"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS DLQH-KEY
                   FILE STATUS    IS DLQH-FILE-STATUS.
      *    THE FILE SENT TO THE CREDIT BUREAU
           SELECT  CRB-FILE       ASSIGN TO "CRBUREAU"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED LIST OF ACCOUNTS HELD BACK, WITH RUN TOTALS
           SELECT  EXC-FILE       ASSIGN TO "CRBEXCP"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRBPARM.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  DLQH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DLQHREC.
       FD  CRB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRBREC.
       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  WK-PARM-EOF-SWITCH PIC X         VALUE "N".
           88  WK-PARM-EOF                    VALUE "Y".
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
         03  PARM-FILE-STATUS  PIC XX.
           88  PARM-FILE-OK                   VALUE "00".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  DLQH-FILE-STATUS  PIC XX.
           88  DLQH-FILE-OK                   VALUE "00".
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
         03  COUNT-NOT-YET     PIC 9(07)      COMP VALUE 0.
         03  COUNT-PAID-BEFORE PIC 9(07)      COMP VALUE 0.
         03  COUNT-REPORTED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-EXCEPTIONS  PIC 9(07)      COMP VALUE 0.
         03  COUNT-PAID-OFF    PIC 9(07)      COMP VALUE 0.
         03  COUNT-STATUS      PIC 9(07)      COMP OCCURS 4 TIMES.
       01  TOTAL-AREA.
         03  TOTAL-BALANCE     PIC 9(13)V99   VALUE 0.
       01  CRBX-AREA.
      *    THE MONTH REPORTED, AS A MONTH COUNT FOR COMPARING
      *    DUE MONTHS AND AS POSTING-DATE BOUNDS: ON OR AFTER THE
      *    FIRST OF THE MONTH, BEFORE THE FIRST OF THE NEXT.
         03  CRBX-REPORT-MONTH PIC 9(06).
         03  CRBX-REPORT-R     REDEFINES CRBX-REPORT-MONTH.
           05  CRBX-REPORT-YYYY PIC 9(04).
           05  CRBX-REPORT-MM  PIC 9(02).
         03  CRBX-CURRENT-MONTH PIC 9(06).
         03  CRBX-REPORT-MONTH-NO PIC 9(06)   COMP.
         03  CRBX-MONTH-START  PIC 9(08).
         03  CRBX-NEXT-START   PIC 9(08).
         03  CRBX-SUBMISSION   PIC X(01).
         03  CRBX-STATUS-IX    PIC 9(02)      COMP.
      *    THE LAST POSTING RUN BEFORE THE MONTH ENDED.  THE
      *    POSTING RUN WRITES HISTORY ONLY FOR AN ACCOUNT BEHIND,
      *    SO AN ACCOUNT WITH NO RECORD FROM THAT RUN WAS CURRENT.
         03  CRBX-LATEST-RUN   PIC 9(08)      VALUE 0.
      *    ONE ACCOUNT'S LEDGER POSITION: THE PERIOD SETTLED
      *    THROUGH BEFORE THE MONTH BEGAN, AT ITS END, AND NOW.
         03  CRBX-ACCOUNT-NO   PIC 9(10).
         03  CRBX-START-THRU   PIC 9(04)      COMP.
         03  CRBX-END-THRU     PIC 9(04)      COMP.
         03  CRBX-LAST-THRU    PIC 9(04)      COMP.
         03  CRBX-LEDG-EOF-SWITCH PIC X.
           88  CRBX-LEDG-EOF                  VALUE "Y".
         03  CRBX-SCHD-EOF-SWITCH PIC X.
           88  CRBX-SCHD-EOF                  VALUE "Y".
         03  CRBX-DLQH-EOF-SWITCH PIC X.
           88  CRBX-DLQH-EOF                  VALUE "Y".
      *    THE SCHEDULE WALK, AS IN THE YEAR-END CERTIFICATE RUN.
      *    EACH PERIOD'S OPENING BALANCE IS THE CLOSING BALANCE OF
      *    THE ONE BEFORE; A STEP DOWN BETWEEN THEM IS A
      *    PREPAYMENT, TAKEN IN THE MONTH THE PERIOD BEFORE FELL
      *    DUE.  A PERIOD WITH NO DUE DATE STAMPED FALLS DUE THE
      *    SAME NUMBER OF MONTHS AFTER DISBURSEMENT.
         03  CRBX-EXPECT-PERIOD PIC 9(04)     COMP.
         03  CRBX-PREV-BALANCE PIC S9(09)V99.
         03  CRBX-PREV-MONTH-NO PIC 9(06)     COMP.
         03  CRBX-PERIOD-MONTH-NO PIC 9(06)   COMP.
         03  CRBX-DUE-DATE     PIC 9(08).
         03  CRBX-DUE-R        REDEFINES CRBX-DUE-DATE.
           05  CRBX-DUE-YYYY   PIC 9(04).
           05  CRBX-DUE-MM     PIC 9(02).
           05  CRBX-DUE-DD     PIC 9(02).
         03  CRBX-STEP         PIC S9(09)V99.
         03  CRBX-END-FOUND-SWITCH PIC X.
           88  CRBX-END-FOUND                 VALUE "Y".
         03  CRBX-INST-FOUND-SWITCH PIC X.
           88  CRBX-INST-FOUND                VALUE "Y".
         03  CRBX-DUE-IN-MONTH PIC 9(04)      COMP.
      *    THE FIGURES REPORTED.
         03  CRBX-BALANCE      PIC S9(11)V99.
         03  CRBX-PREPAID-AFTER PIC S9(11)V99.
         03  CRBX-INSTALLMENT  PIC 9(09)V99.
         03  CRBX-PAYOFF-SWITCH PIC X.
           88  CRBX-PAID-OFF                  VALUE "Y".
         03  CRBX-LAST-DLQ-DATE PIC 9(08).
         03  CRBX-LAST-BEHIND  PIC 9(03).
         03  CRBX-BEHIND-SWITCH PIC X.
           88  CRBX-BEHIND-IN-MONTH           VALUE "Y".
         03  CRBX-PAY-STATUS   PIC X(01).
      *    WRITTEN OFF ON OR BEFORE THE MONTH END, BY THE DATE THE
      *    CHARGE-OFF RUN STAMPED ON THE MASTER.
         03  CRBX-WO-SWITCH    PIC X.
           88  CRBX-WRITTEN-OFF               VALUE "Y".
         03  CRBX-EXC-SWITCH   PIC X.
           88  CRBX-EXCEPTION                 VALUE "Y".
         03  CRBX-EXC-REASON   PIC X(40).
       01  EXC-HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "CRBEXTR  - CREDIT BUREAU ACCOUNTS HELD BACK".
         03  FILLER            PIC X(06)      VALUE "MONTH ".
         03  EXC-HEAD-MONTH    PIC 9999/99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-HEAD-MODE     PIC X(12).
         03  FILLER            PIC X(06)      VALUE "AS OF ".
         03  EXC-HEAD-DATE     PIC 9999/99/99.
         03  FILLER            PIC X(35)      VALUE SPACE.
       01  EXC-HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(30)      VALUE "BORROWER-NAME".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "BRWR-ID".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "TERM".
         03  FILLER            PIC X(08)      VALUE "THRU-ME".
         03  FILLER            PIC X(40)      VALUE "REASON".
         03  FILLER            PIC X(22)      VALUE SPACE.
       01  EXC-DETAIL-LINE.
         03  EXC-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-NAME          PIC X(30).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-BORROWER-ID   PIC 9(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  EXC-PERIODS       PIC ZZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  EXC-THRU          PIC ZZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  EXC-REASON        PIC X(40).
         03  FILLER            PIC X(22)      VALUE SPACE.
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
           PERFORM MAIN-060-FIND-LATEST-RUN.
           PERFORM MAIN-020-READ-MSTR.
           PERFORM MAIN-100-ACCOUNT-LOOP
                   UNTIL   WK-MSTR-EOF.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A MISSING LEDGER WOULD REPORT EVERY LOAN AS NEVER PAID,
      *    AND A MISSING DELINQUENCY HISTORY EVERY LOAN AS PAID ON
      *    TIME; A FAILED OPEN ENDS THE RUN HERE, LOUDLY, BEFORE
      *    A FILE THE BUREAU WOULD ACCEPT IS BUILT.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           PERFORM MAIN-050-READ-PARM.
           OPEN    INPUT  MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "CRBEXTR  - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "CRBEXTR  - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "CRBEXTR  - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "CRBEXTR  - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  DLQH-FILE.
           IF      NOT DLQH-FILE-OK
                   DISPLAY "CRBEXTR  - CANNOT OPEN DLQHIST, "
                           "STATUS " DLQH-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT CRB-FILE.
           OPEN    OUTPUT EXC-FILE.
           MOVE    CRBX-REPORT-MONTH TO EXC-HEAD-MONTH.
           MOVE    WK-TODAY          TO EXC-HEAD-DATE.
           IF      CRBX-SUBMISSION = "R"
                   MOVE    "RESUBMISSION" TO EXC-HEAD-MODE
           ELSE
                   MOVE    SPACE     TO EXC-HEAD-MODE
           END-IF.
           WRITE   EXC-RECORD        FROM EXC-HEAD-LINE-1.
           WRITE   EXC-RECORD        FROM EXC-HEAD-LINE-2.
           MOVE    SPACE             TO CRB-HEADER-RECORD.
           MOVE    "H"               TO CRBH-RECORD-TYPE.
           MOVE    CRBX-REPORT-MONTH TO CRBH-REPORT-MONTH.
           MOVE    WK-TODAY          TO CRBH-CREATED-DATE.
           MOVE    CRBX-SUBMISSION   TO CRBH-SUBMISSION.
           WRITE   CRB-HEADER-RECORD.
           MOVE    0                 TO COUNT-STATUS (1).
           MOVE    0                 TO COUNT-STATUS (2).
           MOVE    0                 TO COUNT-STATUS (3).
           MOVE    0                 TO COUNT-STATUS (4).
       MAIN-050-READ-PARM.
      *    NO CARD MEANS A FIRST SUBMISSION FOR LAST MONTH -- THE
      *    RUN AT THE START OF EACH MONTH.  A CARD MUST NAME A
      *    MONTH ALREADY ENDED; A MONTH STILL RUNNING WOULD REPORT
      *    PAYMENTS NOT YET DUE AS MISSED.
           COMPUTE CRBX-CURRENT-MONTH =
                   WK-TODAY-YYYY * 100 + WK-TODAY-MM.
           IF      WK-TODAY-MM = 1
                   COMPUTE CRBX-REPORT-YYYY = WK-TODAY-YYYY - 1
                   MOVE    12        TO CRBX-REPORT-MM
           ELSE
                   MOVE    WK-TODAY-YYYY TO CRBX-REPORT-YYYY
                   COMPUTE CRBX-REPORT-MM = WK-TODAY-MM - 1
           END-IF.
           MOVE    "O"               TO CRBX-SUBMISSION.
           OPEN    INPUT  PARM-FILE.
           IF      PARM-FILE-OK
                   READ    PARM-FILE
                           AT END
                                   MOVE "Y"  TO WK-PARM-EOF-SWITCH
                   END-READ
                   IF      NOT WK-PARM-EOF
                       IF      CRBP-REPORT-MONTH-X NOT NUMERIC
                            OR CRBP-REPORT-MM < 1
                            OR CRBP-REPORT-MM > 12
                           DISPLAY "CRBEXTR  - MONTH NOT VALID: "
                                   CRBP-REPORT-MONTH-X
                           STOP RUN
                       END-IF
                       IF      NOT CRBP-FIRST-SUBMISSION
                           AND NOT CRBP-RESUBMISSION
                           DISPLAY "CRBEXTR  - RUN MODE NOT VALID: "
                                   CRBP-RUN-MODE
                           STOP RUN
                       END-IF
                       MOVE    CRBP-REPORT-MONTH-X
                                     TO CRBX-REPORT-MONTH
                       IF      CRBP-RESUBMISSION
                               MOVE  "R"     TO CRBX-SUBMISSION
                       END-IF
                   END-IF
                   CLOSE   PARM-FILE
           END-IF.
           IF      CRBX-REPORT-MONTH NOT < CRBX-CURRENT-MONTH
                   DISPLAY "CRBEXTR  - MONTH NOT YET ENDED: "
                           CRBX-REPORT-MONTH
                   STOP RUN
           END-IF.
           COMPUTE CRBX-REPORT-MONTH-NO =
                   CRBX-REPORT-YYYY * 12 + CRBX-REPORT-MM.
           COMPUTE CRBX-MONTH-START = CRBX-REPORT-MONTH * 100 + 01.
           IF      CRBX-REPORT-MM = 12
                   COMPUTE CRBX-NEXT-START =
                           (CRBX-REPORT-YYYY + 1) * 10000 + 0101
           ELSE
                   COMPUTE CRBX-NEXT-START =
                           (CRBX-REPORT-MONTH + 1) * 100 + 01
           END-IF.
           DISPLAY "CRBEXTR  - MONTH REPORTED   : " CRBX-REPORT-MONTH.
           DISPLAY "CRBEXTR  - SUBMISSION       : " CRBX-SUBMISSION.
       MAIN-060-FIND-LATEST-RUN.
      *    THE LATEST AS-OF DATE ON THE HISTORY BEFORE THE MONTH
      *    ENDED IS THE MONTH'S LAST POSTING RUN.
           MOVE    "N"               TO WK-EOF-SWITCH.
           MOVE    0                 TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-EOF-SWITCH
           END-START.
           IF      NOT WK-EOF
                   PERFORM MAIN-062-READ-DLQH
                   PERFORM MAIN-064-NOTE-RUN-DATE
                           UNTIL   WK-EOF
           END-IF.
           DISPLAY "CRBEXTR  - LAST POSTING RUN : " CRBX-LATEST-RUN.
       MAIN-062-READ-DLQH.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"       TO WK-EOF-SWITCH
           END-READ.
       MAIN-064-NOTE-RUN-DATE.
           IF      DLQH-ASOF-DATE > CRBX-LATEST-RUN
               AND DLQH-ASOF-DATE < CRBX-NEXT-START
                   MOVE    DLQH-ASOF-DATE TO CRBX-LATEST-RUN
           END-IF.
           PERFORM MAIN-062-READ-DLQH.
       MAIN-020-READ-MSTR.
           READ    MSTR-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"       TO WK-MSTR-EOF-SWITCH
           END-READ.
       MAIN-100-ACCOUNT-LOOP.
      *    AN ACCOUNT NOT YET DISBURSED AT THE MONTH END HAS
      *    NOTHING TO REPORT; ONE ALREADY REPAID IN FULL BEFORE THE
      *    MONTH BEGAN WAS REPORTED CLOSED IN THE MONTH IT PAID
      *    OFF AND DROPS OFF THE FILE.
           ADD     1                 TO COUNT-ACCOUNTS.
           IF      MSTR-DISBURSE-DATE NOT < CRBX-NEXT-START
                   ADD     1         TO COUNT-NOT-YET
           ELSE
                   PERFORM MAIN-200-GET-POSITION
                   IF      MSTR-PERIODS > 0
                       AND CRBX-START-THRU NOT < MSTR-PERIODS
                           ADD     1 TO COUNT-PAID-BEFORE
                   ELSE
                           PERFORM MAIN-300-WORK-ACCOUNT
                   END-IF
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-GET-POSITION.
      *    THE LAST LEDGER RECORD POSTED BEFORE EACH BOUND CARRIES
      *    THE PERIOD SETTLED THROUGH AT THAT DATE; AN ACCOUNT
      *    WITH NOTHING POSTED BY THEN HAD SETTLED NOTHING.
           MOVE    MSTR-ACCOUNT-NO   TO CRBX-ACCOUNT-NO.
           MOVE    0                 TO CRBX-START-THRU.
           MOVE    0                 TO CRBX-END-THRU.
           MOVE    0                 TO CRBX-LAST-THRU.
           MOVE    "N"               TO CRBX-LEDG-EOF-SWITCH.
           MOVE    CRBX-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO CRBX-LEDG-EOF-SWITCH
           END-START.
           IF      NOT CRBX-LEDG-EOF
                   PERFORM MAIN-220-READ-LEDGER
                   PERFORM MAIN-230-KEEP-POSITION
                           UNTIL   CRBX-LEDG-EOF
           END-IF.
       MAIN-220-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO CRBX-LEDG-EOF-SWITCH
           END-READ.
       MAIN-230-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = CRBX-ACCOUNT-NO
                   IF      LEDG-POST-DATE < CRBX-MONTH-START
                           MOVE    LEDG-THRU-PERIOD TO CRBX-START-THRU
                   END-IF
                   IF      LEDG-POST-DATE < CRBX-NEXT-START
                           MOVE    LEDG-THRU-PERIOD TO CRBX-END-THRU
                   END-IF
                   MOVE    LEDG-THRU-PERIOD TO CRBX-LAST-THRU
                   PERFORM MAIN-220-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO CRBX-LEDG-EOF-SWITCH
           END-IF.
       MAIN-300-WORK-ACCOUNT.
           MOVE    "N"               TO CRBX-EXC-SWITCH.
           MOVE    SPACE             TO CRBX-EXC-REASON.
           MOVE    "N"               TO CRBX-PAYOFF-SWITCH.
           IF      MSTR-PERIODS > 0
               AND CRBX-END-THRU NOT < MSTR-PERIODS
                   MOVE    "Y"       TO CRBX-PAYOFF-SWITCH
           END-IF.
           PERFORM MAIN-310-CHECK-MASTER.
           IF      NOT CRBX-EXCEPTION
                   PERFORM MAIN-400-WALK-SCHEDULE
           END-IF.
           IF      NOT CRBX-EXCEPTION
                   PERFORM MAIN-500-CHECK-FIGURES
           END-IF.
           IF      CRBX-EXCEPTION
                   PERFORM MAIN-800-WRITE-EXCEPTION
           ELSE
                   PERFORM MAIN-550-GET-ARREARS
                   PERFORM MAIN-600-WRITE-DETAIL
           END-IF.
       MAIN-310-CHECK-MASTER.
      *    THE BUREAU MATCHES ON BORROWER ID AND NAME; A RECORD
      *    WITHOUT THEM, OR WITHOUT THE CONTRACT FIGURES, WOULD BE
      *    REJECTED OR, WORSE, FILED AGAINST THE WRONG PERSON.  A
      *    LOAN CLOSED ON THE MASTER THAT THE LEDGER NEVER SHOWS
      *    REPAID WAS CLOSED BY CARD FOR A REASON THE BUREAU FILE
      *    CANNOT CARRY, SO IT IS LEFT FOR THE COUNTER TO REPORT.
           IF      MSTR-BORROWER-ID = 0
                OR MSTR-BORROWER-NAME = SPACE
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "BORROWER ID OR NAME MISSING"
                                     TO CRBX-EXC-REASON
           ELSE
               IF      MSTR-DISBURSE-DATE = 0
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "NO DISBURSEMENT DATE ON MASTER"
                                     TO CRBX-EXC-REASON
               ELSE
                   IF      MSTR-LOAN = 0
                        OR MSTR-PERIODS = 0
                       MOVE    "Y"   TO CRBX-EXC-SWITCH
                       MOVE    "NO LOAN AMOUNT OR TERM ON MASTER"
                                     TO CRBX-EXC-REASON
                   ELSE
                       IF      MSTR-CLOSED
                           AND CRBX-LAST-THRU < MSTR-PERIODS
                           MOVE    "Y"   TO CRBX-EXC-SWITCH
                           MOVE    "CLOSED BUT NOT REPAID ON LEDGER"
                                     TO CRBX-EXC-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    A WRITE-OFF WITH NO DATE CANNOT BE PLACED BEFORE OR AFTER
      *    THE MONTH, SO IT IS NOT GUESSED AT.
           IF      NOT CRBX-EXCEPTION
               AND MSTR-WRITTEN-OFF
               IF      MSTR-STATUS-DATE NOT NUMERIC
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "WRITTEN OFF BUT WRITE-OFF NOT DATED"
                                     TO CRBX-EXC-REASON
               ELSE
                   IF      MSTR-STATUS-DATE = 0
                       MOVE    "Y"   TO CRBX-EXC-SWITCH
                       MOVE    "WRITTEN OFF BUT WRITE-OFF NOT DATED"
                                     TO CRBX-EXC-REASON
                   END-IF
               END-IF
           END-IF.
           IF      NOT CRBX-EXCEPTION
                   MOVE    MSTR-BORROWER-ID TO BRWR-BORROWER-ID
                   READ    BRWR-FILE
                           INVALID KEY
                                   MOVE    "Y"   TO CRBX-EXC-SWITCH
                                   MOVE "NO BORROWER MASTER RECORD"
                                             TO CRBX-EXC-REASON
                   END-READ
           END-IF.
       MAIN-400-WALK-SCHEDULE.
      *    ONE PASS OVER THE ACCOUNT'S SCHEDULE GROUP GATHERS THE
      *    BALANCE AFTER THE LAST PERIOD SETTLED BY THE MONTH END,
      *    ANY PREPAYMENT TAKEN BY THEN BEYOND IT, THE INSTALLMENT
      *    IN FORCE, AND WHETHER ANYTHING FELL DUE IN THE MONTH.
           MOVE    0                 TO CRBX-PREPAID-AFTER.
           MOVE    0                 TO CRBX-INSTALLMENT.
           MOVE    0                 TO CRBX-DUE-IN-MONTH.
           MOVE    "N"               TO CRBX-INST-FOUND-SWITCH.
           MOVE    MSTR-LOAN         TO CRBX-BALANCE.
           MOVE    MSTR-LOAN         TO CRBX-PREV-BALANCE.
           MOVE    MSTR-DISBURSE-DATE TO WK-DISB-R.
           COMPUTE CRBX-PREV-MONTH-NO =
                   WK-DISB-YYYY * 12 + WK-DISB-MM.
           MOVE    1                 TO CRBX-EXPECT-PERIOD.
           MOVE    "N"               TO CRBX-END-FOUND-SWITCH.
           IF      CRBX-END-THRU = 0
                   MOVE    "Y"       TO CRBX-END-FOUND-SWITCH
           END-IF.
           MOVE    "N"               TO CRBX-SCHD-EOF-SWITCH.
           MOVE    CRBX-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           MOVE    0                 TO SCHD-PERIOD-NO.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO CRBX-SCHD-EOF-SWITCH
           END-START.
           IF      NOT CRBX-SCHD-EOF
                   PERFORM MAIN-420-READ-SCHD
                   PERFORM MAIN-430-TAKE-PERIOD
                           UNTIL   CRBX-SCHD-EOF
                              OR   CRBX-EXCEPTION
           END-IF.
       MAIN-420-READ-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO CRBX-SCHD-EOF-SWITCH
           END-READ.
       MAIN-430-TAKE-PERIOD.
           IF      SCHD-ACCOUNT-NO NOT = CRBX-ACCOUNT-NO
                   MOVE    "Y"       TO CRBX-SCHD-EOF-SWITCH
           ELSE
               IF      SCHD-PERIOD-NO NOT = CRBX-EXPECT-PERIOD
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "SCHEDULE PERIOD MISSING"
                                     TO CRBX-EXC-REASON
               ELSE
                   PERFORM MAIN-440-APPLY-PERIOD
                   ADD     1         TO CRBX-EXPECT-PERIOD
                   PERFORM MAIN-420-READ-SCHD
               END-IF
           END-IF.
       MAIN-440-APPLY-PERIOD.
           IF      SCHD-DUE-DATE > 0
                   MOVE    SCHD-DUE-DATE TO CRBX-DUE-DATE
                   COMPUTE CRBX-PERIOD-MONTH-NO =
                           CRBX-DUE-YYYY * 12 + CRBX-DUE-MM
           ELSE
                   COMPUTE CRBX-PERIOD-MONTH-NO =
                           WK-DISB-YYYY * 12 + WK-DISB-MM
                         + SCHD-PERIOD-NO
           END-IF.
           IF      CRBX-PERIOD-MONTH-NO = CRBX-REPORT-MONTH-NO
                   ADD     1         TO CRBX-DUE-IN-MONTH
           END-IF.
      *    THE INSTALLMENT IN FORCE IS THE FIRST ORDINARY PERIOD
      *    FALLING DUE IN OR AFTER THE MONTH; A LOAN WITH NONE LEFT
      *    REPORTS ITS LAST ONE.
           IF      NOT SCHD-BONUS-MONTH
               AND NOT CRBX-INST-FOUND
                   COMPUTE CRBX-INSTALLMENT =
                           SCHD-PRINCIPAL-PAID + SCHD-INTEREST-PAID
                   IF      CRBX-PERIOD-MONTH-NO
                               NOT < CRBX-REPORT-MONTH-NO
                           MOVE    "Y"   TO CRBX-INST-FOUND-SWITCH
                   END-IF
           END-IF.
           IF      SCHD-PERIOD-NO = CRBX-END-THRU
                   MOVE    SCHD-BALANCE-REMAINING TO CRBX-BALANCE
                   MOVE    "Y"       TO CRBX-END-FOUND-SWITCH
           END-IF.
           COMPUTE CRBX-STEP = CRBX-PREV-BALANCE
                             - SCHD-PRINCIPAL-PAID
                             - SCHD-BALANCE-REMAINING.
           IF      CRBX-STEP < -1
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "SCHEDULE BALANCE DOES NOT RUN ON"
                                     TO CRBX-EXC-REASON
           END-IF.
      *    A PREPAYMENT TAKEN BY THE MONTH END BUT FALLING BEYOND
      *    THE PERIOD SETTLED THROUGH HAS NOT YET REACHED THE
      *    BALANCE TAKEN OFF THE SCHEDULE, SO IT IS TAKEN OFF HERE.
           IF      CRBX-STEP > 1
               AND CRBX-PREV-MONTH-NO NOT > CRBX-REPORT-MONTH-NO
               AND SCHD-PERIOD-NO > CRBX-END-THRU
                   ADD     CRBX-STEP TO CRBX-PREPAID-AFTER
           END-IF.
           MOVE    SCHD-BALANCE-REMAINING TO CRBX-PREV-BALANCE.
           MOVE    CRBX-PERIOD-MONTH-NO   TO CRBX-PREV-MONTH-NO.
       MAIN-500-CHECK-FIGURES.
      *    THE LEDGER MUST NOT HAVE SETTLED A PERIOD THE SCHEDULE
      *    DOES NOT HOLD, AND THE BALANCE MUST LIE BETWEEN NIL AND
      *    THE AMOUNT LENT.  A LOAN REPAID IN FULL OWES NOTHING.
           IF      CRBX-EXPECT-PERIOD = 1
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "NO SCHEDULE ON REPOSITORY"
                                     TO CRBX-EXC-REASON
           ELSE
               IF      NOT CRBX-END-FOUND
                   MOVE    "Y"       TO CRBX-EXC-SWITCH
                   MOVE    "LEDGER SETTLED BEYOND SCHEDULE"
                                     TO CRBX-EXC-REASON
               ELSE
                   SUBTRACT CRBX-PREPAID-AFTER FROM CRBX-BALANCE
                   IF      CRBX-PAID-OFF
                           MOVE    0     TO CRBX-BALANCE
                   END-IF
                   IF      CRBX-BALANCE < 0
                       MOVE    "Y"   TO CRBX-EXC-SWITCH
                       MOVE    "BALANCE AT MONTH END BELOW NIL"
                                     TO CRBX-EXC-REASON
                   END-IF
                   IF      CRBX-BALANCE > MSTR-LOAN
                       MOVE    "Y"   TO CRBX-EXC-SWITCH
                       MOVE    "BALANCE ABOVE ORIGINAL AMOUNT"
                                     TO CRBX-EXC-REASON
                   END-IF
               END-IF
           END-IF.
       MAIN-550-GET-ARREARS.
      *    STILL BEHIND ON THE MONTH'S LAST POSTING RUN IS UNPAID;
      *    BEHIND ON AN EARLIER RUN IN THE MONTH BUT CAUGHT UP BY
      *    ITS END IS LATE.  A LOAN WRITTEN OFF BY THE MONTH END IS
      *    NO LONGER AGED AND IS REPORTED UNPAID; ONE WRITTEN OFF
      *    SINCE IS REPORTED AS IT STOOD IN THE MONTH.
           MOVE    "N"               TO CRBX-WO-SWITCH.
           IF      MSTR-WRITTEN-OFF
               AND MSTR-STATUS-DATE < CRBX-NEXT-START
                   MOVE    "Y"       TO CRBX-WO-SWITCH
           END-IF.
           MOVE    0                 TO CRBX-LAST-DLQ-DATE.
           MOVE    0                 TO CRBX-LAST-BEHIND.
           MOVE    "N"               TO CRBX-BEHIND-SWITCH.
           MOVE    "N"               TO CRBX-DLQH-EOF-SWITCH.
           MOVE    CRBX-ACCOUNT-NO   TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE    "Y"   TO CRBX-DLQH-EOF-SWITCH
           END-START.
           IF      NOT CRBX-DLQH-EOF
                   PERFORM MAIN-560-READ-DLQH
                   PERFORM MAIN-570-KEEP-ARREARS
                           UNTIL   CRBX-DLQH-EOF
           END-IF.
           IF      CRBX-WRITTEN-OFF
                   MOVE    "3"       TO CRBX-PAY-STATUS
           ELSE
               IF      CRBX-LAST-DLQ-DATE = CRBX-LATEST-RUN
                   AND CRBX-LAST-DLQ-DATE > 0
                   AND CRBX-LAST-BEHIND > 0
                   MOVE    "3"       TO CRBX-PAY-STATUS
               ELSE
                   IF      CRBX-BEHIND-IN-MONTH
                       MOVE    "2"   TO CRBX-PAY-STATUS
                   ELSE
                       IF      CRBX-DUE-IN-MONTH > 0
                            OR CRBX-PAID-OFF
                           MOVE    "1"   TO CRBX-PAY-STATUS
                       ELSE
                           MOVE    "0"   TO CRBX-PAY-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MAIN-560-READ-DLQH.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO CRBX-DLQH-EOF-SWITCH
           END-READ.
       MAIN-570-KEEP-ARREARS.
           IF      DLQH-ACCOUNT-NO = CRBX-ACCOUNT-NO
               IF      DLQH-ASOF-DATE < CRBX-NEXT-START
                   MOVE    DLQH-ASOF-DATE      TO CRBX-LAST-DLQ-DATE
                   MOVE    DLQH-PERIODS-BEHIND TO CRBX-LAST-BEHIND
                   IF      DLQH-ASOF-DATE NOT < CRBX-MONTH-START
                       AND DLQH-PERIODS-BEHIND > 0
                       MOVE    "Y"           TO CRBX-BEHIND-SWITCH
                   END-IF
               END-IF
               PERFORM MAIN-560-READ-DLQH
           ELSE
                   MOVE    "Y"       TO CRBX-DLQH-EOF-SWITCH
           END-IF.
       MAIN-600-WRITE-DETAIL.
           MOVE    SPACE             TO CRB-RECORD.
           MOVE    "D"               TO CRB-RECORD-TYPE.
           MOVE    CRBX-REPORT-MONTH TO CRB-REPORT-MONTH.
           MOVE    MSTR-ACCOUNT-NO   TO CRB-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-ID  TO CRB-BORROWER-ID.
           MOVE    MSTR-BORROWER-NAME TO CRB-BORROWER-NAME.
           MOVE    MSTR-DISBURSE-DATE TO CRB-CONTRACT-DATE.
           MOVE    MSTR-LOAN         TO CRB-ORIGINAL-AMOUNT.
           MOVE    CRBX-BALANCE      TO CRB-CURRENT-BALANCE.
           MOVE    CRBX-INSTALLMENT  TO CRB-INSTALLMENT.
           MOVE    CRBX-PAY-STATUS   TO CRB-PAY-STATUS.
      *    THE STATE IS THE ONE AT THE MONTH END: A LOAN CLOSED ON
      *    THE MASTER SINCE THEN WAS STILL ACTIVE IN THE MONTH.
           IF      CRBX-PAID-OFF
                   MOVE    "Y"       TO CRB-PAYOFF-FLAG
                   MOVE    "C"       TO CRB-ACCOUNT-STATE
                   ADD     1         TO COUNT-PAID-OFF
           ELSE
                   MOVE    "N"       TO CRB-PAYOFF-FLAG
                   IF      CRBX-WRITTEN-OFF
                           MOVE    "W"   TO CRB-ACCOUNT-STATE
                   ELSE
                           MOVE    "A"   TO CRB-ACCOUNT-STATE
                   END-IF
           END-IF.
           WRITE   CRB-RECORD.
           ADD     1                 TO COUNT-REPORTED.
           ADD     CRBX-BALANCE      TO TOTAL-BALANCE.
           MOVE    CRBX-PAY-STATUS   TO CRBX-STATUS-IX.
           ADD     1                 TO CRBX-STATUS-IX.
           ADD     1                 TO COUNT-STATUS (CRBX-STATUS-IX).
       MAIN-800-WRITE-EXCEPTION.
           ADD     1                 TO COUNT-EXCEPTIONS.
           MOVE    MSTR-ACCOUNT-NO    TO EXC-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-NAME TO EXC-NAME.
           MOVE    MSTR-BORROWER-ID   TO EXC-BORROWER-ID.
           MOVE    MSTR-PERIODS       TO EXC-PERIODS.
           MOVE    CRBX-END-THRU      TO EXC-THRU.
           MOVE    CRBX-EXC-REASON    TO EXC-REASON.
           WRITE   EXC-RECORD         FROM EXC-DETAIL-LINE.
       MAIN-900-FINISH.
           MOVE    SPACE             TO CRB-TRAILER-RECORD.
           MOVE    "T"               TO CRBT-RECORD-TYPE.
           MOVE    CRBX-REPORT-MONTH TO CRBT-REPORT-MONTH.
           MOVE    COUNT-REPORTED    TO CRBT-DETAIL-COUNT.
           MOVE    TOTAL-BALANCE     TO CRBT-BALANCE-TOTAL.
           WRITE   CRB-TRAILER-RECORD.
           MOVE    SPACE             TO EXC-RECORD.
           WRITE   EXC-RECORD.
           MOVE    "MASTER ACCOUNTS READ"  TO TOT-CAPTION.
           MOVE    COUNT-ACCOUNTS      TO TOT-COUNT.
           MOVE    0                   TO TOT-AMOUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "NOT YET DISBURSED"     TO TOT-CAPTION.
           MOVE    COUNT-NOT-YET       TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "REPAID BEFORE THE MONTH" TO TOT-CAPTION.
           MOVE    COUNT-PAID-BEFORE   TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "HELD BACK AS EXCEPTIONS" TO TOT-CAPTION.
           MOVE    COUNT-EXCEPTIONS    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "REPORTED TO THE BUREAU" TO TOT-CAPTION.
           MOVE    COUNT-REPORTED      TO TOT-COUNT.
           MOVE    TOTAL-BALANCE       TO TOT-AMOUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    0                   TO TOT-AMOUNT.
           MOVE    "  NOTHING DUE"     TO TOT-CAPTION.
           MOVE    COUNT-STATUS (1)    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "  PAID ON TIME"    TO TOT-CAPTION.
           MOVE    COUNT-STATUS (2)    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "  LATE"            TO TOT-CAPTION.
           MOVE    COUNT-STATUS (3)    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "  UNPAID"          TO TOT-CAPTION.
           MOVE    COUNT-STATUS (4)    TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           MOVE    "  CLOSED BY PAYOFF"  TO TOT-CAPTION.
           MOVE    COUNT-PAID-OFF      TO TOT-COUNT.
           WRITE   EXC-RECORD          FROM TOTAL-LINE.
           CLOSE   MSTR-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   DLQH-FILE.
           CLOSE   CRB-FILE.
           CLOSE   EXC-FILE.
           DISPLAY "CRBEXTR  - ACCOUNTS READ    : " COUNT-ACCOUNTS.
           DISPLAY "CRBEXTR  - REPORTED         : " COUNT-REPORTED.
           DISPLAY "CRBEXTR  - EXCEPTIONS       : " COUNT-EXCEPTIONS.
           DISPLAY "CRBEXTR  - NOT YET DISBURSED: " COUNT-NOT-YET.
           DISPLAY "CRBEXTR  - REPAID BEFORE    : " COUNT-PAID-BEFORE.

      *--------------------<< END OF PROGRAM >>-----------------------*
