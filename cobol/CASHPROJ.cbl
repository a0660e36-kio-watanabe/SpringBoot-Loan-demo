      ****************************************************************
      *                                                              *
      *         PORTFOLIO CASH-FLOW PROJECTION FOR TREASURY          *
      *                                                              *
      *    FOR EVERY ACTIVE ACCOUNT ON THE LOAN MASTER, TAKES THE    *
      *    SCHEDULE PERIODS STILL UNSETTLED -- EVERY PERIOD AFTER    *
      *    THE POSTING LEDGER'S SETTLED-THRU POSITION -- AND ADDS    *
      *    THEIR PRINCIPAL AND INTEREST INTO THE MONTH EACH FALLS    *
      *    DUE, FOR THE NUMBER OF MONTHS ON THE PARAMETER CARD       *
      *    STARTING WITH THE RUN MONTH.  UNSETTLED PERIODS DUE       *
      *    BEFORE THE RUN MONTH ARE SHOWN AS ARREARS, AND            *
      *    EVERYTHING DUE AFTER THE HORIZON AS ONE FIGURE, SO THE    *
      *    BUCKETS TOGETHER ALWAYS ADD UP TO THE WHOLE BOOK.  THE    *
      *    INSTALLMENTS FALLING IN BONUS MONTHS ARE SHOWN BESIDE     *
      *    THE TOTAL.                                                *
      *                                                              *
      *    THE PROJECTION IS PRINTED FOR THE WHOLE PORTFOLIO, FOR    *
      *    EACH RATE TYPE (LEVEL, BONUS, RATE-TABLE) AND FOR EACH    *
      *    PRODUCT CODE, EACH WITH THE AMOUNT OVERDUE ON THE LATEST  *
      *    POSTING RUN'S DELINQUENT FILE, AND WRITTEN AS A FIXED-    *
      *    LENGTH EXTRACT TREASURY LOADS DIRECTLY.                   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             CASHPROJ.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    RUN PARAMETER, ONE CARD GIVING THE HORIZON IN MONTHS
           SELECT  PARM-FILE      ASSIGN TO "PROJPARM"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PARM-FILE-STATUS.
      *    LOAN MASTER, WALKED IN ACCOUNT ORDER AND READ BY KEY
      *    FOR EACH DELINQUENT ACCOUNT
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    SCHEDULE REPOSITORY, WALKED PER ACCOUNT
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
      *    DELINQUENT ACCOUNTS AS OF THE LATEST POSTING RUN
           SELECT  DLQ-FILE       ASSIGN TO "DELINQ"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS DLQ-FILE-STATUS.
      *    PROJECTION EXTRACT HANDED TO TREASURY
           SELECT  EXTR-FILE      ASSIGN TO "PROJEXTR"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED PROJECTION REPORT
           SELECT  RPT-FILE       ASSIGN TO "PROJRPT"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROJPARM.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  DLQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DLQREC.
       FD  EXTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROJREC.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-PARM-EOF-SWITCH PIC X         VALUE "N".
           88  WK-PARM-EOF                    VALUE "Y".
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  WK-DLQ-EOF-SWITCH PIC X          VALUE "N".
           88  WK-DLQ-EOF                     VALUE "Y".
         03  WK-SCAN-EOF-SWITCH PIC X         VALUE "N".
           88  WK-SCAN-EOF                    VALUE "Y".
         03  WK-DLQ-SWITCH     PIC X          VALUE "N".
           88  WK-DLQ-PRESENT                 VALUE "Y".
         03  PARM-FILE-STATUS  PIC XX.
           88  PARM-FILE-OK                   VALUE "00".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  DLQ-FILE-STATUS   PIC XX.
           88  DLQ-FILE-OK                    VALUE "00".
           88  DLQ-FILE-NOT-FOUND             VALUE "35".
         03  WK-TODAY          PIC 9(08).
         03  WK-TODAY-R        REDEFINES WK-TODAY.
           05  WK-TODAY-YYYY   PIC 9(04).
           05  WK-TODAY-MM     PIC 9(02).
           05  WK-TODAY-DD     PIC 9(02).
       01  COUNT-AREA.
         03  COUNT-MASTERS     PIC 9(07)      COMP VALUE 0.
         03  COUNT-PROJECTED   PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-SCHEDULE PIC 9(07)      COMP VALUE 0.
         03  COUNT-UNDATED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-DLQ-READ    PIC 9(07)      COMP VALUE 0.
         03  COUNT-DLQ-SKIPPED PIC 9(07)      COMP VALUE 0.
         03  COUNT-EXTRACTED   PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
      *    ONE GROUP'S TOTALS OVER ALL ITS BUCKETS, AND THE WHOLE
      *    PORTFOLIO'S FOR THE EXTRACT TRAILER.
         03  TOTAL-PERIODS     PIC 9(09)      COMP VALUE 0.
         03  TOTAL-PRINCIPAL   PIC 9(13)V99   VALUE 0.
         03  TOTAL-INTEREST    PIC 9(13)V99   VALUE 0.
         03  TOTAL-BONUS       PIC 9(13)V99   VALUE 0.
         03  TOTAL-BOOK-PRINCIPAL PIC 9(13)V99 VALUE 0.
         03  TOTAL-BOOK-INSTALLMENT PIC 9(13)V99 VALUE 0.
       01  PRJX-AREA.
      *    THE HORIZON, AND THE FIRST MONTH AS A MONTH NUMBER
      *    (YEAR TIMES 12 PLUS MONTH).  BUCKET 1 IS ARREARS,
      *    BUCKETS 2 ON ARE THE MONTHS OF THE HORIZON, AND THE
      *    LAST BUCKET IS EVERYTHING AFTER IT.
         03  PRJX-HORIZON      PIC 9(03)      VALUE 12.
         03  PRJX-FIRST-MONTH  PIC 9(06).
         03  PRJX-FIRST-MONTH-NO PIC 9(06)    COMP.
         03  PRJX-BUCKET-MAX   PIC 9(03)      COMP.
         03  PRJX-BUCKET-IX    PIC 9(03)      COMP.
         03  PRJX-PERIOD-MONTH-NO PIC 9(06)   COMP.
         03  PRJX-MONTH-GAP    PIC 9(06)      COMP.
         03  PRJX-WORK-MONTHS  PIC 9(06)      COMP.
         03  PRJX-BUCKET-MONTH PIC 9(06).
         03  PRJX-BUCKET-MONTH-R REDEFINES PRJX-BUCKET-MONTH.
           05  PRJX-BUCKET-YYYY PIC 9(04).
           05  PRJX-BUCKET-MM  PIC 9(02).
         03  PRJX-DUE-DATE     PIC 9(08).
         03  PRJX-DUE-R        REDEFINES PRJX-DUE-DATE.
           05  PRJX-DUE-YYYY   PIC 9(04).
           05  PRJX-DUE-MM     PIC 9(02).
           05  PRJX-DUE-DD     PIC 9(02).
         03  PRJX-DISB-DATE    PIC 9(08).
         03  PRJX-DISB-R       REDEFINES PRJX-DISB-DATE.
           05  PRJX-DISB-YYYY  PIC 9(04).
           05  PRJX-DISB-MM    PIC 9(02).
           05  PRJX-DISB-DD    PIC 9(02).
      *    ONE ACCOUNT'S POSITION AND RATE TYPE.
         03  PRJX-THRU         PIC 9(04)      COMP.
         03  PRJX-PERIODS-LEFT PIC 9(04)      COMP.
         03  PRJX-UNDATED-SWITCH PIC X.
           88  PRJX-UNDATED                   VALUE "Y".
         03  PRJX-FOUND-SWITCH PIC X.
           88  PRJX-FOUND                     VALUE "Y".
         03  PRJX-BONUS-SWITCH PIC X.
           88  PRJX-BONUS-SEEN                VALUE "Y".
         03  PRJX-RATETBL-SWITCH PIC X.
           88  PRJX-RATE-CHANGE-SEEN          VALUE "Y".
         03  PRJX-RATE-TYPE    PIC 9(01).
           88  PRJX-TYPE-LEVEL                VALUE 1.
           88  PRJX-TYPE-BONUS                VALUE 2.
           88  PRJX-TYPE-RATETBL              VALUE 3.
      *    THE MONTHLY RATE TAKEN THE WAY THE SCHEDULE CALCULATION
      *    TAKES IT, AND ONE PERIOD'S INTEREST RECOMPUTED FROM IT.
         03  PRJX-YEAR-RATE    PIC 9(02)V9(09).
         03  PRJX-MONTH-RATE   PIC 9(02)V9(09).
         03  PRJX-BASE         PIC 9(10)V99.
         03  PRJX-EXPECT-INT   PIC 9(09)V99.
         03  PRJX-INT-DIFF     PIC S9(09)V99.
      *    GROUP SUBSCRIPTS: THE RATE TYPE'S AND THE PRODUCT'S
      *    ENTRIES FOR THE ACCOUNT IN HAND, AND WORK SUBSCRIPTS.
         03  PRJX-RATE-IX      PIC 9(03)      COMP.
         03  PRJX-PRODUCT-IX   PIC 9(03)      COMP.
         03  PRJX-FIND-IX      PIC 9(03)      COMP.
         03  PRJX-NEXT-IX      PIC 9(03)      COMP.
         03  PRJX-PRINT-COUNT  PIC 9(03)      COMP.
         03  PRJX-OVERDUE-ASOF PIC 9(08)      VALUE 0.
         03  PRJX-PRODUCT-CAPTION.
           05  FILLER          PIC X(08)      VALUE "PRODUCT ".
           05  PRJX-CAPTION-CODE PIC X(04).
           05  FILLER          PIC X(08)      VALUE SPACE.
       01  GROUP-AREA.
      *    ENTRY 1 THE WHOLE PORTFOLIO, 2 TO 4 THE RATE TYPES
      *    (LEVEL, BONUS, RATE-TABLE), 5 ON THE PRODUCTS IN THE
      *    ORDER MET.  EACH HOLDS ITS BUCKETS (ARREARS, UP TO 120
      *    MONTHS, AFTER THE HORIZON) AND ITS OVERDUE FIGURES.
         03  GRP-IX            PIC 9(03)      COMP.
         03  GRP-USED          PIC 9(03)      COMP VALUE 4.
         03  GRP-MAX           PIC 9(03)      COMP VALUE 54.
         03  GRP-TABLE.
           05  GRP-ENTRY       OCCURS 54 TIMES.
             07  GRP-TYPE      PIC X(01).
             07  GRP-CODE      PIC X(04).
             07  GRP-CAPTION   PIC X(20).
             07  GRP-PRINTED   PIC X(01).
             07  GRP-ACCOUNTS  PIC 9(07)      COMP.
             07  GRP-OVERDUE-COUNT PIC 9(07)  COMP.
             07  GRP-OVERDUE   PIC 9(13)V99.
             07  GRP-BUCKET    OCCURS 122 TIMES.
               09  BKT-PERIODS     PIC 9(07)      COMP.
               09  BKT-PRINCIPAL   PIC 9(13)V99.
               09  BKT-INTEREST    PIC 9(13)V99.
               09  BKT-BONUS       PIC 9(13)V99.
         03  FXD-GROUPS.
           05  FILLER          PIC X(01)      VALUE "A".
           05  FILLER          PIC X(04)      VALUE "ALL ".
           05  FILLER          PIC X(20)      VALUE "WHOLE PORTFOLIO".
           05  FILLER          PIC X(01)      VALUE "R".
           05  FILLER          PIC X(04)      VALUE "LEVL".
           05  FILLER          PIC X(20)      VALUE "RATE TYPE LEVEL".
           05  FILLER          PIC X(01)      VALUE "R".
           05  FILLER          PIC X(04)      VALUE "BONS".
           05  FILLER          PIC X(20)      VALUE "RATE TYPE BONUS".
           05  FILLER          PIC X(01)      VALUE "R".
           05  FILLER          PIC X(04)      VALUE "RTBL".
           05  FILLER          PIC X(20)      VALUE
               "RATE TYPE RATE-TABLE".
         03  FXD-GROUP-R       REDEFINES FXD-GROUPS.
           05  FXD-GROUP       OCCURS 4 TIMES.
             07  FXD-TYPE      PIC X(01).
             07  FXD-CODE      PIC X(04).
             07  FXD-CAPTION   PIC X(20).
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "CASHPROJ - PORTFOLIO CASH-FLOW PROJECTION".
         03  FILLER            PIC X(10)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(58)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(16)      VALUE "HORIZON MONTHS".
         03  HEAD-HORIZON      PIC ZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(12)      VALUE "FIRST MONTH".
         03  HEAD-FIRST-MONTH  PIC 9999/99.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(25)      VALUE
             "OVERDUE PER DELINQ AS OF".
         03  HEAD-OVERDUE-ASOF PIC 9999/99/99 BLANK WHEN ZERO.
         03  FILLER            PIC X(41)      VALUE SPACE.
       01  GROUP-HEAD-LINE.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  GHL-CAPTION       PIC X(20).
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(16)      VALUE "ACTIVE ACCOUNTS".
         03  GHL-ACCOUNTS      PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(79)      VALUE SPACE.
       01  COLUMN-HEAD-LINE.
         03  FILLER            PIC X(08)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "DUE MONTH".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(09)      VALUE "  PERIODS".
         03  FILLER            PIC X(20)      VALUE
             "           PRINCIPAL".
         03  FILLER            PIC X(20)      VALUE
             "            INTEREST".
         03  FILLER            PIC X(20)      VALUE
             "         INSTALLMENT".
         03  FILLER            PIC X(20)      VALUE
             "     IN BONUS MONTHS".
         03  FILLER            PIC X(23)      VALUE SPACE.
       01  BUCKET-LINE.
         03  FILLER            PIC X(08)      VALUE SPACE.
         03  BKL-BUCKET        PIC X(10).
         03  BKL-BUCKET-R      REDEFINES BKL-BUCKET.
           05  BKL-MONTH       PIC 9999/99.
           05  FILLER          PIC X(03).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  BKL-PERIODS       PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  BKL-PRINCIPAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  BKL-INTEREST      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  BKL-INSTALLMENT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  BKL-BONUS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(23)      VALUE SPACE.
       01  OVERDUE-LINE.
         03  FILLER            PIC X(08)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "OVERDUE".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  OVL-ACCOUNTS      PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  OVL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(40)      VALUE
             "ACCOUNTS BEHIND ON THE LATEST POSTING".
         03  FILLER            PIC X(41)      VALUE SPACE.
       01  TOTAL-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  TOT-CAPTION       PIC X(30).
         03  TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(83)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-020-READ-MSTR.
           PERFORM MAIN-100-ACCOUNT-LOOP
                   UNTIL   WK-MSTR-EOF.
           PERFORM MAIN-500-OVERDUE.
           PERFORM MAIN-700-REPORT.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           PERFORM MAIN-050-READ-PARM.
      *    A MISSING LEDGER WOULD PROJECT EVERY PERIOD EVER
      *    SCHEDULED AS STILL TO COME; A FAILED OPEN ENDS THE RUN
      *    HERE, LOUDLY.  NO DELINQUENT FILE MEANS NO POSTING RUN
      *    HAS YET FOUND AN ACCOUNT BEHIND.
           OPEN    INPUT  MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "CASHPROJ - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "CASHPROJ - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "CASHPROJ - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  DLQ-FILE.
           IF      DLQ-FILE-OK
                   MOVE    "Y"       TO WK-DLQ-SWITCH
           ELSE
               IF      NOT DLQ-FILE-NOT-FOUND
                   DISPLAY "CASHPROJ - CANNOT OPEN DELINQ, "
                           "STATUS " DLQ-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN    OUTPUT EXTR-FILE.
           OPEN    OUTPUT RPT-FILE.
           PERFORM MAIN-012-CLEAR-GROUP
                   VARYING GRP-IX FROM 1 BY 1
                   UNTIL   GRP-IX > GRP-MAX.
           PERFORM MAIN-015-FIXED-GROUP
                   VARYING GRP-IX FROM 1 BY 1
                   UNTIL   GRP-IX > 4.
           MOVE    0                 TO MSTR-ACCOUNT-NO.
           START   MSTR-FILE KEY NOT < MSTR-ACCOUNT-NO
                   INVALID KEY
                           MOVE    "Y"   TO WK-MSTR-EOF-SWITCH
           END-START.
       MAIN-012-CLEAR-GROUP.
           MOVE    SPACE             TO GRP-TYPE (GRP-IX).
           MOVE    SPACE             TO GRP-CODE (GRP-IX).
           MOVE    SPACE             TO GRP-CAPTION (GRP-IX).
           MOVE    SPACE             TO GRP-PRINTED (GRP-IX).
           MOVE    0                 TO GRP-ACCOUNTS (GRP-IX).
           MOVE    0                 TO GRP-OVERDUE-COUNT (GRP-IX).
           MOVE    0                 TO GRP-OVERDUE (GRP-IX).
           PERFORM MAIN-013-CLEAR-BUCKET
                   VARYING PRJX-BUCKET-IX FROM 1 BY 1
                   UNTIL   PRJX-BUCKET-IX > 122.
       MAIN-013-CLEAR-BUCKET.
           MOVE    0 TO BKT-PERIODS   (GRP-IX, PRJX-BUCKET-IX).
           MOVE    0 TO BKT-PRINCIPAL (GRP-IX, PRJX-BUCKET-IX).
           MOVE    0 TO BKT-INTEREST  (GRP-IX, PRJX-BUCKET-IX).
           MOVE    0 TO BKT-BONUS     (GRP-IX, PRJX-BUCKET-IX).
       MAIN-015-FIXED-GROUP.
           MOVE    FXD-TYPE (GRP-IX)    TO GRP-TYPE (GRP-IX).
           MOVE    FXD-CODE (GRP-IX)    TO GRP-CODE (GRP-IX).
           MOVE    FXD-CAPTION (GRP-IX) TO GRP-CAPTION (GRP-IX).
       MAIN-020-READ-MSTR.
           IF      NOT WK-MSTR-EOF
                   READ    MSTR-FILE NEXT RECORD
                           AT END
                                   MOVE "Y"  TO WK-MSTR-EOF-SWITCH
                   END-READ
           END-IF.
       MAIN-050-READ-PARM.
      *    NO CARD MEANS TWELVE MONTHS FROM THE RUN MONTH.  THE
      *    HORIZON IS HELD TO TEN YEARS; A MISPUNCHED CARD ENDS THE
      *    RUN BEFORE ANYTHING IS WRITTEN.
           OPEN    INPUT  PARM-FILE.
           IF      PARM-FILE-OK
                   READ    PARM-FILE
                           AT END
                                   MOVE "Y"  TO WK-PARM-EOF-SWITCH
                   END-READ
                   IF      NOT WK-PARM-EOF
                       AND PRJP-HORIZON-X NOT = SPACE
                       IF      PRJP-HORIZON-X NOT NUMERIC
                            OR PRJP-HORIZON = 0
                            OR PRJP-HORIZON > 120
                           DISPLAY "CASHPROJ - HORIZON NOT 1 TO 120: "
                                   PRJP-HORIZON-X
                           STOP RUN
                       END-IF
                       MOVE    PRJP-HORIZON  TO PRJX-HORIZON
                   END-IF
                   CLOSE   PARM-FILE
           END-IF.
           COMPUTE PRJX-FIRST-MONTH =
                   WK-TODAY-YYYY * 100 + WK-TODAY-MM.
           COMPUTE PRJX-FIRST-MONTH-NO =
                   WK-TODAY-YYYY * 12 + WK-TODAY-MM.
           COMPUTE PRJX-BUCKET-MAX = PRJX-HORIZON + 2.
           DISPLAY "CASHPROJ - FIRST MONTH      : " PRJX-FIRST-MONTH.
           DISPLAY "CASHPROJ - HORIZON MONTHS   : " PRJX-HORIZON.
       MAIN-100-ACCOUNT-LOOP.
           ADD     1                 TO COUNT-MASTERS.
           IF      MSTR-ACTIVE
                   PERFORM MAIN-200-PROJECT-ACCOUNT
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-PROJECT-ACCOUNT.
           ADD     1                 TO COUNT-PROJECTED.
           PERFORM MAIN-300-GET-RATE-TYPE.
           PERFORM MAIN-350-FIND-PRODUCT.
           ADD     1                 TO GRP-ACCOUNTS (1).
           ADD     1                 TO GRP-ACCOUNTS (PRJX-RATE-IX).
           ADD     1                 TO GRP-ACCOUNTS (PRJX-PRODUCT-IX).
           PERFORM MAIN-310-GET-POSITION.
           PERFORM MAIN-400-PROJECT-PERIODS.
      ****************************************************************
      *    RATE TYPE                                                  *
      *    THE MASTER DOES NOT CARRY THE LOAN TYPE THE LOAN WAS       *
      *    BOOKED UNDER, SO IT IS READ OFF THE WHOLE SCHEDULE.  ONE   *
      *    PERIOD FLAGGED AS A BONUS MONTH MAKES A BONUS LOAN.        *
      *    OTHERWISE EACH PERIOD'S INTEREST IS RECOMPUTED AT THE      *
      *    MASTER RATE ON THE BALANCE IT WAS CHARGED ON (THE BALANCE  *
      *    LEFT PLUS THE PRINCIPAL PAID, WHICH ALSO HOLDS ACROSS A    *
      *    PREPAYMENT); A PERIOD CHARGED AT ANY OTHER RATE MAKES A    *
      *    RATE-TABLE LOAN, WHETHER BOOKED SO OR REPRICED SINCE.  THE *
      *    FINAL PERIOD, WHOSE BALANCE IS HELD AT ZERO, IS NOT        *
      *    TESTED.  ANYTHING ELSE IS A LEVEL LOAN.                    *
      ****************************************************************
       MAIN-300-GET-RATE-TYPE.
           COMPUTE PRJX-YEAR-RATE  = MSTR-RATE / 100.
           COMPUTE PRJX-MONTH-RATE = PRJX-YEAR-RATE / 12.
           MOVE    "N"               TO PRJX-BONUS-SWITCH.
           MOVE    "N"               TO PRJX-RATETBL-SWITCH.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           MOVE    0                 TO SCHD-PERIOD-NO.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-SCAN-EOF-SWITCH
           END-START.
           IF      NOT WK-SCAN-EOF
                   PERFORM MAIN-305-READ-SCHD
                   PERFORM MAIN-320-TEST-PERIOD
                           UNTIL   WK-SCAN-EOF
           END-IF.
           IF      PRJX-BONUS-SEEN
                   MOVE    2         TO PRJX-RATE-TYPE
           ELSE
               IF      PRJX-RATE-CHANGE-SEEN
                       MOVE    3         TO PRJX-RATE-TYPE
               ELSE
                       MOVE    1         TO PRJX-RATE-TYPE
               END-IF
           END-IF.
           COMPUTE PRJX-RATE-IX = PRJX-RATE-TYPE + 1.
       MAIN-305-READ-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO WK-SCAN-EOF-SWITCH
           END-READ.
       MAIN-320-TEST-PERIOD.
           IF      SCHD-ACCOUNT-NO = MSTR-ACCOUNT-NO
               IF      SCHD-BONUS-MONTH
                       MOVE    "Y"   TO PRJX-BONUS-SWITCH
               ELSE
                   IF      SCHD-BALANCE-REMAINING > 0
                       COMPUTE PRJX-BASE =
                               SCHD-BALANCE-REMAINING
                             + SCHD-PRINCIPAL-PAID
                       COMPUTE PRJX-EXPECT-INT ROUNDED =
                               PRJX-BASE * PRJX-MONTH-RATE
                       COMPUTE PRJX-INT-DIFF =
                               SCHD-INTEREST-PAID - PRJX-EXPECT-INT
                       IF      PRJX-INT-DIFF > 0.01
                            OR PRJX-INT-DIFF < -0.01
                               MOVE "Y"  TO PRJX-RATETBL-SWITCH
                       END-IF
                   END-IF
               END-IF
               PERFORM MAIN-305-READ-SCHD
           ELSE
                   MOVE    "Y"       TO WK-SCAN-EOF-SWITCH
           END-IF.
       MAIN-310-GET-POSITION.
      *    THE HIGHEST-SEQUENCE LEDGER RECORD CARRIES THE
      *    ACCOUNT'S POSITION; AN ACCOUNT NEVER POSTED HAS SETTLED
      *    NOTHING.
           MOVE    0                 TO PRJX-THRU.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-SCAN-EOF-SWITCH
           END-START.
           IF      NOT WK-SCAN-EOF
                   PERFORM MAIN-312-READ-LEDGER
                   PERFORM MAIN-314-KEEP-POSITION
                           UNTIL   WK-SCAN-EOF
           END-IF.
       MAIN-312-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO WK-SCAN-EOF-SWITCH
           END-READ.
       MAIN-314-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = MSTR-ACCOUNT-NO
                   MOVE    LEDG-THRU-PERIOD TO PRJX-THRU
                   PERFORM MAIN-312-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO WK-SCAN-EOF-SWITCH
           END-IF.
       MAIN-350-FIND-PRODUCT.
      *    PRODUCTS ARE TAKEN INTO THE TABLE AS THEY ARE MET AND
      *    PRINTED IN CODE ORDER AT THE END.
           MOVE    0                 TO PRJX-PRODUCT-IX.
           PERFORM MAIN-355-MATCH-PRODUCT
                   VARYING PRJX-FIND-IX FROM 5 BY 1
                   UNTIL   PRJX-FIND-IX > GRP-USED
                      OR   PRJX-PRODUCT-IX > 0.
           IF      PRJX-PRODUCT-IX = 0
               IF      GRP-USED NOT < GRP-MAX
                       DISPLAY "CASHPROJ - PRODUCT TABLE FULL AT "
                               MSTR-PRODUCT-CODE ", ACCOUNT "
                               MSTR-ACCOUNT-NO
                       STOP RUN
               END-IF
               ADD     1             TO GRP-USED
               MOVE    GRP-USED      TO PRJX-PRODUCT-IX
               MOVE    "P"           TO GRP-TYPE (PRJX-PRODUCT-IX)
               MOVE    MSTR-PRODUCT-CODE
                                     TO GRP-CODE (PRJX-PRODUCT-IX)
               MOVE    MSTR-PRODUCT-CODE TO PRJX-CAPTION-CODE
               MOVE    PRJX-PRODUCT-CAPTION
                                     TO GRP-CAPTION (PRJX-PRODUCT-IX)
           END-IF.
       MAIN-355-MATCH-PRODUCT.
           IF      GRP-CODE (PRJX-FIND-IX) = MSTR-PRODUCT-CODE
                   MOVE    PRJX-FIND-IX  TO PRJX-PRODUCT-IX
           END-IF.
      ****************************************************************
      *    PROJECTION OF ONE ACCOUNT                                  *
      *    EVERY PERIOD AFTER THE SETTLED-THRU POSITION GOES INTO     *
      *    THE BUCKET OF THE MONTH IT FALLS DUE, ON THE PORTFOLIO,    *
      *    ITS RATE TYPE AND ITS PRODUCT.  A PERIOD WRITTEN BEFORE    *
      *    DUE DATES WERE STAMPED IS DATED BY COUNTING MONTHS FROM    *
      *    DISBURSEMENT; ONE WITH NEITHER DATE IS LEFT OUT AND THE    *
      *    ACCOUNT NAMED.                                             *
      ****************************************************************
       MAIN-400-PROJECT-PERIODS.
           MOVE    0                 TO PRJX-PERIODS-LEFT.
           MOVE    "N"               TO PRJX-UNDATED-SWITCH.
           MOVE    MSTR-DISBURSE-DATE TO PRJX-DISB-DATE.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           COMPUTE SCHD-PERIOD-NO = PRJX-THRU + 1.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-SCAN-EOF-SWITCH
           END-START.
           IF      NOT WK-SCAN-EOF
                   PERFORM MAIN-305-READ-SCHD
                   PERFORM MAIN-410-PROJECT-PERIOD
                           UNTIL   WK-SCAN-EOF
           END-IF.
           IF      PRJX-PERIODS-LEFT = 0
               AND PRJX-THRU < MSTR-PERIODS
                   ADD     1         TO COUNT-NO-SCHEDULE
                   DISPLAY "CASHPROJ - NO SCHEDULE FOR "
                           MSTR-ACCOUNT-NO
           END-IF.
           IF      PRJX-UNDATED
                   ADD     1         TO COUNT-UNDATED
                   DISPLAY "CASHPROJ - PERIODS NOT DATED FOR "
                           MSTR-ACCOUNT-NO
           END-IF.
       MAIN-410-PROJECT-PERIOD.
           IF      SCHD-ACCOUNT-NO = MSTR-ACCOUNT-NO
                   ADD     1         TO PRJX-PERIODS-LEFT
                   MOVE    0         TO PRJX-PERIOD-MONTH-NO
                   IF      SCHD-DUE-DATE > 0
                       MOVE    SCHD-DUE-DATE TO PRJX-DUE-DATE
                       COMPUTE PRJX-PERIOD-MONTH-NO =
                               PRJX-DUE-YYYY * 12 + PRJX-DUE-MM
                   ELSE
                       IF      PRJX-DISB-DATE > 0
                           COMPUTE PRJX-PERIOD-MONTH-NO =
                                   PRJX-DISB-YYYY * 12 + PRJX-DISB-MM
                                 + SCHD-PERIOD-NO
                       ELSE
                           MOVE    "Y"   TO PRJX-UNDATED-SWITCH
                       END-IF
                   END-IF
                   IF      PRJX-PERIOD-MONTH-NO > 0
                           PERFORM MAIN-420-BUCKET-PERIOD
                   END-IF
                   PERFORM MAIN-305-READ-SCHD
           ELSE
                   MOVE    "Y"       TO WK-SCAN-EOF-SWITCH
           END-IF.
       MAIN-420-BUCKET-PERIOD.
           IF      PRJX-PERIOD-MONTH-NO < PRJX-FIRST-MONTH-NO
                   MOVE    1         TO PRJX-BUCKET-IX
           ELSE
                   COMPUTE PRJX-MONTH-GAP =
                           PRJX-PERIOD-MONTH-NO - PRJX-FIRST-MONTH-NO
                   IF      PRJX-MONTH-GAP < PRJX-HORIZON
                           COMPUTE PRJX-BUCKET-IX = PRJX-MONTH-GAP + 2
                   ELSE
                           MOVE    PRJX-BUCKET-MAX TO PRJX-BUCKET-IX
                   END-IF
           END-IF.
           MOVE    1                 TO GRP-IX.
           PERFORM MAIN-430-ADD-TO-GROUP.
           MOVE    PRJX-RATE-IX      TO GRP-IX.
           PERFORM MAIN-430-ADD-TO-GROUP.
           MOVE    PRJX-PRODUCT-IX   TO GRP-IX.
           PERFORM MAIN-430-ADD-TO-GROUP.
       MAIN-430-ADD-TO-GROUP.
           ADD     1         TO BKT-PERIODS (GRP-IX, PRJX-BUCKET-IX).
           ADD     SCHD-PRINCIPAL-PAID
                   TO BKT-PRINCIPAL (GRP-IX, PRJX-BUCKET-IX).
           ADD     SCHD-INTEREST-PAID
                   TO BKT-INTEREST (GRP-IX, PRJX-BUCKET-IX).
           IF      SCHD-BONUS-MONTH
                   ADD     SCHD-PRINCIPAL-PAID SCHD-INTEREST-PAID
                           TO BKT-BONUS (GRP-IX, PRJX-BUCKET-IX)
           END-IF.
      ****************************************************************
      *    AMOUNT OVERDUE                                             *
      *    THE DELINQUENT FILE IS REWRITTEN BY EVERY POSTING RUN, SO  *
      *    IT HOLDS THE ARREARS AS OF THE LATEST ONE.  EACH ACCOUNT   *
      *    ON IT IS LOOKED UP ON THE MASTER FOR ITS PRODUCT AND RATE  *
      *    TYPE; ONE CLOSED OR WRITTEN OFF SINCE IS COUNTED AND LEFT  *
      *    OUT.                                                       *
      ****************************************************************
       MAIN-500-OVERDUE.
           IF      WK-DLQ-PRESENT
                   PERFORM MAIN-510-READ-DLQ
                   PERFORM MAIN-520-OVERDUE-ACCOUNT
                           UNTIL   WK-DLQ-EOF
                   CLOSE   DLQ-FILE
           END-IF.
       MAIN-510-READ-DLQ.
           READ    DLQ-FILE
                   AT END
                           MOVE    "Y"   TO WK-DLQ-EOF-SWITCH
           END-READ.
       MAIN-520-OVERDUE-ACCOUNT.
           ADD     1                 TO COUNT-DLQ-READ.
           IF      DLQ-ASOF-DATE > PRJX-OVERDUE-ASOF
                   MOVE    DLQ-ASOF-DATE TO PRJX-OVERDUE-ASOF
           END-IF.
           MOVE    "Y"               TO PRJX-FOUND-SWITCH.
           MOVE    DLQ-ACCOUNT-NO    TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           MOVE    "N"   TO PRJX-FOUND-SWITCH
           END-READ.
           IF      PRJX-FOUND
               AND MSTR-ACTIVE
                   PERFORM MAIN-300-GET-RATE-TYPE
                   PERFORM MAIN-350-FIND-PRODUCT
                   MOVE    1             TO GRP-IX
                   PERFORM MAIN-530-ADD-OVERDUE
                   MOVE    PRJX-RATE-IX  TO GRP-IX
                   PERFORM MAIN-530-ADD-OVERDUE
                   MOVE    PRJX-PRODUCT-IX TO GRP-IX
                   PERFORM MAIN-530-ADD-OVERDUE
           ELSE
                   ADD     1             TO COUNT-DLQ-SKIPPED
           END-IF.
           PERFORM MAIN-510-READ-DLQ.
       MAIN-530-ADD-OVERDUE.
           ADD     1                 TO GRP-OVERDUE-COUNT (GRP-IX).
           ADD     DLQ-AMOUNT-OVERDUE TO GRP-OVERDUE (GRP-IX).
      ****************************************************************
      *    REPORT AND EXTRACT                                         *
      *    THE PORTFOLIO FIRST, THEN THE RATE TYPES, THEN THE         *
      *    PRODUCTS IN CODE ORDER; EVERY LINE PRINTED FOR A BUCKET    *
      *    OR THE OVERDUE FIGURE IS ALSO WRITTEN TO THE EXTRACT.      *
      ****************************************************************
       MAIN-700-REPORT.
           MOVE    WK-TODAY          TO HEAD-DATE.
           MOVE    PRJX-HORIZON      TO HEAD-HORIZON.
           MOVE    PRJX-FIRST-MONTH  TO HEAD-FIRST-MONTH.
           MOVE    PRJX-OVERDUE-ASOF TO HEAD-OVERDUE-ASOF.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
           MOVE    SPACE             TO PRJ-HEADER-RECORD.
           MOVE    "H"               TO PRJH-RECORD-TYPE.
           MOVE    WK-TODAY          TO PRJH-CREATED-DATE.
           MOVE    PRJX-FIRST-MONTH  TO PRJH-FIRST-MONTH.
           MOVE    PRJX-HORIZON      TO PRJH-HORIZON.
           MOVE    PRJX-OVERDUE-ASOF TO PRJH-OVERDUE-ASOF.
           WRITE   PRJ-HEADER-RECORD.
           PERFORM MAIN-710-PRINT-GROUP
                   VARYING GRP-IX FROM 1 BY 1
                   UNTIL   GRP-IX > 4.
           PERFORM MAIN-750-NEXT-PRODUCT
                   VARYING PRJX-PRINT-COUNT FROM 5 BY 1
                   UNTIL   PRJX-PRINT-COUNT > GRP-USED.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "ACTIVE ACCOUNTS PROJECTED" TO TOT-CAPTION.
           MOVE    COUNT-PROJECTED   TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "NO SCHEDULE LEFT"  TO TOT-CAPTION.
           MOVE    COUNT-NO-SCHEDULE TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "PERIODS NOT DATED" TO TOT-CAPTION.
           MOVE    COUNT-UNDATED     TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "DELINQUENT RECORDS READ" TO TOT-CAPTION.
           MOVE    COUNT-DLQ-READ    TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "DELINQUENT, NO LONGER ACTIVE" TO TOT-CAPTION.
           MOVE    COUNT-DLQ-SKIPPED TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
       MAIN-710-PRINT-GROUP.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    GRP-CAPTION (GRP-IX)  TO GHL-CAPTION.
           MOVE    GRP-ACCOUNTS (GRP-IX) TO GHL-ACCOUNTS.
           WRITE   RPT-RECORD        FROM GROUP-HEAD-LINE.
           WRITE   RPT-RECORD        FROM COLUMN-HEAD-LINE.
           MOVE    0                 TO TOTAL-PERIODS.
           MOVE    0                 TO TOTAL-PRINCIPAL.
           MOVE    0                 TO TOTAL-INTEREST.
           MOVE    0                 TO TOTAL-BONUS.
           PERFORM MAIN-720-PRINT-BUCKET
                   VARYING PRJX-BUCKET-IX FROM 1 BY 1
                   UNTIL   PRJX-BUCKET-IX > PRJX-BUCKET-MAX.
           MOVE    "TOTAL"           TO BKL-BUCKET.
           MOVE    TOTAL-PERIODS     TO BKL-PERIODS.
           MOVE    TOTAL-PRINCIPAL   TO BKL-PRINCIPAL.
           MOVE    TOTAL-INTEREST    TO BKL-INTEREST.
           COMPUTE BKL-INSTALLMENT = TOTAL-PRINCIPAL + TOTAL-INTEREST.
           MOVE    TOTAL-BONUS       TO BKL-BONUS.
           WRITE   RPT-RECORD        FROM BUCKET-LINE.
           IF      GRP-IX = 1
                   MOVE    TOTAL-PRINCIPAL TO TOTAL-BOOK-PRINCIPAL
                   COMPUTE TOTAL-BOOK-INSTALLMENT =
                           TOTAL-PRINCIPAL + TOTAL-INTEREST
           END-IF.
           MOVE    GRP-OVERDUE-COUNT (GRP-IX) TO OVL-ACCOUNTS.
           MOVE    GRP-OVERDUE (GRP-IX)       TO OVL-AMOUNT.
           WRITE   RPT-RECORD        FROM OVERDUE-LINE.
           PERFORM MAIN-780-EXTRACT-GROUP.
           MOVE    "O"               TO PRJ-BUCKET-TYPE.
           MOVE    0                 TO PRJ-DUE-MONTH.
           MOVE    GRP-OVERDUE-COUNT (GRP-IX) TO PRJ-ITEM-COUNT.
           MOVE    GRP-OVERDUE (GRP-IX)       TO PRJ-OVERDUE.
           PERFORM MAIN-790-WRITE-EXTRACT.
       MAIN-720-PRINT-BUCKET.
           PERFORM MAIN-780-EXTRACT-GROUP.
           MOVE    SPACE             TO BKL-BUCKET.
           IF      PRJX-BUCKET-IX = 1
                   MOVE    "ARREARS"     TO BKL-BUCKET
                   MOVE    "A"           TO PRJ-BUCKET-TYPE
                   MOVE    0             TO PRJ-DUE-MONTH
           ELSE
               IF      PRJX-BUCKET-IX = PRJX-BUCKET-MAX
                       MOVE    "LATER"       TO BKL-BUCKET
                       MOVE    "B"           TO PRJ-BUCKET-TYPE
                       MOVE    0             TO PRJ-DUE-MONTH
               ELSE
                       COMPUTE PRJX-WORK-MONTHS =
                               PRJX-FIRST-MONTH-NO + PRJX-BUCKET-IX - 3
                       DIVIDE  PRJX-WORK-MONTHS BY 12
                               GIVING    PRJX-BUCKET-YYYY
                               REMAINDER PRJX-BUCKET-MM
                       ADD     1             TO PRJX-BUCKET-MM
                       MOVE    PRJX-BUCKET-MONTH TO BKL-MONTH
                       MOVE    "M"           TO PRJ-BUCKET-TYPE
                       MOVE    PRJX-BUCKET-MONTH TO PRJ-DUE-MONTH
               END-IF
           END-IF.
           MOVE    BKT-PERIODS (GRP-IX, PRJX-BUCKET-IX)
                                     TO BKL-PERIODS
                                        PRJ-ITEM-COUNT.
           MOVE    BKT-PRINCIPAL (GRP-IX, PRJX-BUCKET-IX)
                                     TO BKL-PRINCIPAL
                                        PRJ-PRINCIPAL.
           MOVE    BKT-INTEREST (GRP-IX, PRJX-BUCKET-IX)
                                     TO BKL-INTEREST
                                        PRJ-INTEREST.
           COMPUTE PRJ-INSTALLMENT =
                   BKT-PRINCIPAL (GRP-IX, PRJX-BUCKET-IX)
                 + BKT-INTEREST (GRP-IX, PRJX-BUCKET-IX).
           MOVE    PRJ-INSTALLMENT   TO BKL-INSTALLMENT.
           MOVE    BKT-BONUS (GRP-IX, PRJX-BUCKET-IX)
                                     TO BKL-BONUS
                                        PRJ-BONUS-INSTALLMENT.
           WRITE   RPT-RECORD        FROM BUCKET-LINE.
           PERFORM MAIN-790-WRITE-EXTRACT.
           ADD     BKT-PERIODS (GRP-IX, PRJX-BUCKET-IX)
                                     TO TOTAL-PERIODS.
           ADD     BKT-PRINCIPAL (GRP-IX, PRJX-BUCKET-IX)
                                     TO TOTAL-PRINCIPAL.
           ADD     BKT-INTEREST (GRP-IX, PRJX-BUCKET-IX)
                                     TO TOTAL-INTEREST.
           ADD     BKT-BONUS (GRP-IX, PRJX-BUCKET-IX)
                                     TO TOTAL-BONUS.
       MAIN-750-NEXT-PRODUCT.
      *    THE UNPRINTED PRODUCT WITH THE LOWEST CODE GOES NEXT.
           MOVE    0                 TO PRJX-NEXT-IX.
           PERFORM MAIN-755-LOWER-CODE
                   VARYING PRJX-FIND-IX FROM 5 BY 1
                   UNTIL   PRJX-FIND-IX > GRP-USED.
           IF      PRJX-NEXT-IX > 0
                   MOVE    PRJX-NEXT-IX  TO GRP-IX
                   MOVE    "Y"           TO GRP-PRINTED (GRP-IX)
                   PERFORM MAIN-710-PRINT-GROUP
           END-IF.
       MAIN-755-LOWER-CODE.
           IF      GRP-PRINTED (PRJX-FIND-IX) NOT = "Y"
               IF      PRJX-NEXT-IX = 0
                       MOVE    PRJX-FIND-IX  TO PRJX-NEXT-IX
               ELSE
                   IF      GRP-CODE (PRJX-FIND-IX)
                               < GRP-CODE (PRJX-NEXT-IX)
                           MOVE    PRJX-FIND-IX TO PRJX-NEXT-IX
                   END-IF
               END-IF
           END-IF.
       MAIN-780-EXTRACT-GROUP.
           MOVE    SPACE             TO PRJ-RECORD.
           MOVE    "D"               TO PRJ-RECORD-TYPE.
           MOVE    GRP-TYPE (GRP-IX) TO PRJ-GROUP-TYPE.
           MOVE    GRP-CODE (GRP-IX) TO PRJ-GROUP-CODE.
           MOVE    0                 TO PRJ-DUE-MONTH.
           MOVE    0                 TO PRJ-ITEM-COUNT.
           MOVE    0                 TO PRJ-PRINCIPAL.
           MOVE    0                 TO PRJ-INTEREST.
           MOVE    0                 TO PRJ-INSTALLMENT.
           MOVE    0                 TO PRJ-BONUS-INSTALLMENT.
           MOVE    0                 TO PRJ-OVERDUE.
       MAIN-790-WRITE-EXTRACT.
           WRITE   PRJ-RECORD.
           ADD     1                 TO COUNT-EXTRACTED.
       MAIN-900-FINISH.
           MOVE    SPACE             TO PRJ-TRAILER-RECORD.
           MOVE    "T"               TO PRJT-RECORD-TYPE.
           MOVE    COUNT-EXTRACTED   TO PRJT-DETAIL-COUNT.
           MOVE    TOTAL-BOOK-PRINCIPAL TO PRJT-PRINCIPAL-TOTAL.
           MOVE    TOTAL-BOOK-INSTALLMENT TO PRJT-INSTALLMENT-TOTAL.
           MOVE    GRP-OVERDUE (1)   TO PRJT-OVERDUE-TOTAL.
           WRITE   PRJ-TRAILER-RECORD.
           CLOSE   MSTR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   EXTR-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "CASHPROJ - MASTERS READ     : " COUNT-MASTERS.
           DISPLAY "CASHPROJ - ACCOUNTS PROJECTED: " COUNT-PROJECTED.
           DISPLAY "CASHPROJ - NO SCHEDULE LEFT : " COUNT-NO-SCHEDULE.
           DISPLAY "CASHPROJ - PERIODS NOT DATED: " COUNT-UNDATED.
           DISPLAY "CASHPROJ - DELINQUENT READ  : " COUNT-DLQ-READ.
           DISPLAY "CASHPROJ - DELINQ NOT ACTIVE: " COUNT-DLQ-SKIPPED.
           DISPLAY "CASHPROJ - EXTRACT DETAILS  : " COUNT-EXTRACTED.

      *--------------------<< END OF PROGRAM >>-----------------------*
