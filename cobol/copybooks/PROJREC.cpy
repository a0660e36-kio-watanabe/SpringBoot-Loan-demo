      ****************************************************************
      *  PROJREC  --  CASH-FLOW PROJECTION EXTRACT RECORD (TREASURY) *
      *               ONE FIXED-LENGTH FILE PER RUN: A HEADER NAMING *
      *               THE RUN DATE, FIRST MONTH AND HORIZON, ONE     *
      *               DETAIL PER GROUP AND BUCKET, AND A TRAILER     *
      *               WITH THE DETAIL COUNT AND THE WHOLE-PORTFOLIO  *
      *               TOTALS THE FILE CAN BE PROVED AGAINST.  ALL    *
      *               THREE SHARE THE RECORD TYPE IN THE FIRST BYTE. *
      ****************************************************************
       01  PRJ-RECORD.
         03  PRJ-RECORD-TYPE       PIC X(01).
           88  PRJ-HEADER                    VALUE "H".
           88  PRJ-DETAIL                    VALUE "D".
           88  PRJ-TRAILER                   VALUE "T".
      *    "A": THE WHOLE PORTFOLIO, CODE "ALL ".  "R": ONE RATE
      *    TYPE, CODE "LEVL", "BONS" OR "RTBL".  "P": ONE PRODUCT,
      *    CODE THE PRODUCT CODE.
         03  PRJ-GROUP-TYPE        PIC X(01).
           88  PRJ-GROUP-PORTFOLIO           VALUE "A".
           88  PRJ-GROUP-RATE-TYPE           VALUE "R".
           88  PRJ-GROUP-PRODUCT             VALUE "P".
         03  PRJ-GROUP-CODE        PIC X(04).
      *    "A": UNSETTLED PERIODS THAT FELL DUE BEFORE THE FIRST
      *    MONTH.  "M": ONE DUE MONTH, NAMED IN PRJ-DUE-MONTH.
      *    "B": EVERYTHING DUE AFTER THE HORIZON.  "O": THE AMOUNT
      *    OVERDUE ON THE LATEST POSTING RUN'S DELINQUENT FILE.
         03  PRJ-BUCKET-TYPE       PIC X(01).
           88  PRJ-BUCKET-ARREARS            VALUE "A".
           88  PRJ-BUCKET-MONTH              VALUE "M".
           88  PRJ-BUCKET-BEYOND             VALUE "B".
           88  PRJ-BUCKET-OVERDUE            VALUE "O".
         03  PRJ-DUE-MONTH         PIC 9(06).
      *    SCHEDULE PERIODS IN THE BUCKET; ON AN "O" RECORD, THE
      *    ACCOUNTS OVERDUE.
         03  PRJ-ITEM-COUNT        PIC 9(07).
         03  PRJ-PRINCIPAL         PIC 9(13)V99.
         03  PRJ-INTEREST          PIC 9(13)V99.
      *    PRINCIPAL PLUS INTEREST.
         03  PRJ-INSTALLMENT       PIC 9(13)V99.
      *    THE PART OF THE INSTALLMENT FALLING IN BONUS MONTHS.
         03  PRJ-BONUS-INSTALLMENT PIC 9(13)V99.
      *    ON AN "O" RECORD ONLY.
         03  PRJ-OVERDUE           PIC 9(13)V99.
         03  FILLER                PIC X(25).
       01  PRJ-HEADER-RECORD.
         03  PRJH-RECORD-TYPE      PIC X(01).
         03  PRJH-CREATED-DATE     PIC 9(08).
         03  PRJH-FIRST-MONTH      PIC 9(06).
         03  PRJH-HORIZON          PIC 9(03).
      *    AS-OF DATE OF THE DELINQUENT FILE; ZERO IF NONE.
         03  PRJH-OVERDUE-ASOF     PIC 9(08).
         03  FILLER                PIC X(94).
       01  PRJ-TRAILER-RECORD.
         03  PRJT-RECORD-TYPE      PIC X(01).
         03  PRJT-DETAIL-COUNT     PIC 9(07).
      *    WHOLE-PORTFOLIO TOTALS OVER EVERY BUCKET.
         03  PRJT-PRINCIPAL-TOTAL  PIC 9(13)V99.
         03  PRJT-INSTALLMENT-TOTAL PIC 9(13)V99.
         03  PRJT-OVERDUE-TOTAL    PIC 9(13)V99.
         03  FILLER                PIC X(67).
