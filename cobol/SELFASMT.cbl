      ****************************************************************
      *                                                              *
      *         QUARTER-END SELF-ASSESSMENT AND LOAN-LOSS PROVISION  *
      *                                                              *
      *    CLASSIFIES EVERY ACTIVE ACCOUNT ON THE LOAN MASTER INTO   *
      *    THE BORROWER CATEGORIES (SAIMUSHA KUBUN) -- NORMAL,       *
      *    NEEDS ATTENTION, SPECIAL ATTENTION, IN DANGER OF          *
      *    BANKRUPTCY, DE FACTO BANKRUPT -- FROM HOW MANY MONTHS IT  *
      *    IS BEHIND AND HOW MUCH IT HAS OVERDUE ON THE LATEST       *
      *    POSTING RUN IN THE DELINQUENCY HISTORY, AND FROM ANY      *
      *    LATE CHARGES ASSESSED AND STILL UNPAID.  THE THRESHOLDS   *
      *    AND EACH CATEGORY'S PROVISION RATE COME OFF THE           *
      *    PROVISION-RATE PARAMETER CARDS.  THE PROVISION IS THE     *
      *    RATE APPLIED TO THE PRINCIPAL STILL OUTSTANDING -- THE    *
      *    PRINCIPAL OF EVERY SCHEDULE PERIOD AFTER THE POSTING      *
      *    LEDGER'S SETTLED-THRU POSITION.                           *
      *                                                              *
      *    EACH ACCOUNT'S CLASSIFICATION GOES ON THE HISTORY FILE.   *
      *    THE LAST QUARTER ON IT GIVES THE MIGRATION COUNTS --      *
      *    WHERE LAST QUARTER'S ACCOUNTS WENT, INCLUDING THOSE SINCE *
      *    CLOSED OR WRITTEN OFF -- AND THE ALLOWANCE ALREADY        *
      *    BOOKED, SO THE JOURNAL HANDED TO ACCOUNTING CARRIES ONLY  *
      *    THE CHANGE IN THE ALLOWANCE.  A FIRST RUN, WITH NO        *
      *    HISTORY, BOOKS THE WHOLE ALLOWANCE.                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             SELFASMT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    PROVISION-RATE CARDS, ONE PER BORROWER CATEGORY
           SELECT  PARM-FILE      ASSIGN TO "PROVPARM"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PARM-FILE-STATUS.
      *    LOAN MASTER, WALKED IN ACCOUNT ORDER
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    SEQUENTIAL
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
      *    DELINQUENCY HISTORY WRITTEN BY THE POSTING RUN
           SELECT  DLQH-FILE      ASSIGN TO "DLQHIST"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS DLQH-KEY
                   FILE STATUS    IS DLQH-FILE-STATUS.
      *    LATE CHARGES ASSESSED, KEYED ON ACCOUNT AND DATE
           SELECT  LCHG-FILE      ASSIGN TO "LATECHG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LCHG-KEY
                   FILE STATUS    IS LCHG-FILE-STATUS.
      *    CLASSIFICATION HISTORY, ONE RECORD PER ACCOUNT PER RUN
           SELECT  CLSH-FILE      ASSIGN TO "CLASHIST"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS CLSH-KEY
                   FILE STATUS    IS CLSH-FILE-STATUS.
      *    PROVISION JOURNAL HANDED TO ACCOUNTING, IN THE SAME
      *    LAYOUT AS THE MONTH-END ACCRUAL JOURNAL
           SELECT  JRNL-FILE      ASSIGN TO "PROVJRNL"
                   ORGANIZATION   SEQUENTIAL.
      *    PRINTED CLASSIFICATION REPORT
           SELECT  RPT-FILE       ASSIGN TO "CLASRPT"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROVPARM.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  DLQH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DLQHREC.
       FD  LCHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LCHGREC.
       FD  CLSH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CLASHREC.
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
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
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  DLQH-FILE-STATUS  PIC XX.
           88  DLQH-FILE-OK                   VALUE "00".
         03  LCHG-FILE-STATUS  PIC XX.
           88  LCHG-FILE-OK                   VALUE "00".
           88  LCHG-FILE-NOT-FOUND            VALUE "35".
         03  CLSH-FILE-STATUS  PIC XX.
           88  CLSH-FILE-OK                   VALUE "00".
           88  CLSH-FILE-NOT-FOUND            VALUE "35".
         03  WK-LCHG-SWITCH    PIC X          VALUE "N".
           88  WK-LCHG-PRESENT                VALUE "Y".
         03  WK-TODAY          PIC 9(08).
       01  COUNT-AREA.
         03  COUNT-MASTERS     PIC 9(07)      COMP VALUE 0.
         03  COUNT-CLASSIFIED  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-SCHEDULE PIC 9(07)      COMP VALUE 0.
         03  COUNT-NEW         PIC 9(07)      COMP VALUE 0.
         03  COUNT-EXITS       PIC 9(07)      COMP VALUE 0.
         03  COUNT-PRIOR       PIC 9(07)      COMP VALUE 0.
       01  TOTAL-AREA.
         03  TOTAL-BALANCE     PIC 9(13)V99   VALUE 0.
         03  TOTAL-OVERDUE     PIC 9(13)V99   VALUE 0.
         03  TOTAL-LATE-CHG    PIC 9(13)V99   VALUE 0.
         03  TOTAL-PROVISION   PIC 9(13)V99   VALUE 0.
         03  TOTAL-PRIOR-PROV  PIC 9(13)V99   VALUE 0.
         03  TOTAL-DEBITS      PIC 9(13)V99   VALUE 0.
         03  TOTAL-CREDITS     PIC 9(13)V99   VALUE 0.
      *    ONE GL ACCOUNT'S NET MOVEMENT, DEBIT POSITIVE.
         03  GL-NET            PIC S9(13)V99  VALUE 0.
       01  CAT-AREA.
      *    THE FIVE CATEGORIES AS LOADED OFF THE PARAMETER CARDS,
      *    WITH THEIR QUARTER-END TOTALS.
         03  CAT-IX            PIC 9(02)      COMP.
         03  CAT-LOADED-COUNT  PIC 9(02)      COMP VALUE 0.
         03  CAT-TABLE.
           05  CAT-ENTRY       OCCURS 5 TIMES.
             07  CAT-LOADED    PIC X(01).
             07  CAT-NAME      PIC X(20).
             07  CAT-MIN-BEHIND PIC 9(03).
             07  CAT-MIN-OVERDUE PIC 9(09)V99.
             07  CAT-LATE-FLAG PIC X(01).
             07  CAT-RATE      PIC 9(03)V9(03).
             07  CAT-COUNT     PIC 9(07)      COMP.
             07  CAT-BALANCE   PIC 9(13)V99.
             07  CAT-OVERDUE   PIC 9(13)V99.
             07  CAT-LATE-CHG  PIC 9(13)V99.
             07  CAT-PROVISION PIC 9(13)V99.
       01  MIG-AREA.
      *    ROWS ARE LAST QUARTER'S CATEGORY, ROW 6 AN ACCOUNT NOT
      *    CLASSIFIED LAST QUARTER.  COLUMNS ARE THIS QUARTER'S
      *    CATEGORY, COLUMN 6 CLOSED SINCE, COLUMN 7 WRITTEN OFF
      *    SINCE; COLUMN 8 IS THE ROW TOTAL, FILLED AT PRINT TIME.
         03  MIG-ROW-IX        PIC 9(02)      COMP.
         03  MIG-COL-IX        PIC 9(02)      COMP.
         03  MIG-TABLE.
           05  MIG-ROW         OCCURS 6 TIMES.
             07  MIG-CELL      PIC 9(07)      COMP OCCURS 8 TIMES.
       01  SA-AREA.
      *    THE LATEST POSTING RUN ON THE DELINQUENCY HISTORY, AND
      *    THE LAST EARLIER CLASSIFICATION RUN ON THE HISTORY.
         03  SA-DLQ-RUN-DATE   PIC 9(08)      VALUE 0.
         03  SA-PRIOR-DATE     PIC 9(08)      VALUE 0.
      *    ONE ACCOUNT'S POSITION, ARREARS AND CLASSIFICATION.
         03  SA-THRU           PIC 9(04)      COMP.
         03  SA-PERIODS-LEFT   PIC 9(04)      COMP.
         03  SA-BALANCE        PIC 9(11)V99.
         03  SA-BEHIND         PIC 9(03).
         03  SA-OVERDUE        PIC 9(09)V99.
         03  SA-LAST-DLQ-DATE  PIC 9(08).
         03  SA-LAST-BEHIND    PIC 9(03).
         03  SA-LAST-OVERDUE   PIC 9(09)V99.
         03  SA-LATE-CHG       PIC 9(09)V99.
         03  SA-CATEGORY       PIC 9(02)      COMP.
         03  SA-PRIOR-CAT      PIC 9(02)      COMP.
         03  SA-PROVISION      PIC 9(11)V99.
         03  SA-LOOP-EOF-SWITCH PIC X.
           88  SA-LOOP-EOF                    VALUE "Y".
         03  SA-MET-SWITCH     PIC X.
           88  SA-THRESHOLD-MET               VALUE "Y".
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "SELFASMT - SELF-ASSESSMENT CLASSIFICATION".
         03  FILLER            PIC X(10)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(58)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(20)      VALUE "BORROWER-NAME".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(03)      VALUE "BHD".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "   AMT OVERDUE".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "   LATE CHARGE".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "       BALANCE".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(22)      VALUE "CATEGORY".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(05)      VALUE "PRIOR".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(14)      VALUE "     PROVISION".
         03  FILLER            PIC X(08)      VALUE SPACE.
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(01).
         03  DTL-NAME          PIC X(20).
         03  FILLER            PIC X(01).
         03  DTL-BEHIND        PIC ZZ9.
         03  FILLER            PIC X(01).
         03  DTL-OVERDUE       PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-LATE-CHG      PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01).
         03  DTL-CATEGORY      PIC 9(01).
         03  FILLER            PIC X(01).
         03  DTL-CAT-NAME      PIC X(20).
         03  FILLER            PIC X(01).
         03  DTL-PRIOR         PIC X(05).
         03  FILLER            PIC X(01).
         03  DTL-PROVISION     PIC ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(08).
       01  CAT-HEAD-LINE.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(22)      VALUE "CATEGORY".
         03  FILLER            PIC X(10)      VALUE "  ACCOUNTS".
         03  FILLER            PIC X(22)      VALUE
             "   BALANCE OUTSTANDING".
         03  FILLER            PIC X(08)      VALUE "  RATE %".
         03  FILLER            PIC X(22)      VALUE
             "             PROVISION".
         03  FILLER            PIC X(19)      VALUE
             "     AMOUNT OVERDUE".
         03  FILLER            PIC X(19)      VALUE
             "  LATE CHARGES DUE".
         03  FILLER            PIC X(06)      VALUE SPACE.
       01  CAT-TOTAL-LINE.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  CTL-CATEGORY      PIC 9(01)      BLANK WHEN ZERO.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-NAME          PIC X(20).
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-RATE          PIC ZZ9.999.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-PROVISION     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-OVERDUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  CTL-LATE-CHG      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(06)      VALUE SPACE.
       01  MIG-HEAD-LINE-1.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(44)      VALUE
             "MIGRATION SINCE LAST QUARTER, AS OF".
         03  MIG-HEAD-DATE     PIC 9999/99/99.
         03  FILLER            PIC X(74)      VALUE SPACE.
       01  MIG-HEAD-LINE-2.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(22)      VALUE "FROM \ TO".
         03  FILLER            PIC X(11)      VALUE "      CAT 1".
         03  FILLER            PIC X(11)      VALUE "      CAT 2".
         03  FILLER            PIC X(11)      VALUE "      CAT 3".
         03  FILLER            PIC X(11)      VALUE "      CAT 4".
         03  FILLER            PIC X(11)      VALUE "      CAT 5".
         03  FILLER            PIC X(11)      VALUE "     CLOSED".
         03  FILLER            PIC X(11)      VALUE "    WR. OFF".
         03  FILLER            PIC X(11)      VALUE "      TOTAL".
         03  FILLER            PIC X(18)      VALUE SPACE.
       01  MIG-LINE.
         03  FILLER            PIC X(04).
         03  MGL-CATEGORY      PIC 9(01).
         03  FILLER            PIC X(01).
         03  MGL-NAME          PIC X(20).
         03  MGL-CELL          OCCURS 8 TIMES.
           05  FILLER          PIC X(02).
           05  MGL-COUNT       PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(18).
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
           PERFORM MAIN-050-LOAD-PARM.
           PERFORM MAIN-060-FIND-DLQ-RUN.
           PERFORM MAIN-070-FIND-PRIOR-RUN.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
           PERFORM MAIN-020-READ-MSTR.
           PERFORM MAIN-100-ACCOUNT-LOOP
                   UNTIL   WK-MSTR-EOF.
           PERFORM MAIN-700-PRINT-CATEGORIES.
           PERFORM MAIN-750-PRINT-MIGRATION.
           PERFORM MAIN-800-WRITE-JOURNAL.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    A MISSING LEDGER OR DELINQUENCY HISTORY WOULD CLASSIFY
      *    THE WHOLE BOOK AS NORMAL AND UNDER-PROVIDE; A FAILED
      *    OPEN ENDS THE RUN HERE, LOUDLY.  NO LATE-CHARGE FILE
      *    MEANS NO CHARGE HAS EVER BEEN ASSESSED.
           OPEN    INPUT  MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "SELFASMT - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "SELFASMT - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "SELFASMT - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  DLQH-FILE.
           IF      NOT DLQH-FILE-OK
                   DISPLAY "SELFASMT - CANNOT OPEN DLQHIST, "
                           "STATUS " DLQH-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    INPUT  LCHG-FILE.
           IF      LCHG-FILE-OK
                   MOVE    "Y"       TO WK-LCHG-SWITCH
           ELSE
               IF      NOT LCHG-FILE-NOT-FOUND
                   DISPLAY "SELFASMT - CANNOT OPEN LATECHG, "
                           "STATUS " LCHG-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *    ON THE VERY FIRST CLASSIFICATION RUN THE HISTORY FILE
      *    DOES NOT EXIST YET; CREATE IT EMPTY AND REOPEN FOR
      *    UPDATE.
           OPEN    I-O    CLSH-FILE.
           IF      CLSH-FILE-NOT-FOUND
                   OPEN    OUTPUT CLSH-FILE
                   CLOSE   CLSH-FILE
                   OPEN    I-O    CLSH-FILE
           END-IF.
           OPEN    OUTPUT JRNL-FILE.
           OPEN    OUTPUT RPT-FILE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO HEAD-DATE.
           MOVE    WK-TODAY          TO MIG-HEAD-DATE.
           PERFORM MAIN-015-CLEAR-MIGRATION
                   VARYING MIG-ROW-IX FROM 1 BY 1
                   UNTIL   MIG-ROW-IX > 6.
       MAIN-015-CLEAR-MIGRATION.
           PERFORM MAIN-016-CLEAR-CELL
                   VARYING MIG-COL-IX FROM 1 BY 1
                   UNTIL   MIG-COL-IX > 8.
       MAIN-016-CLEAR-CELL.
           MOVE    0 TO MIG-CELL (MIG-ROW-IX MIG-COL-IX).
       MAIN-020-READ-MSTR.
           READ    MSTR-FILE
                   AT END
                           MOVE    "Y"       TO WK-MSTR-EOF-SWITCH
           END-READ.
       MAIN-050-LOAD-PARM.
      *    ALL FIVE CATEGORIES MUST BE ON THE CARDS, EACH ONCE AND
      *    PUNCHED CLEANLY.  A RUN WITH A CATEGORY MISSING OR A
      *    RATE MISREAD WOULD MIS-STATE THE ALLOWANCE, SO ANY BAD
      *    CARD ENDS THE RUN BEFORE ANYTHING IS CLASSIFIED.
           PERFORM MAIN-055-CLEAR-CATEGORY
                   VARYING CAT-IX FROM 1 BY 1
                   UNTIL   CAT-IX > 5.
           OPEN    INPUT  PARM-FILE.
           IF      NOT PARM-FILE-OK
                   DISPLAY "SELFASMT - CANNOT OPEN PROVPARM, "
                           "STATUS " PARM-FILE-STATUS
                   STOP RUN
           END-IF.
           PERFORM MAIN-057-READ-PARM.
           PERFORM MAIN-058-TAKE-PARM
                   UNTIL   WK-PARM-EOF.
           CLOSE   PARM-FILE.
           IF      CAT-LOADED-COUNT NOT = 5
                   DISPLAY "SELFASMT - PROVPARM NEEDS ALL 5 "
                           "CATEGORIES, FOUND " CAT-LOADED-COUNT
                   STOP RUN
           END-IF.
       MAIN-055-CLEAR-CATEGORY.
           MOVE    "N"               TO CAT-LOADED    (CAT-IX).
           MOVE    SPACE             TO CAT-NAME      (CAT-IX).
           MOVE    0                 TO CAT-MIN-BEHIND (CAT-IX).
           MOVE    0                 TO CAT-MIN-OVERDUE (CAT-IX).
           MOVE    "N"               TO CAT-LATE-FLAG (CAT-IX).
           MOVE    0                 TO CAT-RATE      (CAT-IX).
           MOVE    0                 TO CAT-COUNT     (CAT-IX).
           MOVE    0                 TO CAT-BALANCE   (CAT-IX).
           MOVE    0                 TO CAT-OVERDUE   (CAT-IX).
           MOVE    0                 TO CAT-LATE-CHG  (CAT-IX).
           MOVE    0                 TO CAT-PROVISION (CAT-IX).
       MAIN-057-READ-PARM.
           READ    PARM-FILE
                   AT END
                           MOVE    "Y"       TO WK-PARM-EOF-SWITCH
           END-READ.
       MAIN-058-TAKE-PARM.
           IF      PRVP-CATEGORY-X NOT NUMERIC
                OR PRVP-CATEGORY < 1
                OR PRVP-CATEGORY > 5
                   DISPLAY "SELFASMT - PROVPARM BAD CATEGORY: "
                           PRVP-CATEGORY-X
                   STOP RUN
           END-IF.
           IF      PRVP-MIN-BEHIND-X  NOT NUMERIC
                OR PRVP-MIN-OVERDUE-X NOT NUMERIC
                OR PRVP-RATE-X        NOT NUMERIC
                OR NOT PRVP-LATE-CHG-VALID
                   DISPLAY "SELFASMT - PROVPARM BAD CARD FOR "
                           "CATEGORY " PRVP-CATEGORY
                   STOP RUN
           END-IF.
           IF      PRVP-RATE > 100
                   DISPLAY "SELFASMT - PROVPARM RATE OVER 100% "
                           "FOR CATEGORY " PRVP-CATEGORY
                   STOP RUN
           END-IF.
           MOVE    PRVP-CATEGORY     TO CAT-IX.
           IF      CAT-LOADED (CAT-IX) = "Y"
                   DISPLAY "SELFASMT - PROVPARM CATEGORY TWICE: "
                           PRVP-CATEGORY
                   STOP RUN
           END-IF.
           MOVE    "Y"               TO CAT-LOADED    (CAT-IX).
           MOVE    PRVP-CAT-NAME     TO CAT-NAME      (CAT-IX).
           MOVE    PRVP-MIN-BEHIND   TO CAT-MIN-BEHIND (CAT-IX).
           MOVE    PRVP-MIN-OVERDUE  TO CAT-MIN-OVERDUE (CAT-IX).
           IF      PRVP-LATE-CHG-FLAG = "Y"
                   MOVE    "Y"       TO CAT-LATE-FLAG (CAT-IX)
           END-IF.
           MOVE    PRVP-RATE         TO CAT-RATE      (CAT-IX).
           ADD     1                 TO CAT-LOADED-COUNT.
           PERFORM MAIN-057-READ-PARM.
       MAIN-060-FIND-DLQ-RUN.
      *    THE POSTING RUN WRITES A HISTORY RECORD ONLY FOR AN
      *    ACCOUNT BEHIND, SO THE LATEST AS-OF DATE ON THE FILE IS
      *    THE LATEST POSTING RUN.  AN ACCOUNT WHOSE OWN LATEST
      *    RECORD IS OLDER HAS CAUGHT UP SINCE.
           MOVE    "N"               TO WK-EOF-SWITCH.
           MOVE    0                 TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-EOF-SWITCH
           END-START.
           IF      NOT WK-EOF
                   PERFORM MAIN-062-READ-DLQH
                   PERFORM MAIN-064-NOTE-DLQ-DATE
                           UNTIL   WK-EOF
           END-IF.
       MAIN-062-READ-DLQH.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"       TO WK-EOF-SWITCH
           END-READ.
       MAIN-064-NOTE-DLQ-DATE.
           IF      DLQH-ASOF-DATE > SA-DLQ-RUN-DATE
               AND DLQH-ASOF-DATE NOT > WK-TODAY
                   MOVE    DLQH-ASOF-DATE TO SA-DLQ-RUN-DATE
           END-IF.
           PERFORM MAIN-062-READ-DLQH.
       MAIN-070-FIND-PRIOR-RUN.
      *    THE LATEST CLASSIFICATION BEFORE TODAY IS LAST QUARTER.
      *    ITS PROVISIONS ADD UP TO THE ALLOWANCE ALREADY BOOKED.
           MOVE    "N"               TO WK-EOF-SWITCH.
           MOVE    0                 TO CLSH-ACCOUNT-NO.
           MOVE    0                 TO CLSH-ASOF-DATE.
           START   CLSH-FILE KEY NOT < CLSH-KEY
                   INVALID KEY
                           MOVE    "Y"   TO WK-EOF-SWITCH
           END-START.
           IF      NOT WK-EOF
                   PERFORM MAIN-072-READ-CLSH
                   PERFORM MAIN-074-NOTE-PRIOR
                           UNTIL   WK-EOF
           END-IF.
           DISPLAY "SELFASMT - LATEST POSTING   : " SA-DLQ-RUN-DATE.
           DISPLAY "SELFASMT - PRIOR QUARTER    : " SA-PRIOR-DATE.
       MAIN-072-READ-CLSH.
           READ    CLSH-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"       TO WK-EOF-SWITCH
           END-READ.
       MAIN-074-NOTE-PRIOR.
           IF      CLSH-ASOF-DATE < WK-TODAY
               IF      CLSH-ASOF-DATE > SA-PRIOR-DATE
                       MOVE    CLSH-ASOF-DATE TO SA-PRIOR-DATE
                       MOVE    0             TO TOTAL-PRIOR-PROV
                       MOVE    0             TO COUNT-PRIOR
               END-IF
               IF      CLSH-ASOF-DATE = SA-PRIOR-DATE
                       ADD     CLSH-PROVISION TO TOTAL-PRIOR-PROV
                       ADD     1             TO COUNT-PRIOR
               END-IF
           END-IF.
           PERFORM MAIN-072-READ-CLSH.
       MAIN-100-ACCOUNT-LOOP.
           ADD     1                 TO COUNT-MASTERS.
           IF      MSTR-ACTIVE
                   PERFORM MAIN-200-CLASSIFY-ACCOUNT
           ELSE
                   PERFORM MAIN-600-NOTE-EXIT
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-CLASSIFY-ACCOUNT.
           ADD     1                 TO COUNT-CLASSIFIED.
           PERFORM MAIN-300-GET-POSITION.
           PERFORM MAIN-320-GET-BALANCE.
           PERFORM MAIN-400-GET-ARREARS.
           PERFORM MAIN-450-GET-LATE-CHARGES.
           PERFORM MAIN-500-PICK-CATEGORY.
           COMPUTE SA-PROVISION ROUNDED =
                   SA-BALANCE * CAT-RATE (SA-CATEGORY) / 100.
           PERFORM MAIN-550-GET-PRIOR.
           MOVE    SA-CATEGORY       TO MIG-COL-IX.
           ADD     1 TO MIG-CELL (MIG-ROW-IX MIG-COL-IX).
           ADD     1                 TO CAT-COUNT     (SA-CATEGORY).
           ADD     SA-BALANCE        TO CAT-BALANCE   (SA-CATEGORY).
           ADD     SA-OVERDUE        TO CAT-OVERDUE   (SA-CATEGORY).
           ADD     SA-LATE-CHG       TO CAT-LATE-CHG  (SA-CATEGORY).
           ADD     SA-PROVISION      TO CAT-PROVISION (SA-CATEGORY).
           ADD     SA-BALANCE        TO TOTAL-BALANCE.
           ADD     SA-OVERDUE        TO TOTAL-OVERDUE.
           ADD     SA-LATE-CHG       TO TOTAL-LATE-CHG.
           ADD     SA-PROVISION      TO TOTAL-PROVISION.
           PERFORM MAIN-570-WRITE-HISTORY.
           MOVE    SPACE             TO DETAIL-LINE.
           MOVE    MSTR-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-NAME TO DTL-NAME.
           MOVE    SA-BEHIND         TO DTL-BEHIND.
           MOVE    SA-OVERDUE        TO DTL-OVERDUE.
           MOVE    SA-LATE-CHG       TO DTL-LATE-CHG.
           MOVE    SA-BALANCE        TO DTL-BALANCE.
           MOVE    SA-CATEGORY       TO DTL-CATEGORY.
           MOVE    CAT-NAME (SA-CATEGORY) TO DTL-CAT-NAME.
           IF      SA-PRIOR-CAT = 0
                   MOVE    "NEW"     TO DTL-PRIOR
           ELSE
                   MOVE    SA-PRIOR-CAT TO DTL-PRIOR
           END-IF.
           MOVE    SA-PROVISION      TO DTL-PROVISION.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
       MAIN-300-GET-POSITION.
      *    THE HIGHEST-SEQUENCE LEDGER RECORD CARRIES THE
      *    ACCOUNT'S POSITION; AN ACCOUNT NEVER POSTED HAS SETTLED
      *    NOTHING.
           MOVE    0                 TO SA-THRU.
           MOVE    "N"               TO SA-LOOP-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-START.
           IF      NOT SA-LOOP-EOF
                   PERFORM MAIN-305-READ-LEDGER
                   PERFORM MAIN-310-KEEP-POSITION
                           UNTIL   SA-LOOP-EOF
           END-IF.
       MAIN-305-READ-LEDGER.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-READ.
       MAIN-310-KEEP-POSITION.
           IF      LEDG-ACCOUNT-NO = MSTR-ACCOUNT-NO
                   MOVE    LEDG-THRU-PERIOD TO SA-THRU
                   PERFORM MAIN-305-READ-LEDGER
           ELSE
                   MOVE    "Y"       TO SA-LOOP-EOF-SWITCH
           END-IF.
       MAIN-320-GET-BALANCE.
      *    THE PRINCIPAL STILL OUTSTANDING IS THE PRINCIPAL OF
      *    EVERY PERIOD AFTER THE LAST ONE SETTLED, SUMMED OFF THE
      *    SCHEDULE SO A PREPAYMENT'S RE-AMORTIZED TAIL COUNTS AT
      *    WHAT IT NOW IS.  AN UNSETTLED ACCOUNT WITH NO SCHEDULE
      *    LEFT IS NAMED AND CARRIES NO BALANCE.
           MOVE    0                 TO SA-BALANCE.
           MOVE    0                 TO SA-PERIODS-LEFT.
           MOVE    "N"               TO SA-LOOP-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO SCHD-ACCOUNT-NO.
           COMPUTE SCHD-PERIOD-NO = SA-THRU + 1.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-START.
           IF      NOT SA-LOOP-EOF
                   PERFORM MAIN-325-READ-SCHD
                   PERFORM MAIN-330-ADD-PERIOD
                           UNTIL   SA-LOOP-EOF
           END-IF.
           IF      SA-PERIODS-LEFT = 0
               AND SA-THRU < MSTR-PERIODS
                   ADD     1         TO COUNT-NO-SCHEDULE
                   DISPLAY "SELFASMT - NO SCHEDULE FOR "
                           MSTR-ACCOUNT-NO
           END-IF.
       MAIN-325-READ-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-READ.
       MAIN-330-ADD-PERIOD.
           IF      SCHD-ACCOUNT-NO = MSTR-ACCOUNT-NO
                   ADD     1         TO SA-PERIODS-LEFT
                   ADD     SCHD-PRINCIPAL-PAID TO SA-BALANCE
                   PERFORM MAIN-325-READ-SCHD
           ELSE
                   MOVE    "Y"       TO SA-LOOP-EOF-SWITCH
           END-IF.
       MAIN-400-GET-ARREARS.
      *    THE ACCOUNT'S LATEST HISTORY RECORD COUNTS ONLY IF IT IS
      *    FROM THE LATEST POSTING RUN; OTHERWISE THE ACCOUNT WAS
      *    CURRENT WHEN LAST POSTED.
           MOVE    0                 TO SA-BEHIND.
           MOVE    0                 TO SA-OVERDUE.
           MOVE    0                 TO SA-LAST-DLQ-DATE.
           MOVE    0                 TO SA-LAST-BEHIND.
           MOVE    0                 TO SA-LAST-OVERDUE.
           MOVE    "N"               TO SA-LOOP-EOF-SWITCH.
           MOVE    MSTR-ACCOUNT-NO   TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-START.
           IF      NOT SA-LOOP-EOF
                   PERFORM MAIN-405-READ-DLQH
                   PERFORM MAIN-410-KEEP-ARREARS
                           UNTIL   SA-LOOP-EOF
           END-IF.
           IF      SA-LAST-DLQ-DATE = SA-DLQ-RUN-DATE
               AND SA-LAST-DLQ-DATE > 0
                   MOVE    SA-LAST-BEHIND  TO SA-BEHIND
                   MOVE    SA-LAST-OVERDUE TO SA-OVERDUE
           END-IF.
       MAIN-405-READ-DLQH.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-READ.
       MAIN-410-KEEP-ARREARS.
           IF      DLQH-ACCOUNT-NO = MSTR-ACCOUNT-NO
               IF      DLQH-ASOF-DATE NOT > WK-TODAY
                       MOVE    DLQH-ASOF-DATE      TO SA-LAST-DLQ-DATE
                       MOVE    DLQH-PERIODS-BEHIND TO SA-LAST-BEHIND
                       MOVE    DLQH-AMOUNT-OVERDUE TO SA-LAST-OVERDUE
               END-IF
               PERFORM MAIN-405-READ-DLQH
           ELSE
                   MOVE    "Y"       TO SA-LOOP-EOF-SWITCH
           END-IF.
       MAIN-450-GET-LATE-CHARGES.
      *    NOTHING IN THE SYSTEM COLLECTS A LATE CHARGE AGAINST ITS
      *    ASSESSMENT, SO EVERY CHARGE ON FILE IS STILL UNPAID.
           MOVE    0                 TO SA-LATE-CHG.
           IF      WK-LCHG-PRESENT
                   MOVE    "N"       TO SA-LOOP-EOF-SWITCH
                   MOVE    MSTR-ACCOUNT-NO TO LCHG-ACCOUNT-NO
                   MOVE    0         TO LCHG-ASSESS-DATE
                   START   LCHG-FILE KEY NOT < LCHG-KEY
                           INVALID KEY
                                   MOVE "Y" TO SA-LOOP-EOF-SWITCH
                   END-START
                   IF      NOT SA-LOOP-EOF
                           PERFORM MAIN-455-READ-LCHG
                           PERFORM MAIN-460-ADD-CHARGE
                                   UNTIL   SA-LOOP-EOF
                   END-IF
           END-IF.
       MAIN-455-READ-LCHG.
           READ    LCHG-FILE NEXT RECORD
                   AT END
                           MOVE    "Y"   TO SA-LOOP-EOF-SWITCH
           END-READ.
       MAIN-460-ADD-CHARGE.
           IF      LCHG-ACCOUNT-NO = MSTR-ACCOUNT-NO
               IF      LCHG-ASSESS-DATE NOT > WK-TODAY
                       ADD     LCHG-CHARGE TO SA-LATE-CHG
               END-IF
               PERFORM MAIN-455-READ-LCHG
           ELSE
                   MOVE    "Y"       TO SA-LOOP-EOF-SWITCH
           END-IF.
       MAIN-500-PICK-CATEGORY.
      *    THE WORST CATEGORY WHOSE THRESHOLD THE ACCOUNT MEETS,
      *    TESTED FROM DE FACTO BANKRUPT DOWN; NONE MET IS NORMAL.
           MOVE    1                 TO SA-CATEGORY.
           MOVE    "N"               TO SA-MET-SWITCH.
           PERFORM MAIN-510-TEST-CATEGORY
                   VARYING CAT-IX FROM 5 BY -1
                   UNTIL   CAT-IX < 2
                      OR   SA-THRESHOLD-MET.
       MAIN-510-TEST-CATEGORY.
           IF      CAT-MIN-BEHIND (CAT-IX) > 0
               AND SA-BEHIND NOT < CAT-MIN-BEHIND (CAT-IX)
                   MOVE    "Y"       TO SA-MET-SWITCH
           END-IF.
           IF      CAT-MIN-OVERDUE (CAT-IX) > 0
               AND SA-OVERDUE NOT < CAT-MIN-OVERDUE (CAT-IX)
                   MOVE    "Y"       TO SA-MET-SWITCH
           END-IF.
           IF      CAT-LATE-FLAG (CAT-IX) = "Y"
               AND SA-LATE-CHG > 0
                   MOVE    "Y"       TO SA-MET-SWITCH
           END-IF.
           IF      SA-THRESHOLD-MET
                   MOVE    CAT-IX    TO SA-CATEGORY
           END-IF.
       MAIN-550-GET-PRIOR.
      *    LAST QUARTER'S CATEGORY PICKS THE MIGRATION ROW; AN
      *    ACCOUNT NOT CLASSIFIED THEN IS NEW THIS QUARTER.
           MOVE    0                 TO SA-PRIOR-CAT.
           IF      SA-PRIOR-DATE > 0
                   MOVE    MSTR-ACCOUNT-NO TO CLSH-ACCOUNT-NO
                   MOVE    SA-PRIOR-DATE   TO CLSH-ASOF-DATE
                   READ    CLSH-FILE
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   MOVE CLSH-CATEGORY TO SA-PRIOR-CAT
                   END-READ
           END-IF.
           IF      SA-PRIOR-CAT < 1
                OR SA-PRIOR-CAT > 5
                   MOVE    0         TO SA-PRIOR-CAT
                   MOVE    6         TO MIG-ROW-IX
                   ADD     1         TO COUNT-NEW
           ELSE
                   MOVE    SA-PRIOR-CAT TO MIG-ROW-IX
           END-IF.
       MAIN-570-WRITE-HISTORY.
           MOVE    MSTR-ACCOUNT-NO   TO CLSH-ACCOUNT-NO.
           MOVE    WK-TODAY          TO CLSH-ASOF-DATE.
           MOVE    SA-CATEGORY       TO CLSH-CATEGORY.
           MOVE    SA-BEHIND         TO CLSH-PERIODS-BEHIND.
           MOVE    SA-OVERDUE        TO CLSH-AMOUNT-OVERDUE.
           MOVE    SA-LATE-CHG       TO CLSH-LATE-CHARGES.
           MOVE    SA-BALANCE        TO CLSH-BALANCE.
           MOVE    SA-PROVISION      TO CLSH-PROVISION.
           WRITE   CLSH-RECORD
                   INVALID KEY
                           REWRITE CLSH-RECORD
           END-WRITE.
       MAIN-600-NOTE-EXIT.
      *    AN ACCOUNT CLASSIFIED LAST QUARTER AND SINCE CLOSED OR
      *    WRITTEN OFF LEAVES THE BOOK; IT IS COUNTED IN THE
      *    MIGRATION SO LAST QUARTER'S ROWS STILL ADD UP.
           IF      SA-PRIOR-DATE > 0
                   MOVE    MSTR-ACCOUNT-NO TO CLSH-ACCOUNT-NO
                   MOVE    SA-PRIOR-DATE   TO CLSH-ASOF-DATE
                   READ    CLSH-FILE
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   PERFORM MAIN-610-COUNT-EXIT
                   END-READ
           END-IF.
       MAIN-610-COUNT-EXIT.
           IF      CLSH-CATEGORY NOT < 1
               AND CLSH-CATEGORY NOT > 5
                   MOVE    CLSH-CATEGORY TO MIG-ROW-IX
                   IF      MSTR-WRITTEN-OFF
                           MOVE    7     TO MIG-COL-IX
                   ELSE
                           MOVE    6     TO MIG-COL-IX
                   END-IF
                   ADD     1 TO MIG-CELL (MIG-ROW-IX MIG-COL-IX)
                   ADD     1         TO COUNT-EXITS
           END-IF.
       MAIN-700-PRINT-CATEGORIES.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           WRITE   RPT-RECORD        FROM CAT-HEAD-LINE.
           PERFORM MAIN-710-PRINT-CATEGORY
                   VARYING CAT-IX FROM 1 BY 1
                   UNTIL   CAT-IX > 5.
           MOVE    0                 TO CTL-CATEGORY.
           MOVE    "ALL CATEGORIES"  TO CTL-NAME.
           MOVE    COUNT-CLASSIFIED  TO CTL-COUNT.
           MOVE    TOTAL-BALANCE     TO CTL-BALANCE.
           MOVE    0                 TO CTL-RATE.
           MOVE    TOTAL-PROVISION   TO CTL-PROVISION.
           MOVE    TOTAL-OVERDUE     TO CTL-OVERDUE.
           MOVE    TOTAL-LATE-CHG    TO CTL-LATE-CHG.
           WRITE   RPT-RECORD        FROM CAT-TOTAL-LINE.
       MAIN-710-PRINT-CATEGORY.
           MOVE    CAT-IX            TO CTL-CATEGORY.
           MOVE    CAT-NAME      (CAT-IX) TO CTL-NAME.
           MOVE    CAT-COUNT     (CAT-IX) TO CTL-COUNT.
           MOVE    CAT-BALANCE   (CAT-IX) TO CTL-BALANCE.
           MOVE    CAT-RATE      (CAT-IX) TO CTL-RATE.
           MOVE    CAT-PROVISION (CAT-IX) TO CTL-PROVISION.
           MOVE    CAT-OVERDUE   (CAT-IX) TO CTL-OVERDUE.
           MOVE    CAT-LATE-CHG  (CAT-IX) TO CTL-LATE-CHG.
           WRITE   RPT-RECORD        FROM CAT-TOTAL-LINE.
       MAIN-750-PRINT-MIGRATION.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           WRITE   RPT-RECORD        FROM MIG-HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM MIG-HEAD-LINE-2.
           PERFORM MAIN-760-PRINT-ROW
                   VARYING MIG-ROW-IX FROM 1 BY 1
                   UNTIL   MIG-ROW-IX > 6.
       MAIN-760-PRINT-ROW.
           MOVE    SPACE             TO MIG-LINE.
           IF      MIG-ROW-IX > 5
                   MOVE "NOT CLASSIFIED THEN" TO MGL-NAME
           ELSE
                   MOVE    MIG-ROW-IX TO MGL-CATEGORY
                   MOVE    CAT-NAME (MIG-ROW-IX) TO MGL-NAME
           END-IF.
           MOVE    0 TO MIG-CELL (MIG-ROW-IX 8).
           PERFORM MAIN-770-PRINT-CELL
                   VARYING MIG-COL-IX FROM 1 BY 1
                   UNTIL   MIG-COL-IX > 7.
           MOVE    MIG-CELL (MIG-ROW-IX 8) TO MGL-COUNT (8).
           WRITE   RPT-RECORD        FROM MIG-LINE.
       MAIN-770-PRINT-CELL.
           MOVE    MIG-CELL (MIG-ROW-IX MIG-COL-IX)
                                     TO MGL-COUNT (MIG-COL-IX).
           ADD     MIG-CELL (MIG-ROW-IX MIG-COL-IX)
                                     TO MIG-CELL (MIG-ROW-IX 8).
       MAIN-800-WRITE-JOURNAL.
      *    THE ALLOWANCE IS TOPPED UP OR RELEASED TO WHAT THIS
      *    QUARTER REQUIRES: THE CHANGE AGAINST LAST QUARTER'S
      *    PROVISIONS GOES TO THE PROVISION EXPENSE AND THE
      *    ALLOWANCE, EACH ON WHICHEVER SIDE THE CHANGE FELL.  THE
      *    ALLOWANCE REQUIRED IS CARRIED AS A MEMORANDUM LINE
      *    OUTSIDE THE PROOF.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    WK-TODAY          TO JRNL-POST-DATE.
           MOVE    "52100000"        TO JRNL-GL-ACCOUNT.
           MOVE    "PROVISION FOR LOAN LOSSES"
                                     TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = TOTAL-PROVISION - TOTAL-PRIOR-PROV.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "12900000"        TO JRNL-GL-ACCOUNT.
           MOVE    "ALLOWANCE FOR LOAN LOSSES"
                                     TO JRNL-GL-CAPTION.
           COMPUTE GL-NET = TOTAL-PRIOR-PROV - TOTAL-PROVISION.
           PERFORM MAIN-820-SIDE-AND-PUT.
           MOVE    "12900000"        TO JRNL-GL-ACCOUNT.
           MOVE    "ALLOWANCE REQUIRED"
                                     TO JRNL-GL-CAPTION.
           MOVE    "M"               TO JRNL-DC-FLAG.
           MOVE    TOTAL-PROVISION   TO JRNL-AMOUNT.
           PERFORM MAIN-850-PUT-JOURNAL.
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
           MOVE    "ACCOUNTS CLASSIFIED" TO TOT-CAPTION.
           MOVE    COUNT-CLASSIFIED  TO TOT-COUNT.
           MOVE    TOTAL-PROVISION   TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "LAST QUARTER'S ALLOWANCE" TO TOT-CAPTION.
           MOVE    COUNT-PRIOR       TO TOT-COUNT.
           MOVE    TOTAL-PRIOR-PROV  TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "NEW SINCE LAST QUARTER" TO TOT-CAPTION.
           MOVE    COUNT-NEW         TO TOT-COUNT.
           MOVE    0                 TO TOT-AMOUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "CLOSED OR WRITTEN OFF" TO TOT-CAPTION.
           MOVE    COUNT-EXITS       TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "ACCOUNTS, NO SCHEDULE" TO TOT-CAPTION.
           MOVE    COUNT-NO-SCHEDULE TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           IF      TOTAL-DEBITS = TOTAL-CREDITS
                   MOVE "JOURNAL BALANCED - DEBITS EQUAL CREDITS"
                                       TO VER-TEXT
           ELSE
                   MOVE "*** JOURNAL OUT OF BALANCE ***"
                                       TO VER-TEXT
           END-IF.
           WRITE   RPT-RECORD          FROM VERDICT-LINE.
           CLOSE   MSTR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   DLQH-FILE.
           IF      WK-LCHG-PRESENT
                   CLOSE   LCHG-FILE
           END-IF.
           CLOSE   CLSH-FILE.
           CLOSE   JRNL-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "SELFASMT - MASTERS READ     : " COUNT-MASTERS.
           DISPLAY "SELFASMT - CLASSIFIED       : " COUNT-CLASSIFIED.
           DISPLAY "SELFASMT - NEW THIS QUARTER : " COUNT-NEW.
           DISPLAY "SELFASMT - LEFT THE BOOK    : " COUNT-EXITS.
           DISPLAY "SELFASMT - NO SCHEDULE      : " COUNT-NO-SCHEDULE.

      *--------------------<< END OF PROGRAM >>-----------------------*
