      ****************************************************************
      *                                                              *
      *         CLOSED-ACCOUNT ARCHIVE AND RESTORE                   *
      *                                                              *
      *    CLOSED ACCOUNTS OTHERWISE STAY ON THE LIVE INDEXED FILES  *
      *    FOREVER, AND EVERY SEQUENTIAL SWEEP OF THEM PAYS FOR IT.  *
      *    IN ARCHIVE MODE THIS RUN WALKS THE LOAN MASTER AND, FOR   *
      *    EVERY CLOSED ACCOUNT WHOSE LAST LEDGER ACTIVITY IS OLDER  *
      *    THAN THE RETENTION PERIOD ON THE PARAMETER CARD, MOVES    *
      *    ITS SCHEDULE, LEDGER, LATE-CHARGE, DELINQUENCY-HISTORY    *
      *    AND MASTER RECORDS ONTO ARCHIVE FILES OF THE SAME         *
      *    LAYOUTS AND DELETES THEM FROM THE LIVE FILES.  THE        *
      *    MASTER GOES LAST, SO A RUN THAT DIES PART WAY LEAVES THE  *
      *    ACCOUNT ON THE LIVE MASTER AND THE NEXT RUN FINISHES IT;  *
      *    THE INTEGRITY AUDIT NEVER SEES AN ORPHANED SCHEDULE.      *
      *    WRITTEN-OFF ACCOUNTS ARE NEVER ARCHIVED -- THE DEBT IS    *
      *    STILL OWED.  IN RESTORE MODE ONE NAMED ACCOUNT COMES      *
      *    BACK FROM THE ARCHIVE, MASTER FIRST.                      *
      *                                                              *
      *    EVERY LIVE AND ARCHIVE FILE IS COUNTED AND HASH-TOTALLED  *
      *    (ACCOUNT NUMBERS AND ONE AMOUNT FIELD) BEFORE AND AFTER   *
      *    THE MOVE, AND THE REGISTER PROVES, FILE BY FILE, THAT     *
      *    WHAT LEFT ONE SIDE ARRIVED ON THE OTHER.                  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             ACCTARCH.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    RUN PARAMETER, ONE CARD SELECTING LIST, ARCHIVE OR
      *    RESTORE
           SELECT  PARM-FILE      ASSIGN TO "ARCHPARM"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS PARM-FILE-STATUS.
      *    LOAN MASTER, WALKED IN ACCOUNT ORDER
           SELECT  MSTR-FILE      ASSIGN TO "LOANMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    SCHEDULE REPOSITORY
           SELECT  SCHD-FILE      ASSIGN TO "SCHDMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS SCHD-KEY
                   FILE STATUS    IS SCHD-FILE-STATUS.
      *    POSTING LEDGER; ITS LATEST POSTING DATES THE CLOSURE
           SELECT  LEDG-FILE      ASSIGN TO "PAYLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LEDG-KEY
                   FILE STATUS    IS LEDG-FILE-STATUS.
      *    LATE CHARGES ASSESSED
           SELECT  LCHG-FILE      ASSIGN TO "LATECHG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS LCHG-KEY
                   FILE STATUS    IS LCHG-FILE-STATUS.
      *    DELINQUENCY HISTORY
           SELECT  DLQH-FILE      ASSIGN TO "DLQHIST"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS DLQH-KEY
                   FILE STATUS    IS DLQH-FILE-STATUS.
      *    ARCHIVE FILES, ONE PER LIVE FILE, SAME LAYOUTS AND KEYS
           SELECT  AMST-FILE      ASSIGN TO "ARCHMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS AMST-ACCOUNT-NO
                   FILE STATUS    IS AMST-FILE-STATUS.
           SELECT  ASCH-FILE      ASSIGN TO "ARCHSCHD"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS ASCH-KEY
                   FILE STATUS    IS ASCH-FILE-STATUS.
           SELECT  ALDG-FILE      ASSIGN TO "ARCHLEDG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS ALDG-KEY
                   FILE STATUS    IS ALDG-FILE-STATUS.
           SELECT  ALCH-FILE      ASSIGN TO "ARCHLCHG"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS ALCH-KEY
                   FILE STATUS    IS ALCH-FILE-STATUS.
           SELECT  ADLH-FILE      ASSIGN TO "ARCHDLQH"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS ADLH-KEY
                   FILE STATUS    IS ADLH-FILE-STATUS.
      *    PRINTED ARCHIVE REGISTER
           SELECT  RPT-FILE       ASSIGN TO "ARCHREG"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCHPARM.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHDREC.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGREC.
       FD  LCHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LCHGREC.
       FD  DLQH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DLQHREC.
      *    THE ARCHIVE RECORDS ARE THE LIVE RECORDS BYTE FOR BYTE;
      *    ONLY THE KEY AND THE FIELD HASH-TOTALLED ARE NAMED.
       FD  AMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    LOAN MASTER, 89 BYTES -- LOAN AMOUNT AT BYTE 53
       01  AMST-RECORD.
         03  AMST-ACCOUNT-NO       PIC 9(10).
         03  FILLER                PIC X(42).
         03  AMST-LOAN             PIC 9(09).
         03  FILLER                PIC X(28).
       FD  ASCH-FILE
           LABEL RECORDS ARE STANDARD.
      *    SCHEDULE, 58 BYTES -- PRINCIPAL AT BYTE 15
       01  ASCH-RECORD.
         03  ASCH-KEY.
           05  ASCH-ACCOUNT-NO     PIC 9(10).
           05  ASCH-PERIOD-NO      PIC 9(04).
         03  ASCH-PRINCIPAL-PAID   PIC 9(09)V99.
         03  FILLER                PIC X(33).
       FD  ALDG-FILE
           LABEL RECORDS ARE STANDARD.
      *    LEDGER, 70 BYTES -- REMITTANCE AMOUNT AT BYTE 31
       01  ALDG-RECORD.
         03  ALDG-KEY.
           05  ALDG-ACCOUNT-NO     PIC 9(10).
           05  ALDG-PAY-SEQ        PIC 9(04).
         03  FILLER                PIC X(16).
         03  ALDG-PAY-AMOUNT       PIC 9(09)V99.
         03  FILLER                PIC X(29).
       FD  ALCH-FILE
           LABEL RECORDS ARE STANDARD.
      *    LATE CHARGE, 67 BYTES -- CHARGE AT BYTE 48
       01  ALCH-RECORD.
         03  ALCH-KEY.
           05  ALCH-ACCOUNT-NO     PIC 9(10).
           05  ALCH-ASSESS-DATE    PIC 9(08).
         03  FILLER                PIC X(29).
         03  ALCH-CHARGE           PIC 9(09)V99.
         03  FILLER                PIC X(09).
       FD  ADLH-FILE
           LABEL RECORDS ARE STANDARD.
      *    DELINQUENCY HISTORY, 43 BYTES -- AMOUNT OVERDUE AT BYTE 22
       01  ADLH-RECORD.
         03  ADLH-KEY.
           05  ADLH-ACCOUNT-NO     PIC 9(10).
           05  ADLH-ASOF-DATE      PIC 9(08).
         03  FILLER                PIC X(03).
         03  ADLH-AMOUNT-OVERDUE   PIC 9(09)V99.
         03  FILLER                PIC X(11).
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-PARM-EOF-SWITCH PIC X         VALUE "N".
           88  WK-PARM-EOF                    VALUE "Y".
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  WK-SCAN-EOF-SWITCH PIC X         VALUE "N".
           88  WK-SCAN-EOF                    VALUE "Y".
         03  WK-FUNCTION       PIC X          VALUE "L".
           88  WK-LIST-MODE                   VALUE "L".
           88  WK-ARCHIVE-MODE                VALUE "A".
           88  WK-RESTORE-MODE                VALUE "R".
         03  PARM-FILE-STATUS  PIC XX.
           88  PARM-FILE-OK                   VALUE "00".
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
         03  SCHD-FILE-STATUS  PIC XX.
           88  SCHD-FILE-OK                   VALUE "00".
         03  LEDG-FILE-STATUS  PIC XX.
           88  LEDG-FILE-OK                   VALUE "00".
         03  LCHG-FILE-STATUS  PIC XX.
           88  LCHG-FILE-OK                   VALUE "00".
           88  LCHG-FILE-NOT-FOUND            VALUE "35".
         03  DLQH-FILE-STATUS  PIC XX.
           88  DLQH-FILE-OK                   VALUE "00".
           88  DLQH-FILE-NOT-FOUND            VALUE "35".
         03  AMST-FILE-STATUS  PIC XX.
           88  AMST-FILE-OK                   VALUE "00".
           88  AMST-FILE-NOT-FOUND            VALUE "35".
         03  ASCH-FILE-STATUS  PIC XX.
           88  ASCH-FILE-OK                   VALUE "00".
           88  ASCH-FILE-NOT-FOUND            VALUE "35".
         03  ALDG-FILE-STATUS  PIC XX.
           88  ALDG-FILE-OK                   VALUE "00".
           88  ALDG-FILE-NOT-FOUND            VALUE "35".
         03  ALCH-FILE-STATUS  PIC XX.
           88  ALCH-FILE-OK                   VALUE "00".
           88  ALCH-FILE-NOT-FOUND            VALUE "35".
         03  ADLH-FILE-STATUS  PIC XX.
           88  ADLH-FILE-OK                   VALUE "00".
           88  ADLH-FILE-NOT-FOUND            VALUE "35".
         03  WK-TODAY          PIC 9(08).
         03  WK-TODAY-R        REDEFINES WK-TODAY.
           05  WK-TODAY-YYYY   PIC 9(04).
           05  WK-TODAY-MM     PIC 9(02).
           05  WK-TODAY-DD     PIC 9(02).
       01  COUNT-AREA.
         03  COUNT-CLOSED      PIC 9(07)      COMP VALUE 0.
         03  COUNT-ELIGIBLE    PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-DATED   PIC 9(07)      COMP VALUE 0.
         03  COUNT-RESTORED    PIC 9(07)      COMP VALUE 0.
         03  COUNT-CONFLICTS   PIC 9(07)      COMP VALUE 0.
         03  COUNT-UNBALANCED  PIC 9(07)      COMP VALUE 0.
       01  ARC-AREA.
      *    THE RETENTION IN MONTHS AND THE CUT-OFF IT GIVES: A
      *    CLOSED ACCOUNT WHOSE LAST LEDGER POSTING FELL BEFORE THE
      *    CUT-OFF HAS BEEN CLOSED LONGER THAN THE RETENTION.  THE
      *    CUT-OFF KEEPS TODAY'S DAY OF THE MONTH; WHERE THAT DAY
      *    DOES NOT EXIST IN THE CUT-OFF MONTH THE DATE STILL
      *    COMPARES IN ITS RIGHT PLACE.
         03  ARC-RETENTION     PIC 9(03)      VALUE 120.
         03  ARC-CUTOFF-DATE   PIC 9(08).
         03  ARC-CUTOFF-R      REDEFINES ARC-CUTOFF-DATE.
           05  ARC-CUTOFF-YYYY PIC 9(04).
           05  ARC-CUTOFF-MM   PIC 9(02).
           05  ARC-CUTOFF-DD   PIC 9(02).
         03  ARC-MONTHS        PIC 9(06)      COMP.
         03  ARC-ACCOUNT-NO    PIC 9(10).
         03  ARC-LAST-DATE     PIC 9(08).
         03  ARC-LIVE-SWITCH   PIC X.
           88  ARC-ON-LIVE                    VALUE "Y".
         03  ARC-ARCH-SWITCH   PIC X.
           88  ARC-ON-ARCHIVE                 VALUE "Y".
         03  ARC-ACTION        PIC X(28).
      *    RECORDS MOVED FOR THE ACCOUNT IN HAND, BY FILE.
         03  ARC-SCHD-COUNT    PIC 9(05)      COMP.
         03  ARC-LEDG-COUNT    PIC 9(05)      COMP.
         03  ARC-LCHG-COUNT    PIC 9(05)      COMP.
         03  ARC-DLQH-COUNT    PIC 9(05)      COMP.
       01  FIGURE-AREA.
      *    FILE 1 MASTER, 2 SCHEDULE, 3 LEDGER, 4 LATE CHARGE,
      *    5 DELINQUENCY HISTORY.  FIGURE 1 LIVE BEFORE, 2 LIVE
      *    AFTER, 3 ARCHIVE BEFORE, 4 ARCHIVE AFTER, 5 MOVED (OR,
      *    LISTING ONLY, DUE TO MOVE).
         03  FST-FILE-IX       PIC 9(02)      COMP.
         03  FST-FIG-IX        PIC 9(02)      COMP.
         03  FST-LIVE-FIG      PIC 9(02)      COMP.
         03  FST-ARCH-FIG      PIC 9(02)      COMP.
         03  FST-SRC-BEFORE    PIC 9(02)      COMP.
         03  FST-SRC-AFTER     PIC 9(02)      COMP.
         03  FST-TGT-BEFORE    PIC 9(02)      COMP.
         03  FST-TGT-AFTER     PIC 9(02)      COMP.
         03  FST-HASH-ACCOUNT  PIC 9(10).
         03  FST-HASH-AMOUNT   PIC 9(09)V99.
         03  FST-BALANCE-SWITCH PIC X.
           88  FST-IN-BALANCE                 VALUE "Y".
         03  FST-TABLE.
           05  FST-FILE        OCCURS 5 TIMES.
             07  FST-FIGURE    OCCURS 5 TIMES.
               09  FST-COUNT         PIC 9(09)      COMP.
               09  FST-ACCOUNT-HASH  PIC 9(18).
               09  FST-AMOUNT-HASH   PIC 9(15)V99.
         03  FST-LIVE-NAMES.
           05  FILLER          PIC X(08)      VALUE "LOANMSTR".
           05  FILLER          PIC X(08)      VALUE "SCHDMSTR".
           05  FILLER          PIC X(08)      VALUE "PAYLEDG ".
           05  FILLER          PIC X(08)      VALUE "LATECHG ".
           05  FILLER          PIC X(08)      VALUE "DLQHIST ".
         03  FST-LIVE-NAME-R   REDEFINES FST-LIVE-NAMES.
           05  FST-LIVE-NAME   PIC X(08)      OCCURS 5 TIMES.
         03  FST-ARCH-NAMES.
           05  FILLER          PIC X(08)      VALUE "ARCHMSTR".
           05  FILLER          PIC X(08)      VALUE "ARCHSCHD".
           05  FILLER          PIC X(08)      VALUE "ARCHLEDG".
           05  FILLER          PIC X(08)      VALUE "ARCHLCHG".
           05  FILLER          PIC X(08)      VALUE "ARCHDLQH".
         03  FST-ARCH-NAME-R   REDEFINES FST-ARCH-NAMES.
           05  FST-ARCH-NAME   PIC X(08)      OCCURS 5 TIMES.
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(38)      VALUE
             "ACCTARCH - ACCOUNT ARCHIVE REGISTER".
         03  HEAD-FUNCTION     PIC X(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(62)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(18)      VALUE
             "RETENTION MONTHS ".
         03  HEAD-RETENTION    PIC ZZ9.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(21)      VALUE
             "LAST ACTIVITY BEFORE ".
         03  HEAD-CUTOFF       PIC 9999/99/99.
         03  FILLER            PIC X(66)      VALUE SPACE.
       01  HEAD-LINE-3.
         03  FILLER            PIC X(10)      VALUE "ACCOUNT-NO".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(30)      VALUE "BORROWER NAME".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "LAST ACTV".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(28)      VALUE "ACTION".
         03  FILLER            PIC X(07)      VALUE "   SCHD".
         03  FILLER            PIC X(07)      VALUE "   LEDG".
         03  FILLER            PIC X(07)      VALUE "   LCHG".
         03  FILLER            PIC X(07)      VALUE "   DLQH".
         03  FILLER            PIC X(20)      VALUE SPACE.
       01  DETAIL-LINE.
         03  DTL-ACCOUNT-NO    PIC 9(10).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-BORROWER-NAME PIC X(30).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-LAST-DATE     PIC 9999/99/99 BLANK WHEN ZERO.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-ACTION        PIC X(28).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-SCHD-COUNT    PIC ZZZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-LEDG-COUNT    PIC ZZZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-LCHG-COUNT    PIC ZZZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-DLQH-COUNT    PIC ZZZZ9.
         03  FILLER            PIC X(20)      VALUE SPACE.
       01  FIGURE-HEAD-LINE.
         03  FILLER            PIC X(40)      VALUE SPACE.
         03  FILLER            PIC X(13)      VALUE "      RECORDS".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(23)      VALUE
             "           ACCOUNT HASH".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(22)      VALUE
             "           AMOUNT HASH".
         03  FILLER            PIC X(30)      VALUE SPACE.
       01  FIGURE-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FIG-FILE-NAME     PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FIG-CAPTION       PIC X(20).
         03  FIG-COUNT         PIC Z,ZZZ,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FIG-ACCOUNT-HASH  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FIG-AMOUNT-HASH   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         03  FILLER            PIC X(30)      VALUE SPACE.
       01  VERDICT-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  VER-FILE-NAME     PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  VER-TEXT          PIC X(40).
         03  FILLER            PIC X(72)      VALUE SPACE.
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
           MOVE    1                 TO FST-LIVE-FIG.
           MOVE    3                 TO FST-ARCH-FIG.
           PERFORM MAIN-100-COUNT-FILES.
           IF      WK-RESTORE-MODE
                   PERFORM MAIN-600-RESTORE-ACCOUNT
           ELSE
                   PERFORM MAIN-400-ACCOUNT-SWEEP
           END-IF.
           MOVE    2                 TO FST-LIVE-FIG.
           MOVE    4                 TO FST-ARCH-FIG.
           PERFORM MAIN-100-COUNT-FILES.
           PERFORM MAIN-800-REGISTER-TOTALS.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           PERFORM MAIN-050-READ-PARM.
      *    A MISSING MASTER, SCHEDULE OR LEDGER WOULD MAKE EVERY
      *    ACCOUNT LOOK UNDATED OR EMPTY; A FAILED OPEN ENDS THE
      *    RUN HERE, LOUDLY.  THE OTHER FILES, LIVE AND ARCHIVE,
      *    ARE CREATED EMPTY THE FIRST TIME THEY ARE NEEDED.
           OPEN    I-O    MSTR-FILE.
           IF      NOT MSTR-FILE-OK
                   DISPLAY "ACCTARCH - CANNOT OPEN LOANMSTR, "
                           "STATUS " MSTR-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    I-O    SCHD-FILE.
           IF      NOT SCHD-FILE-OK
                   DISPLAY "ACCTARCH - CANNOT OPEN SCHDMSTR, "
                           "STATUS " SCHD-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    I-O    LEDG-FILE.
           IF      NOT LEDG-FILE-OK
                   DISPLAY "ACCTARCH - CANNOT OPEN PAYLEDG, "
                           "STATUS " LEDG-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    I-O    LCHG-FILE.
           IF      LCHG-FILE-NOT-FOUND
                   OPEN    OUTPUT LCHG-FILE
                   CLOSE   LCHG-FILE
                   OPEN    I-O    LCHG-FILE
           END-IF.
           OPEN    I-O    DLQH-FILE.
           IF      DLQH-FILE-NOT-FOUND
                   OPEN    OUTPUT DLQH-FILE
                   CLOSE   DLQH-FILE
                   OPEN    I-O    DLQH-FILE
           END-IF.
           OPEN    I-O    AMST-FILE.
           IF      AMST-FILE-NOT-FOUND
                   OPEN    OUTPUT AMST-FILE
                   CLOSE   AMST-FILE
                   OPEN    I-O    AMST-FILE
           END-IF.
           OPEN    I-O    ASCH-FILE.
           IF      ASCH-FILE-NOT-FOUND
                   OPEN    OUTPUT ASCH-FILE
                   CLOSE   ASCH-FILE
                   OPEN    I-O    ASCH-FILE
           END-IF.
           OPEN    I-O    ALDG-FILE.
           IF      ALDG-FILE-NOT-FOUND
                   OPEN    OUTPUT ALDG-FILE
                   CLOSE   ALDG-FILE
                   OPEN    I-O    ALDG-FILE
           END-IF.
           OPEN    I-O    ALCH-FILE.
           IF      ALCH-FILE-NOT-FOUND
                   OPEN    OUTPUT ALCH-FILE
                   CLOSE   ALCH-FILE
                   OPEN    I-O    ALCH-FILE
           END-IF.
           OPEN    I-O    ADLH-FILE.
           IF      ADLH-FILE-NOT-FOUND
                   OPEN    OUTPUT ADLH-FILE
                   CLOSE   ADLH-FILE
                   OPEN    I-O    ADLH-FILE
           END-IF.
           IF      NOT LCHG-FILE-OK
                OR NOT DLQH-FILE-OK
                OR NOT AMST-FILE-OK
                OR NOT ASCH-FILE-OK
                OR NOT ALDG-FILE-OK
                OR NOT ALCH-FILE-OK
                OR NOT ADLH-FILE-OK
                   DISPLAY "ACCTARCH - CANNOT OPEN A LIVE OR ARCHIVE "
                           "FILE, STATUS " LCHG-FILE-STATUS " "
                           DLQH-FILE-STATUS " " AMST-FILE-STATUS " "
                           ASCH-FILE-STATUS " " ALDG-FILE-STATUS " "
                           ALCH-FILE-STATUS " " ADLH-FILE-STATUS
                   STOP RUN
           END-IF.
           OPEN    OUTPUT RPT-FILE.
           MOVE    WK-TODAY          TO HEAD-DATE.
           IF      WK-ARCHIVE-MODE
                   MOVE    "ARCHIVE"     TO HEAD-FUNCTION
           ELSE
               IF      WK-RESTORE-MODE
                       MOVE    "RESTORE"     TO HEAD-FUNCTION
               ELSE
                       MOVE    "LIST ONLY"   TO HEAD-FUNCTION
               END-IF
           END-IF.
           MOVE    ARC-RETENTION     TO HEAD-RETENTION.
           MOVE    ARC-CUTOFF-DATE   TO HEAD-CUTOFF.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           IF      NOT WK-RESTORE-MODE
                   WRITE   RPT-RECORD    FROM HEAD-LINE-2
           END-IF.
           WRITE   RPT-RECORD        FROM HEAD-LINE-3.
           PERFORM MAIN-015-CLEAR-FILE
                   VARYING FST-FILE-IX FROM 1 BY 1
                   UNTIL   FST-FILE-IX > 5.
       MAIN-015-CLEAR-FILE.
           PERFORM MAIN-016-CLEAR-FIGURE
                   VARYING FST-FIG-IX FROM 1 BY 1
                   UNTIL   FST-FIG-IX > 5.
       MAIN-016-CLEAR-FIGURE.
           MOVE    0 TO FST-COUNT        (FST-FILE-IX, FST-FIG-IX).
           MOVE    0 TO FST-ACCOUNT-HASH (FST-FILE-IX, FST-FIG-IX).
           MOVE    0 TO FST-AMOUNT-HASH  (FST-FILE-IX, FST-FIG-IX).
       MAIN-050-READ-PARM.
      *    NO CARD MEANS LIST ONLY AT THE TEN-YEAR RETENTION;
      *    NOTHING LEAVES THE LIVE FILES WITHOUT AN EXPLICIT "A"
      *    CARD.  A MISPUNCHED CARD ENDS THE RUN BEFORE ANYTHING
      *    IS TOUCHED.
           OPEN    INPUT  PARM-FILE.
           IF      PARM-FILE-OK
                   READ    PARM-FILE
                           AT END
                                   MOVE "Y"  TO WK-PARM-EOF-SWITCH
                   END-READ
                   IF      NOT WK-PARM-EOF
                       IF      NOT ARCP-LIST-ONLY
                           AND NOT ARCP-ARCHIVE
                           AND NOT ARCP-RESTORE
                           DISPLAY "ACCTARCH - FUNCTION NOT L, A OR R: "
                                   ARCP-FUNCTION
                           STOP RUN
                       END-IF
                       MOVE    ARCP-FUNCTION TO WK-FUNCTION
                       IF      ARCP-RETENTION-X NOT = SPACE
                           IF      ARCP-RETENTION-X NOT NUMERIC
                                OR ARCP-RETENTION = 0
                               DISPLAY "ACCTARCH - RETENTION NOT "
                                       "NUMERIC: " ARCP-RETENTION-X
                               STOP RUN
                           END-IF
                           MOVE    ARCP-RETENTION TO ARC-RETENTION
                       END-IF
                       IF      ARCP-RESTORE
                           IF      ARCP-ACCOUNT-X NOT NUMERIC
                                OR ARCP-ACCOUNT-NO = 0
                               DISPLAY "ACCTARCH - RESTORE ACCOUNT NOT "
                                       "NUMERIC: " ARCP-ACCOUNT-X
                               STOP RUN
                           END-IF
                           MOVE    ARCP-ACCOUNT-NO TO ARC-ACCOUNT-NO
                       END-IF
                   END-IF
                   CLOSE   PARM-FILE
           END-IF.
           COMPUTE ARC-MONTHS = WK-TODAY-YYYY * 12 + WK-TODAY-MM - 1
                              - ARC-RETENTION.
           DIVIDE  ARC-MONTHS BY 12
                   GIVING    ARC-CUTOFF-YYYY
                   REMAINDER ARC-CUTOFF-MM.
           ADD     1                 TO ARC-CUTOFF-MM.
           MOVE    WK-TODAY-DD       TO ARC-CUTOFF-DD.
      ****************************************************************
      *    FILE COUNTS AND HASH TOTALS                                *
      *    EVERY LIVE AND ARCHIVE FILE IS READ END TO END, INTO THE   *
      *    FIGURES NAMED BY FST-LIVE-FIG AND FST-ARCH-FIG.            *
      ****************************************************************
       MAIN-100-COUNT-FILES.
           MOVE    FST-LIVE-FIG      TO FST-FIG-IX.
           PERFORM MAIN-110-COUNT-MSTR.
           PERFORM MAIN-120-COUNT-SCHD.
           PERFORM MAIN-130-COUNT-LEDG.
           PERFORM MAIN-140-COUNT-LCHG.
           PERFORM MAIN-150-COUNT-DLQH.
           MOVE    FST-ARCH-FIG      TO FST-FIG-IX.
           PERFORM MAIN-160-COUNT-AMST.
           PERFORM MAIN-170-COUNT-ASCH.
           PERFORM MAIN-180-COUNT-ALDG.
           PERFORM MAIN-190-COUNT-ALCH.
           PERFORM MAIN-200-COUNT-ADLH.
       MAIN-110-COUNT-MSTR.
           MOVE    1                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO MSTR-ACCOUNT-NO.
           START   MSTR-FILE KEY NOT < MSTR-ACCOUNT-NO
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-115-NEXT-MSTR
                   UNTIL   WK-SCAN-EOF.
       MAIN-115-NEXT-MSTR.
           READ    MSTR-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE MSTR-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE MSTR-LOAN       TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-120-COUNT-SCHD.
           MOVE    2                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO SCHD-ACCOUNT-NO.
           MOVE    0                 TO SCHD-PERIOD-NO.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-125-NEXT-SCHD
                   UNTIL   WK-SCAN-EOF.
       MAIN-125-NEXT-SCHD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE SCHD-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE SCHD-PRINCIPAL-PAID
                                                TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-130-COUNT-LEDG.
           MOVE    3                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-135-NEXT-LEDG
                   UNTIL   WK-SCAN-EOF.
       MAIN-135-NEXT-LEDG.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE LEDG-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE LEDG-PAY-AMOUNT TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-140-COUNT-LCHG.
           MOVE    4                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO LCHG-ACCOUNT-NO.
           MOVE    0                 TO LCHG-ASSESS-DATE.
           START   LCHG-FILE KEY NOT < LCHG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-145-NEXT-LCHG
                   UNTIL   WK-SCAN-EOF.
       MAIN-145-NEXT-LCHG.
           READ    LCHG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE LCHG-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE LCHG-CHARGE     TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-150-COUNT-DLQH.
           MOVE    5                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-155-NEXT-DLQH
                   UNTIL   WK-SCAN-EOF.
       MAIN-155-NEXT-DLQH.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE DLQH-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE DLQH-AMOUNT-OVERDUE
                                                TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-160-COUNT-AMST.
           MOVE    1                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO AMST-ACCOUNT-NO.
           START   AMST-FILE KEY NOT < AMST-ACCOUNT-NO
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-165-NEXT-AMST
                   UNTIL   WK-SCAN-EOF.
       MAIN-165-NEXT-AMST.
           READ    AMST-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE AMST-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE AMST-LOAN       TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-170-COUNT-ASCH.
           MOVE    2                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO ASCH-ACCOUNT-NO.
           MOVE    0                 TO ASCH-PERIOD-NO.
           START   ASCH-FILE KEY NOT < ASCH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-175-NEXT-ASCH
                   UNTIL   WK-SCAN-EOF.
       MAIN-175-NEXT-ASCH.
           READ    ASCH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE ASCH-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE ASCH-PRINCIPAL-PAID
                                                TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-180-COUNT-ALDG.
           MOVE    3                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO ALDG-ACCOUNT-NO.
           MOVE    0                 TO ALDG-PAY-SEQ.
           START   ALDG-FILE KEY NOT < ALDG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-185-NEXT-ALDG
                   UNTIL   WK-SCAN-EOF.
       MAIN-185-NEXT-ALDG.
           READ    ALDG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE ALDG-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE ALDG-PAY-AMOUNT TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-190-COUNT-ALCH.
           MOVE    4                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO ALCH-ACCOUNT-NO.
           MOVE    0                 TO ALCH-ASSESS-DATE.
           START   ALCH-FILE KEY NOT < ALCH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-195-NEXT-ALCH
                   UNTIL   WK-SCAN-EOF.
       MAIN-195-NEXT-ALCH.
           READ    ALCH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE ALCH-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE ALCH-CHARGE     TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-200-COUNT-ADLH.
           MOVE    5                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    0                 TO ADLH-ACCOUNT-NO.
           MOVE    0                 TO ADLH-ASOF-DATE.
           START   ADLH-FILE KEY NOT < ADLH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-205-NEXT-ADLH
                   UNTIL   WK-SCAN-EOF.
       MAIN-205-NEXT-ADLH.
           READ    ADLH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
                   NOT AT END
                           MOVE ADLH-ACCOUNT-NO TO FST-HASH-ACCOUNT
                           MOVE ADLH-AMOUNT-OVERDUE
                                                TO FST-HASH-AMOUNT
                           PERFORM MAIN-390-ADD-FIGURE
           END-READ.
       MAIN-390-ADD-FIGURE.
           ADD     1         TO FST-COUNT (FST-FILE-IX, FST-FIG-IX).
           ADD     FST-HASH-ACCOUNT
                   TO FST-ACCOUNT-HASH (FST-FILE-IX, FST-FIG-IX).
           ADD     FST-HASH-AMOUNT
                   TO FST-AMOUNT-HASH (FST-FILE-IX, FST-FIG-IX).
      ****************************************************************
      *    ARCHIVE SWEEP                                              *
      *    A CLOSED ACCOUNT IS DATED BY ITS LATEST LEDGER POSTING --  *
      *    THE PAYOFF POSTING THAT CLOSED IT, OR ANY REVERSAL AFTER.  *
      *    A RESTORE STAMPS ITS DATE ON THE MASTER, AND A LATER       *
      *    RESTORE DATE STANDS IN FOR THE CLOSURE, SO A RESTORED      *
      *    ACCOUNT SERVES A FULL RETENTION AGAIN BEFORE IT GOES BACK. *
      *    ONE WITH NO LEDGER AND NO RESTORE DATE WAS CLOSED BY CARD  *
      *    AND CANNOT BE DATED, SO IT IS LISTED AND KEPT.             *
      ****************************************************************
       MAIN-400-ACCOUNT-SWEEP.
           MOVE    "N"               TO WK-MSTR-EOF-SWITCH.
           MOVE    0                 TO MSTR-ACCOUNT-NO.
           START   MSTR-FILE KEY NOT < MSTR-ACCOUNT-NO
                   INVALID KEY
                           MOVE "Y"  TO WK-MSTR-EOF-SWITCH
           END-START.
           IF      NOT WK-MSTR-EOF
                   PERFORM MAIN-410-READ-MSTR
                   PERFORM MAIN-420-ACCOUNT
                           UNTIL   WK-MSTR-EOF
           END-IF.
       MAIN-410-READ-MSTR.
           READ    MSTR-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-MSTR-EOF-SWITCH
           END-READ.
       MAIN-420-ACCOUNT.
           IF      MSTR-CLOSED
                   ADD     1             TO COUNT-CLOSED
                   MOVE    MSTR-ACCOUNT-NO TO ARC-ACCOUNT-NO
                   PERFORM MAIN-430-LAST-ACTIVITY
                   IF      ARC-LAST-DATE = 0
                           ADD     1     TO COUNT-NOT-DATED
                           MOVE    "CLOSURE NOT DATED, KEPT"
                                         TO ARC-ACTION
                           PERFORM MAIN-440-CLEAR-COUNTS
                           PERFORM MAIN-700-DETAIL
                   ELSE
                       IF      ARC-LAST-DATE < ARC-CUTOFF-DATE
                           ADD     1     TO COUNT-ELIGIBLE
                           PERFORM MAIN-500-MOVE-ACCOUNT
                           IF      WK-ARCHIVE-MODE
                               MOVE    "ARCHIVED"    TO ARC-ACTION
                           ELSE
                               MOVE    "DUE FOR ARCHIVE"
                                                     TO ARC-ACTION
                           END-IF
                           PERFORM MAIN-700-DETAIL
                       END-IF
                   END-IF
           END-IF.
           PERFORM MAIN-410-READ-MSTR.
       MAIN-430-LAST-ACTIVITY.
           MOVE    0                 TO ARC-LAST-DATE.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-435-NEXT-LEDG
                   UNTIL   WK-SCAN-EOF.
           IF      MSTR-STATUS-DATE NUMERIC
               IF      MSTR-STATUS-DATE > ARC-LAST-DATE
                       MOVE    MSTR-STATUS-DATE TO ARC-LAST-DATE
               END-IF
           END-IF.
       MAIN-435-NEXT-LEDG.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      LEDG-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                   IF      LEDG-POST-DATE > ARC-LAST-DATE
                           MOVE    LEDG-POST-DATE TO ARC-LAST-DATE
                   END-IF
               END-IF
           END-IF.
       MAIN-440-CLEAR-COUNTS.
           MOVE    0                 TO ARC-SCHD-COUNT.
           MOVE    0                 TO ARC-LEDG-COUNT.
           MOVE    0                 TO ARC-LCHG-COUNT.
           MOVE    0                 TO ARC-DLQH-COUNT.
      ****************************************************************
      *    ONE ACCOUNT OFF THE LIVE FILES                             *
      *    EACH FILE IS WALKED FROM THE ACCOUNT'S FIRST KEY WHILE THE *
      *    ACCOUNT MATCHES.  LISTING ONLY, THE RECORDS ARE COUNTED    *
      *    AND LEFT.  ARCHIVING, EACH IS WRITTEN TO ITS ARCHIVE FILE  *
      *    -- REPLACING ANY COPY LEFT BY A RUN THAT DIED PART WAY --  *
      *    AND DELETED FROM THE LIVE FILE.  THE MASTER GOES LAST.     *
      ****************************************************************
       MAIN-500-MOVE-ACCOUNT.
           PERFORM MAIN-440-CLEAR-COUNTS.
           MOVE    5                 TO FST-FIG-IX.
           PERFORM MAIN-510-MOVE-SCHD.
           PERFORM MAIN-520-MOVE-LEDG.
           PERFORM MAIN-530-MOVE-LCHG.
           PERFORM MAIN-540-MOVE-DLQH.
           PERFORM MAIN-550-MOVE-MSTR.
       MAIN-510-MOVE-SCHD.
           MOVE    2                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO SCHD-ACCOUNT-NO.
           MOVE    0                 TO SCHD-PERIOD-NO.
           START   SCHD-FILE KEY NOT < SCHD-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-515-SCHD-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-515-SCHD-RECORD.
           READ    SCHD-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      SCHD-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       ADD     1             TO ARC-SCHD-COUNT
                       MOVE    SCHD-ACCOUNT-NO TO FST-HASH-ACCOUNT
                       MOVE    SCHD-PRINCIPAL-PAID
                                             TO FST-HASH-AMOUNT
                       PERFORM MAIN-390-ADD-FIGURE
                       IF      WK-ARCHIVE-MODE
                               WRITE   ASCH-RECORD FROM SCHD-RECORD
                                       INVALID KEY
                                           REWRITE ASCH-RECORD
                                                   FROM SCHD-RECORD
                               END-WRITE
                               DELETE  SCHD-FILE
                       END-IF
               END-IF
           END-IF.
       MAIN-520-MOVE-LEDG.
           MOVE    3                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO LEDG-ACCOUNT-NO.
           MOVE    0                 TO LEDG-PAY-SEQ.
           START   LEDG-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-525-LEDG-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-525-LEDG-RECORD.
           READ    LEDG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      LEDG-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       ADD     1             TO ARC-LEDG-COUNT
                       MOVE    LEDG-ACCOUNT-NO TO FST-HASH-ACCOUNT
                       MOVE    LEDG-PAY-AMOUNT TO FST-HASH-AMOUNT
                       PERFORM MAIN-390-ADD-FIGURE
                       IF      WK-ARCHIVE-MODE
                               WRITE   ALDG-RECORD FROM LEDG-RECORD
                                       INVALID KEY
                                           REWRITE ALDG-RECORD
                                                   FROM LEDG-RECORD
                               END-WRITE
                               DELETE  LEDG-FILE
                       END-IF
               END-IF
           END-IF.
       MAIN-530-MOVE-LCHG.
           MOVE    4                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO LCHG-ACCOUNT-NO.
           MOVE    0                 TO LCHG-ASSESS-DATE.
           START   LCHG-FILE KEY NOT < LCHG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-535-LCHG-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-535-LCHG-RECORD.
           READ    LCHG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      LCHG-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       ADD     1             TO ARC-LCHG-COUNT
                       MOVE    LCHG-ACCOUNT-NO TO FST-HASH-ACCOUNT
                       MOVE    LCHG-CHARGE   TO FST-HASH-AMOUNT
                       PERFORM MAIN-390-ADD-FIGURE
                       IF      WK-ARCHIVE-MODE
                               WRITE   ALCH-RECORD FROM LCHG-RECORD
                                       INVALID KEY
                                           REWRITE ALCH-RECORD
                                                   FROM LCHG-RECORD
                               END-WRITE
                               DELETE  LCHG-FILE
                       END-IF
               END-IF
           END-IF.
       MAIN-540-MOVE-DLQH.
           MOVE    5                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO DLQH-ACCOUNT-NO.
           MOVE    0                 TO DLQH-ASOF-DATE.
           START   DLQH-FILE KEY NOT < DLQH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-545-DLQH-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-545-DLQH-RECORD.
           READ    DLQH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      DLQH-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       ADD     1             TO ARC-DLQH-COUNT
                       MOVE    DLQH-ACCOUNT-NO TO FST-HASH-ACCOUNT
                       MOVE    DLQH-AMOUNT-OVERDUE
                                             TO FST-HASH-AMOUNT
                       PERFORM MAIN-390-ADD-FIGURE
                       IF      WK-ARCHIVE-MODE
                               WRITE   ADLH-RECORD FROM DLQH-RECORD
                                       INVALID KEY
                                           REWRITE ADLH-RECORD
                                                   FROM DLQH-RECORD
                               END-WRITE
                               DELETE  DLQH-FILE
                       END-IF
               END-IF
           END-IF.
       MAIN-550-MOVE-MSTR.
      *    THE MASTER RECORD IN HAND IS THE ONE THE SWEEP READ; THE
      *    SWEEP'S NEXT READ CARRIES ON PAST IT ONCE IT IS DELETED.
           MOVE    1                 TO FST-FILE-IX.
           MOVE    MSTR-ACCOUNT-NO   TO FST-HASH-ACCOUNT.
           MOVE    MSTR-LOAN         TO FST-HASH-AMOUNT.
           PERFORM MAIN-390-ADD-FIGURE.
           IF      WK-ARCHIVE-MODE
                   WRITE   AMST-RECORD   FROM MSTR-RECORD
                           INVALID KEY
                               REWRITE AMST-RECORD FROM MSTR-RECORD
                   END-WRITE
                   DELETE  MSTR-FILE
           END-IF.
      ****************************************************************
      *    RESTORE ONE ACCOUNT                                        *
      *    THE MASTER COMES BACK FIRST, SO A RESTORE THAT DIES PART   *
      *    WAY NEVER LEAVES LIVE SCHEDULES WITHOUT A MASTER FOR THE   *
      *    INTEGRITY AUDIT TO PURGE AS ORPHANS.  RUN AGAIN, IT FINDS  *
      *    THE MASTER ALREADY LIVE AND BRINGS BACK THE REST.  A       *
      *    RECORD WHOSE KEY IS ALREADY ON THE LIVE FILE IS LEFT ON    *
      *    THE ARCHIVE AND COUNTED AS A CONFLICT.                     *
      ****************************************************************
       MAIN-600-RESTORE-ACCOUNT.
           PERFORM MAIN-440-CLEAR-COUNTS.
           MOVE    5                 TO FST-FIG-IX.
           MOVE    0                 TO ARC-LAST-DATE.
           MOVE    "Y"               TO ARC-ARCH-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO AMST-ACCOUNT-NO.
           READ    AMST-FILE
                   INVALID KEY
                           MOVE "N"  TO ARC-ARCH-SWITCH
           END-READ.
           MOVE    "Y"               TO ARC-LIVE-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           MOVE "N"  TO ARC-LIVE-SWITCH
           END-READ.
           IF      ARC-ON-ARCHIVE
               IF      ARC-ON-LIVE
                       MOVE    "ON BOTH MASTERS, NOT RESTORED"
                                             TO ARC-ACTION
               ELSE
                       MOVE    1             TO FST-FILE-IX
                       MOVE    AMST-ACCOUNT-NO TO FST-HASH-ACCOUNT
                       MOVE    AMST-LOAN     TO FST-HASH-AMOUNT
                       PERFORM MAIN-390-ADD-FIGURE
                       MOVE    AMST-RECORD   TO MSTR-RECORD
                       MOVE    WK-TODAY      TO MSTR-STATUS-DATE
                       WRITE   MSTR-RECORD
                       DELETE  AMST-FILE
                       PERFORM MAIN-610-RESTORE-CHILDREN
                       ADD     1             TO COUNT-RESTORED
                       MOVE    "RESTORED"    TO ARC-ACTION
               END-IF
           ELSE
               IF      ARC-ON-LIVE
                       PERFORM MAIN-610-RESTORE-CHILDREN
                       IF      ARC-SCHD-COUNT = 0
                           AND ARC-LEDG-COUNT = 0
                           AND ARC-LCHG-COUNT = 0
                           AND ARC-DLQH-COUNT = 0
                           MOVE    "LIVE, NOTHING ON THE ARCHIVE"
                                             TO ARC-ACTION
                       ELSE
                           ADD     1         TO COUNT-RESTORED
                           MOVE    "RESTORE COMPLETED"
                                             TO ARC-ACTION
                       END-IF
               ELSE
                       MOVE    SPACE         TO MSTR-BORROWER-NAME
                       MOVE    "NOT ON THE ARCHIVE"
                                             TO ARC-ACTION
               END-IF
           END-IF.
           MOVE    ARC-ACCOUNT-NO    TO MSTR-ACCOUNT-NO.
           PERFORM MAIN-700-DETAIL.
           DISPLAY "ACCTARCH - " ARC-ACCOUNT-NO " " ARC-ACTION.
       MAIN-610-RESTORE-CHILDREN.
           PERFORM MAIN-620-RESTORE-SCHD.
           PERFORM MAIN-630-RESTORE-LEDG.
           PERFORM MAIN-640-RESTORE-LCHG.
           PERFORM MAIN-650-RESTORE-DLQH.
       MAIN-620-RESTORE-SCHD.
           MOVE    2                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO ASCH-ACCOUNT-NO.
           MOVE    0                 TO ASCH-PERIOD-NO.
           START   ASCH-FILE KEY NOT < ASCH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-625-ASCH-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-625-ASCH-RECORD.
           READ    ASCH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      ASCH-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       WRITE   SCHD-RECORD   FROM ASCH-RECORD
                               INVALID KEY
                                   ADD     1     TO COUNT-CONFLICTS
                               NOT INVALID KEY
                                   ADD     1     TO ARC-SCHD-COUNT
                                   MOVE    ASCH-ACCOUNT-NO
                                                 TO FST-HASH-ACCOUNT
                                   MOVE    ASCH-PRINCIPAL-PAID
                                                 TO FST-HASH-AMOUNT
                                   PERFORM MAIN-390-ADD-FIGURE
                                   DELETE  ASCH-FILE
                       END-WRITE
               END-IF
           END-IF.
       MAIN-630-RESTORE-LEDG.
           MOVE    3                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO ALDG-ACCOUNT-NO.
           MOVE    0                 TO ALDG-PAY-SEQ.
           START   ALDG-FILE KEY NOT < ALDG-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-635-ALDG-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-635-ALDG-RECORD.
           READ    ALDG-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      ALDG-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       WRITE   LEDG-RECORD   FROM ALDG-RECORD
                               INVALID KEY
                                   ADD     1     TO COUNT-CONFLICTS
                               NOT INVALID KEY
                                   ADD     1     TO ARC-LEDG-COUNT
                                   MOVE    ALDG-ACCOUNT-NO
                                                 TO FST-HASH-ACCOUNT
                                   MOVE    ALDG-PAY-AMOUNT
                                                 TO FST-HASH-AMOUNT
                                   PERFORM MAIN-390-ADD-FIGURE
                                   DELETE  ALDG-FILE
                       END-WRITE
               END-IF
           END-IF.
       MAIN-640-RESTORE-LCHG.
           MOVE    4                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO ALCH-ACCOUNT-NO.
           MOVE    0                 TO ALCH-ASSESS-DATE.
           START   ALCH-FILE KEY NOT < ALCH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-645-ALCH-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-645-ALCH-RECORD.
           READ    ALCH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      ALCH-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       WRITE   LCHG-RECORD   FROM ALCH-RECORD
                               INVALID KEY
                                   ADD     1     TO COUNT-CONFLICTS
                               NOT INVALID KEY
                                   ADD     1     TO ARC-LCHG-COUNT
                                   MOVE    ALCH-ACCOUNT-NO
                                                 TO FST-HASH-ACCOUNT
                                   MOVE    ALCH-CHARGE
                                                 TO FST-HASH-AMOUNT
                                   PERFORM MAIN-390-ADD-FIGURE
                                   DELETE  ALCH-FILE
                       END-WRITE
               END-IF
           END-IF.
       MAIN-650-RESTORE-DLQH.
           MOVE    5                 TO FST-FILE-IX.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    ARC-ACCOUNT-NO    TO ADLH-ACCOUNT-NO.
           MOVE    0                 TO ADLH-ASOF-DATE.
           START   ADLH-FILE KEY NOT < ADLH-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-655-ADLH-RECORD
                   UNTIL   WK-SCAN-EOF.
       MAIN-655-ADLH-RECORD.
           READ    ADLH-FILE NEXT RECORD
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      ADLH-ACCOUNT-NO NOT = ARC-ACCOUNT-NO
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                       WRITE   DLQH-RECORD   FROM ADLH-RECORD
                               INVALID KEY
                                   ADD     1     TO COUNT-CONFLICTS
                               NOT INVALID KEY
                                   ADD     1     TO ARC-DLQH-COUNT
                                   MOVE    ADLH-ACCOUNT-NO
                                                 TO FST-HASH-ACCOUNT
                                   MOVE    ADLH-AMOUNT-OVERDUE
                                                 TO FST-HASH-AMOUNT
                                   PERFORM MAIN-390-ADD-FIGURE
                                   DELETE  ADLH-FILE
                       END-WRITE
               END-IF
           END-IF.
       MAIN-700-DETAIL.
           MOVE    MSTR-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
           MOVE    MSTR-BORROWER-NAME TO DTL-BORROWER-NAME.
           MOVE    ARC-LAST-DATE     TO DTL-LAST-DATE.
           MOVE    ARC-ACTION        TO DTL-ACTION.
           MOVE    ARC-SCHD-COUNT    TO DTL-SCHD-COUNT.
           MOVE    ARC-LEDG-COUNT    TO DTL-LEDG-COUNT.
           MOVE    ARC-LCHG-COUNT    TO DTL-LCHG-COUNT.
           MOVE    ARC-DLQH-COUNT    TO DTL-DLQH-COUNT.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
      ****************************************************************
      *    REGISTER TOTALS AND THE BALANCE PROOF                      *
      *    FOR EVERY FILE THE SIDE RECORDS LEFT MUST HAVE LOST       *
      *    EXACTLY WHAT MOVED, AND THE SIDE THEY WENT TO MUST HAVE    *
      *    GAINED EXACTLY THAT -- COUNT, ACCOUNT HASH AND AMOUNT      *
      *    HASH ALIKE.  ARCHIVING, THE LIVE FILE IS THE SOURCE;       *
      *    RESTORING, THE ARCHIVE IS.                                 *
      ****************************************************************
       MAIN-800-REGISTER-TOTALS.
           IF      WK-RESTORE-MODE
                   MOVE    3             TO FST-SRC-BEFORE
                   MOVE    4             TO FST-SRC-AFTER
                   MOVE    1             TO FST-TGT-BEFORE
                   MOVE    2             TO FST-TGT-AFTER
           ELSE
                   MOVE    1             TO FST-SRC-BEFORE
                   MOVE    2             TO FST-SRC-AFTER
                   MOVE    3             TO FST-TGT-BEFORE
                   MOVE    4             TO FST-TGT-AFTER
           END-IF.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           WRITE   RPT-RECORD        FROM FIGURE-HEAD-LINE.
           PERFORM MAIN-810-FILE-FIGURES
                   VARYING FST-FILE-IX FROM 1 BY 1
                   UNTIL   FST-FILE-IX > 5.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           IF      WK-RESTORE-MODE
                   MOVE    "ACCOUNTS RESTORED" TO TOT-CAPTION
                   MOVE    COUNT-RESTORED      TO TOT-COUNT
                   WRITE   RPT-RECORD          FROM TOTAL-LINE
                   MOVE    "RECORDS LEFT, ALREADY LIVE" TO TOT-CAPTION
                   MOVE    COUNT-CONFLICTS     TO TOT-COUNT
                   WRITE   RPT-RECORD          FROM TOTAL-LINE
           ELSE
                   MOVE    "CLOSED ACCOUNTS SEEN" TO TOT-CAPTION
                   MOVE    COUNT-CLOSED        TO TOT-COUNT
                   WRITE   RPT-RECORD          FROM TOTAL-LINE
                   IF      WK-ARCHIVE-MODE
                       MOVE "ACCOUNTS ARCHIVED"   TO TOT-CAPTION
                   ELSE
                       MOVE "ACCOUNTS DUE FOR ARCHIVE" TO TOT-CAPTION
                   END-IF
                   MOVE    COUNT-ELIGIBLE      TO TOT-COUNT
                   WRITE   RPT-RECORD          FROM TOTAL-LINE
                   MOVE    "CLOSURE NOT DATED, KEPT" TO TOT-CAPTION
                   MOVE    COUNT-NOT-DATED     TO TOT-COUNT
                   WRITE   RPT-RECORD          FROM TOTAL-LINE
           END-IF.
           MOVE    "FILES OUT OF BALANCE" TO TOT-CAPTION.
           MOVE    COUNT-UNBALANCED  TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
       MAIN-810-FILE-FIGURES.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    FST-LIVE-NAME (FST-FILE-IX) TO FIG-FILE-NAME.
           MOVE    "LIVE BEFORE"     TO FIG-CAPTION.
           MOVE    1                 TO FST-FIG-IX.
           PERFORM MAIN-820-FIGURE-LINE.
           MOVE    "LIVE AFTER"      TO FIG-CAPTION.
           MOVE    2                 TO FST-FIG-IX.
           PERFORM MAIN-820-FIGURE-LINE.
           MOVE    FST-ARCH-NAME (FST-FILE-IX) TO FIG-FILE-NAME.
           MOVE    "ARCHIVE BEFORE"  TO FIG-CAPTION.
           MOVE    3                 TO FST-FIG-IX.
           PERFORM MAIN-820-FIGURE-LINE.
           MOVE    "ARCHIVE AFTER"   TO FIG-CAPTION.
           MOVE    4                 TO FST-FIG-IX.
           PERFORM MAIN-820-FIGURE-LINE.
           MOVE    SPACE             TO FIG-FILE-NAME.
           IF      WK-ARCHIVE-MODE
                   MOVE    "ARCHIVED"        TO FIG-CAPTION
           ELSE
               IF      WK-RESTORE-MODE
                       MOVE    "RESTORED"        TO FIG-CAPTION
               ELSE
                       MOVE    "DUE FOR ARCHIVE" TO FIG-CAPTION
               END-IF
           END-IF.
           MOVE    5                 TO FST-FIG-IX.
           PERFORM MAIN-820-FIGURE-LINE.
           PERFORM MAIN-850-CHECK-BALANCE.
       MAIN-820-FIGURE-LINE.
           MOVE    FST-COUNT (FST-FILE-IX, FST-FIG-IX)
                                     TO FIG-COUNT.
           MOVE    FST-ACCOUNT-HASH (FST-FILE-IX, FST-FIG-IX)
                                     TO FIG-ACCOUNT-HASH.
           MOVE    FST-AMOUNT-HASH (FST-FILE-IX, FST-FIG-IX)
                                     TO FIG-AMOUNT-HASH.
           WRITE   RPT-RECORD        FROM FIGURE-LINE.
       MAIN-850-CHECK-BALANCE.
      *    LISTING ONLY, NOTHING MOVED, SO BEFORE MUST EQUAL AFTER
      *    ON BOTH SIDES; THE SOURCE AND TARGET CHECKS BELOW STILL
      *    HOLD IF THE MOVED FIGURE IS TAKEN AS NIL.
           MOVE    "Y"               TO FST-BALANCE-SWITCH.
           IF      WK-LIST-MODE
                   MOVE    0     TO FST-COUNT (FST-FILE-IX, 5)
                   MOVE    0     TO FST-ACCOUNT-HASH (FST-FILE-IX, 5)
                   MOVE    0     TO FST-AMOUNT-HASH (FST-FILE-IX, 5)
           END-IF.
           IF      FST-COUNT (FST-FILE-IX, FST-SRC-BEFORE)
                   NOT = FST-COUNT (FST-FILE-IX, FST-SRC-AFTER)
                       + FST-COUNT (FST-FILE-IX, 5)
                OR FST-ACCOUNT-HASH (FST-FILE-IX, FST-SRC-BEFORE)
                   NOT = FST-ACCOUNT-HASH (FST-FILE-IX, FST-SRC-AFTER)
                       + FST-ACCOUNT-HASH (FST-FILE-IX, 5)
                OR FST-AMOUNT-HASH (FST-FILE-IX, FST-SRC-BEFORE)
                   NOT = FST-AMOUNT-HASH (FST-FILE-IX, FST-SRC-AFTER)
                       + FST-AMOUNT-HASH (FST-FILE-IX, 5)
                   MOVE    "N"           TO FST-BALANCE-SWITCH
           END-IF.
           IF      FST-COUNT (FST-FILE-IX, FST-TGT-AFTER)
                   NOT = FST-COUNT (FST-FILE-IX, FST-TGT-BEFORE)
                       + FST-COUNT (FST-FILE-IX, 5)
                OR FST-ACCOUNT-HASH (FST-FILE-IX, FST-TGT-AFTER)
                   NOT = FST-ACCOUNT-HASH (FST-FILE-IX, FST-TGT-BEFORE)
                       + FST-ACCOUNT-HASH (FST-FILE-IX, 5)
                OR FST-AMOUNT-HASH (FST-FILE-IX, FST-TGT-AFTER)
                   NOT = FST-AMOUNT-HASH (FST-FILE-IX, FST-TGT-BEFORE)
                       + FST-AMOUNT-HASH (FST-FILE-IX, 5)
                   MOVE    "N"           TO FST-BALANCE-SWITCH
           END-IF.
           MOVE    FST-LIVE-NAME (FST-FILE-IX) TO VER-FILE-NAME.
           IF      FST-IN-BALANCE
                   MOVE    "IN BALANCE"  TO VER-TEXT
           ELSE
                   ADD     1             TO COUNT-UNBALANCED
                   MOVE    "*** OUT OF BALANCE ***" TO VER-TEXT
           END-IF.
           WRITE   RPT-RECORD        FROM VERDICT-LINE.
       MAIN-900-FINISH.
           CLOSE   MSTR-FILE.
           CLOSE   SCHD-FILE.
           CLOSE   LEDG-FILE.
           CLOSE   LCHG-FILE.
           CLOSE   DLQH-FILE.
           CLOSE   AMST-FILE.
           CLOSE   ASCH-FILE.
           CLOSE   ALDG-FILE.
           CLOSE   ALCH-FILE.
           CLOSE   ADLH-FILE.
           CLOSE   RPT-FILE.
           IF      WK-RESTORE-MODE
               DISPLAY "ACCTARCH - ACCOUNTS RESTORED: " COUNT-RESTORED
               DISPLAY "ACCTARCH - CONFLICTS LEFT   : " COUNT-CONFLICTS
           ELSE
               DISPLAY "ACCTARCH - CLOSED ACCOUNTS  : " COUNT-CLOSED
               DISPLAY "ACCTARCH - DUE OR ARCHIVED  : " COUNT-ELIGIBLE
               DISPLAY "ACCTARCH - NOT DATED, KEPT  : " COUNT-NOT-DATED
           END-IF.
           DISPLAY "ACCTARCH - OUT OF BALANCE   : " COUNT-UNBALANCED.

      *--------------------<< END OF PROGRAM >>-----------------------*
