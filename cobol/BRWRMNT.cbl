      ****************************************************************
      *                                                              *
      *         BORROWER MASTER FILE MAINTENANCE (ADD/CHANGE/MAIL)   *
      *                                                              *
      *    KEEPS THE BORROWER MASTER THE LETTER RUNS TAKE THEIR      *
      *    ADDRESSEE BLOCK FROM.  EACH CARD ADDS A BORROWER,         *
      *    REPLACES A BORROWER'S ADDRESS, PHONE AND MAIL FLAG, OR    *
      *    SETS THE MAIL FLAG ALONE WHEN A LETTER COMES BACK         *
      *    UNDELIVERED.  EVERY CARD IS EDITED BEFORE IT TOUCHES THE  *
      *    MASTER AND LISTED ON A MAINTENANCE REGISTER WITH ITS      *
      *    DISPOSITION.                                              *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             BRWRMNT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    MAINTENANCE TRANSACTIONS, ONE PER BORROWER ACTION
           SELECT  TRAN-FILE      ASSIGN TO "BRWRTRAN"
                   ORGANIZATION   SEQUENTIAL.
      *    BORROWER MASTER, KEYED ON BORROWER ID
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    PRINTED MAINTENANCE REGISTER FOR THE OPERATOR
           SELECT  RPT-FILE       ASSIGN TO "BRWRRPT"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRTRAN.
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WK-AREA.
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
           88  BRWR-FILE-NOT-FOUND            VALUE "35".
         03  WK-TODAY          PIC 9(08).
         03  TRAN-BAD-SWITCH   PIC X.
           88  TRAN-BAD                       VALUE "Y".
       01  COUNT-AREA.
         03  COUNT-READ        PIC 9(07)      COMP VALUE 0.
         03  COUNT-ADDED       PIC 9(07)      COMP VALUE 0.
         03  COUNT-CHANGED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-FLAGGED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-REJECTED    PIC 9(07)      COMP VALUE 0.
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(42)      VALUE
             "BRWRMNT - BORROWER MASTER MAINTENANCE".
         03  FILLER            PIC X(08)      VALUE SPACE.
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(62)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(06)      VALUE "ACTION".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "BRWR-ID".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "POSTAL".
         03  FILLER            PIC X(40)      VALUE "ADDRESS".
         03  FILLER            PIC X(06)      VALUE "MAIL".
         03  FILLER            PIC X(30)      VALUE "DISPOSITION".
         03  FILLER            PIC X(26)      VALUE SPACE.
       01  DETAIL-LINE.
         03  DTL-ACTION        PIC X(01).
         03  FILLER            PIC X(07)      VALUE SPACE.
         03  DTL-BORROWER-ID   PIC X(08).
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  DTL-POSTAL-CODE   PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-ADDRESS       PIC X(40).
         03  DTL-MAIL-FLAG     PIC X(01).
         03  FILLER            PIC X(05)      VALUE SPACE.
         03  DTL-DISPOSITION   PIC X(30).
         03  FILLER            PIC X(26)      VALUE SPACE.
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
           PERFORM MAIN-020-READ-TRAN.
           PERFORM MAIN-100-PROCESS-LOOP
                   UNTIL   WK-EOF.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
           OPEN    INPUT  TRAN-FILE.
           OPEN    OUTPUT RPT-FILE.
      *    ON THE VERY FIRST RUN THE MASTER DOES NOT EXIST YET;
      *    CREATE IT EMPTY AND REOPEN FOR UPDATE, THE SAME WAY
      *    THE LOAN MASTER IS BROUGHT INTO EXISTENCE.
           OPEN    I-O    BRWR-FILE.
           IF      BRWR-FILE-NOT-FOUND
                   OPEN    OUTPUT BRWR-FILE
                   CLOSE   BRWR-FILE
                   OPEN    I-O    BRWR-FILE
           END-IF.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO HEAD-DATE.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
       MAIN-020-READ-TRAN.
           READ    TRAN-FILE
                   AT END
                           MOVE    "Y"       TO WK-EOF-SWITCH
           END-READ.
       MAIN-100-PROCESS-LOOP.
           ADD     1                 TO COUNT-READ.
           MOVE    BTRN-ACTION        TO DTL-ACTION.
           MOVE    BTRN-BORROWER-ID-X TO DTL-BORROWER-ID.
           MOVE    BTRN-POSTAL-CODE   TO DTL-POSTAL-CODE.
           MOVE    BTRN-ADDRESS-1     TO DTL-ADDRESS.
           MOVE    BTRN-MAIL-FLAG     TO DTL-MAIL-FLAG.
           PERFORM MAIN-150-EDIT-TRAN.
           IF      TRAN-BAD
                   ADD     1         TO COUNT-REJECTED
           ELSE
               IF      BTRN-ADD
                       PERFORM MAIN-200-ADD-BORROWER
               ELSE
                   IF      BTRN-CHANGE
                           PERFORM MAIN-300-CHANGE-BORROWER
                   ELSE
                           PERFORM MAIN-400-SET-MAIL-FLAG
                   END-IF
               END-IF
           END-IF.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
           PERFORM MAIN-020-READ-TRAN.
       MAIN-150-EDIT-TRAN.
      *    A LETTER PRINTED FROM A MISPUNCHED ADDRESS GOES
      *    NOWHERE.  THE BORROWER ID MUST BE NUMERIC AND NOT ZERO,
      *    AND AN ADD OR CHANGE MUST CARRY A POSTAL CODE OF THE
      *    FORM NNN-NNNN AND AT LEAST THE FIRST ADDRESS LINE.  THE
      *    MAIL FLAG IS SPACE, "R" OR "D" ON EVERY ACTION.
           MOVE    "N"               TO TRAN-BAD-SWITCH.
           IF      NOT BTRN-ADD
               AND NOT BTRN-CHANGE
               AND NOT BTRN-MAIL-ONLY
                   MOVE "REJECTED - BAD ACTION CODE"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO TRAN-BAD-SWITCH
           ELSE
               IF      BTRN-BORROWER-ID-X NOT NUMERIC
                    OR BTRN-BORROWER-ID = 0
                   MOVE "REJECTED - BORROWER ID NOT NUMERIC"
                                     TO DTL-DISPOSITION
                   MOVE    "Y"       TO TRAN-BAD-SWITCH
               ELSE
                   IF      NOT BTRN-MAIL-FLAG-VALID
                       MOVE "REJECTED - BAD MAIL FLAG"
                                     TO DTL-DISPOSITION
                       MOVE    "Y"   TO TRAN-BAD-SWITCH
                   ELSE
                       IF     (BTRN-ADD OR BTRN-CHANGE)
                          AND (BTRN-POSTAL-3-X  NOT NUMERIC OR
                               BTRN-POSTAL-DASH NOT = "-"   OR
                               BTRN-POSTAL-4-X  NOT NUMERIC)
                           MOVE "REJECTED - BAD POSTAL CODE"
                                     TO DTL-DISPOSITION
                           MOVE    "Y"   TO TRAN-BAD-SWITCH
                       ELSE
                           IF     (BTRN-ADD OR BTRN-CHANGE)
                              AND  BTRN-ADDRESS-1 = SPACE
                               MOVE "REJECTED - NO ADDRESS ON CARD"
                                     TO DTL-DISPOSITION
                               MOVE    "Y" TO TRAN-BAD-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MAIN-200-ADD-BORROWER.
           MOVE    BTRN-BORROWER-ID  TO BRWR-BORROWER-ID.
           PERFORM MAIN-250-MOVE-FIELDS.
           WRITE   BRWR-RECORD
                   INVALID KEY
                           MOVE "REJECTED - BORROWER EXISTS"
                                             TO DTL-DISPOSITION
                           ADD     1         TO COUNT-REJECTED
                   NOT INVALID KEY
                           MOVE "ADDED"      TO DTL-DISPOSITION
                           ADD     1         TO COUNT-ADDED
           END-WRITE.
       MAIN-300-CHANGE-BORROWER.
      *    A CHANGE REPLACES THE WHOLE ADDRESS, THE PHONE AND THE
      *    MAIL FLAG FROM THE CARD -- A NEW ADDRESS NORMALLY CLEARS
      *    A RETURNED-MAIL FLAG IN THE SAME STROKE.
           MOVE    BTRN-BORROWER-ID  TO BRWR-BORROWER-ID.
           READ    BRWR-FILE
                   INVALID KEY
                           MOVE "REJECTED - BORROWER NOT FOUND"
                                             TO DTL-DISPOSITION
                           ADD     1         TO COUNT-REJECTED
                   NOT INVALID KEY
                           PERFORM MAIN-250-MOVE-FIELDS
                           REWRITE BRWR-RECORD
                           MOVE "CHANGED"    TO DTL-DISPOSITION
                           ADD     1         TO COUNT-CHANGED
           END-READ.
       MAIN-400-SET-MAIL-FLAG.
           MOVE    BTRN-BORROWER-ID  TO BRWR-BORROWER-ID.
           READ    BRWR-FILE
                   INVALID KEY
                           MOVE "REJECTED - BORROWER NOT FOUND"
                                             TO DTL-DISPOSITION
                           ADD     1         TO COUNT-REJECTED
                   NOT INVALID KEY
                           MOVE    BTRN-MAIL-FLAG TO BRWR-MAIL-FLAG
                           MOVE    WK-TODAY  TO BRWR-LAST-CHANGED
                           REWRITE BRWR-RECORD
                           MOVE BRWR-POSTAL-CODE TO DTL-POSTAL-CODE
                           MOVE BRWR-ADDRESS-1   TO DTL-ADDRESS
                           MOVE "MAIL FLAG SET" TO DTL-DISPOSITION
                           ADD     1         TO COUNT-FLAGGED
           END-READ.
       MAIN-250-MOVE-FIELDS.
           MOVE    BTRN-POSTAL-CODE  TO BRWR-POSTAL-CODE.
           MOVE    BTRN-ADDRESS-1    TO BRWR-ADDRESS-1.
           MOVE    BTRN-ADDRESS-2    TO BRWR-ADDRESS-2.
           MOVE    BTRN-ADDRESS-3    TO BRWR-ADDRESS-3.
           MOVE    BTRN-PHONE        TO BRWR-PHONE.
           MOVE    BTRN-MAIL-FLAG    TO BRWR-MAIL-FLAG.
           MOVE    WK-TODAY          TO BRWR-LAST-CHANGED.
       MAIN-900-FINISH.
           MOVE    "TRANSACTIONS READ"  TO TOT-CAPTION.
           MOVE    COUNT-READ           TO TOT-COUNT.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           MOVE    "BORROWERS ADDED"    TO TOT-CAPTION.
           MOVE    COUNT-ADDED          TO TOT-COUNT.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           MOVE    "BORROWERS CHANGED"  TO TOT-CAPTION.
           MOVE    COUNT-CHANGED        TO TOT-COUNT.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           MOVE    "MAIL FLAGS SET"     TO TOT-CAPTION.
           MOVE    COUNT-FLAGGED        TO TOT-COUNT.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           MOVE    "TRANSACTIONS REJECTED" TO TOT-CAPTION.
           MOVE    COUNT-REJECTED       TO TOT-COUNT.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           CLOSE   TRAN-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "BRWRMNT  - TRANSACTIONS READ: " COUNT-READ.
           DISPLAY "BRWRMNT  - REJECTED         : " COUNT-REJECTED.

      *--------------------<< END OF PROGRAM >>-----------------------*
