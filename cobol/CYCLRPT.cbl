      ****************************************************************
      *                                                              *
      *         NIGHTLY CYCLE STATUS REPORT                          *
      *                                                              *
      *    LISTS EVERY CONTROLLED BATCH STEP, IN RUNNING ORDER, FOR  *
      *    ONE BUSINESS DATE -- THE DATE ON THE CYCLE CONTROL "D"    *
      *    CARD, OR TODAY WITHOUT ONE -- AS COMPLETE, FAILED (MARKED *
      *    STARTED ON THE CYCLE CONTROL FILE BUT NEVER FINISHED), OR *
      *    STILL OUTSTANDING, WITH ITS START AND END TIMES, HOW MANY *
      *    TIMES IT WAS RUN, ITS RECORD COUNTS AND WHO APPROVED ANY  *
      *    RERUN.  AN OUTSTANDING STEP WHOSE PREREQUISITE HAS NOT    *
      *    COMPLETED SHOWS WHAT IT IS WAITING ON.  A MONTHLY STEP    *
      *    ALREADY COMPLETED EARLIER IN THE MONTH SHOWS THE DATE IT  *
      *    RAN FOR.                                                  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             CYCLRPT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    BUSINESS DATE CARD; OVERRIDE CARDS ARE PASSED OVER
           SELECT  CARD-FILE      ASSIGN TO "CYCLCARD"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS CARD-FILE-STATUS.
      *    CYCLE CONTROL FILE, ONE RECORD PER BUSINESS DATE AND STEP
           SELECT  CYCL-FILE      ASSIGN TO "CYCLCTL"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS CYCL-KEY
                   FILE STATUS    IS CYCL-FILE-STATUS.
      *    PRINTED CYCLE STATUS REPORT
           SELECT  RPT-FILE       ASSIGN TO "CYCLSTAT"
                   ORGANIZATION   SEQUENTIAL.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCARD.
       FD  CYCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLREC.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLSTEP.
       01  WK-AREA.
         03  WK-CARD-EOF-SWITCH PIC X         VALUE "N".
           88  WK-CARD-EOF                    VALUE "Y".
         03  WK-SCAN-EOF-SWITCH PIC X         VALUE "N".
           88  WK-SCAN-EOF                    VALUE "Y".
         03  WK-FOUND-SWITCH   PIC X          VALUE "N".
           88  WK-CYCL-FOUND                  VALUE "Y".
         03  WK-EMPTY-SWITCH   PIC X          VALUE "N".
           88  WK-CYCL-EMPTY                  VALUE "Y".
         03  CARD-FILE-STATUS  PIC XX.
           88  CARD-FILE-OK                   VALUE "00".
         03  CYCL-FILE-STATUS  PIC XX.
           88  CYCL-FILE-OK                   VALUE "00".
           88  CYCL-FILE-NOT-FOUND            VALUE "35".
         03  WK-TODAY          PIC 9(08).
         03  WK-BUSINESS-DATE  PIC 9(08).
         03  WK-MONTH-START    PIC 9(08).
         03  WK-MONTH-START-R  REDEFINES WK-MONTH-START.
           05  WK-MONTH-YYYYMM PIC 9(06).
           05  WK-MONTH-DD     PIC 9(02).
         03  WK-MONTH-END      PIC 9(08).
         03  WK-EDIT-DATE      PIC 9999/99/99.
      *    HHMMSSCC AS ACCEPTED FROM TIME, SPLIT FOR PRINTING.
         03  WK-TIME           PIC 9(08).
         03  WK-TIME-R         REDEFINES WK-TIME.
           05  WK-TIME-HH      PIC 9(02).
           05  WK-TIME-MM      PIC 9(02).
           05  WK-TIME-SS      PIC 9(02).
           05  WK-TIME-CC      PIC 9(02).
       01  COUNT-AREA.
         03  COUNT-COMPLETE    PIC 9(07)      COMP VALUE 0.
         03  COUNT-FAILED      PIC 9(07)      COMP VALUE 0.
         03  COUNT-OUTSTANDING PIC 9(07)      COMP VALUE 0.
      *    THE STEP'S OWN RECORD AND, FOR AN OUTSTANDING STEP, ITS
      *    PREREQUISITE'S, KEPT APART SO ONE READ DOES NOT CLOBBER
      *    THE OTHER.
       01  STEP-AREA.
         03  STEP-RECORD       PIC X(84).
         03  STEP-PREREQ-DONE  PIC X(01).
           88  STEP-PREREQ-COMPLETE           VALUE "Y".
         03  STEP-MONTH-DATE   PIC 9(08).
       01  HEAD-LINE-1.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  FILLER            PIC X(34)      VALUE
             "CYCLRPT  - NIGHTLY CYCLE STATUS".
         03  FILLER            PIC X(14)      VALUE "BUSINESS DATE ".
         03  HEAD-BUSINESS-DATE PIC 9999/99/99.
         03  FILLER            PIC X(04)      VALUE SPACE.
         03  FILLER            PIC X(06)      VALUE "AS OF ".
         03  HEAD-DATE         PIC 9999/99/99.
         03  FILLER            PIC X(44)      VALUE SPACE.
       01  HEAD-LINE-2.
         03  FILLER            PIC X(08)      VALUE "STEP".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(07)      VALUE "EVERY".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(16)      VALUE "STATUS".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(10)      VALUE "STARTED ON".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "   START".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "     END".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(04)      VALUE "RUNS".
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  FILLER            PIC X(09)      VALUE "  RECS IN".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(09)      VALUE " RECS OUT".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(08)      VALUE "OVERRIDE".
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  FILLER            PIC X(26)      VALUE "NOTE".
       01  DETAIL-LINE.
         03  DTL-STEP-NAME     PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-FREQUENCY     PIC X(07).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-STATUS        PIC X(16).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-START-DATE    PIC 9999/99/99 BLANK WHEN ZERO.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-START-TIME.
           05  DTL-START-HH    PIC X(02).
           05  DTL-START-SEP-1 PIC X(01).
           05  DTL-START-MM    PIC X(02).
           05  DTL-START-SEP-2 PIC X(01).
           05  DTL-START-SS    PIC X(02).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-END-TIME.
           05  DTL-END-HH      PIC X(02).
           05  DTL-END-SEP-1   PIC X(01).
           05  DTL-END-MM      PIC X(02).
           05  DTL-END-SEP-2   PIC X(01).
           05  DTL-END-SS      PIC X(02).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-RUN-COUNT     PIC ZZZ9.
         03  FILLER            PIC X(01)      VALUE SPACE.
         03  DTL-IN-COUNT      PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-OUT-COUNT     PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-OVERRIDE-BY   PIC X(08).
         03  FILLER            PIC X(02)      VALUE SPACE.
         03  DTL-NOTE-TEXT     PIC X(11).
         03  DTL-NOTE-VALUE    PIC X(10).
         03  FILLER            PIC X(05)      VALUE SPACE.
       01  TOTAL-LINE.
         03  FILLER            PIC X(10)      VALUE SPACE.
         03  TOT-CAPTION       PIC X(24).
         03  TOT-COUNT         PIC Z,ZZZ,ZZ9.
         03  FILLER            PIC X(89)      VALUE SPACE.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
           PERFORM MAIN-010-INITIALIZE.
           PERFORM MAIN-100-STEP-LINE
                   VARYING CSTP-IX FROM 1 BY 1
                   UNTIL   CSTP-IX > CSTP-MAX.
           PERFORM MAIN-900-FINISH.
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           PERFORM MAIN-050-READ-CARDS.
           MOVE    WK-BUSINESS-DATE  TO WK-MONTH-START.
           MOVE    01                TO WK-MONTH-DD.
           COMPUTE WK-MONTH-END = WK-MONTH-START + 30.
      *    NO CONTROL FILE YET MEANS NOTHING HAS EVER RUN UNDER
      *    CYCLE CONTROL; EVERY STEP IS REPORTED OUTSTANDING.
           OPEN    INPUT  CYCL-FILE.
           IF      CYCL-FILE-NOT-FOUND
                   MOVE    "Y"           TO WK-EMPTY-SWITCH
           ELSE
               IF      NOT CYCL-FILE-OK
                   DISPLAY "CYCLRPT  - CANNOT OPEN CYCLCTL, "
                           "STATUS " CYCL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN    OUTPUT RPT-FILE.
           MOVE    WK-BUSINESS-DATE  TO HEAD-BUSINESS-DATE.
           MOVE    WK-TODAY          TO HEAD-DATE.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
           WRITE   RPT-RECORD        FROM HEAD-LINE-2.
       MAIN-050-READ-CARDS.
      *    THE SAME DECK THE STEPS READ; ONLY THE DATE CARD
      *    MATTERS HERE.  A MISPUNCHED DATE ENDS THE RUN RATHER
      *    THAN REPORT ON THE WRONG CYCLE.
           MOVE    WK-TODAY          TO WK-BUSINESS-DATE.
           OPEN    INPUT  CARD-FILE.
           IF      CARD-FILE-OK
                   PERFORM MAIN-060-READ-CARD
                   PERFORM MAIN-070-TAKE-CARD
                           UNTIL   WK-CARD-EOF
                   CLOSE   CARD-FILE
           END-IF.
       MAIN-060-READ-CARD.
           READ    CARD-FILE
                   AT END
                           MOVE "Y"  TO WK-CARD-EOF-SWITCH
           END-READ.
       MAIN-070-TAKE-CARD.
           IF      CYCC-DATE-CARD
               IF      CYCC-BUSINESS-DATE-X NOT NUMERIC
                    OR CYCC-BUSINESS-DATE = 0
                   DISPLAY "CYCLRPT  - BUSINESS DATE NOT NUMERIC: "
                           CYCC-BUSINESS-DATE-X
                   STOP RUN
               END-IF
               MOVE    CYCC-BUSINESS-DATE TO WK-BUSINESS-DATE
           END-IF.
           PERFORM MAIN-060-READ-CARD.
       MAIN-100-STEP-LINE.
           MOVE    SPACE             TO DETAIL-LINE.
           MOVE    CSTP-STEP-NAME (CSTP-IX) TO DTL-STEP-NAME.
           IF      CSTP-MONTHLY (CSTP-IX)
                   MOVE    "MONTH"       TO DTL-FREQUENCY
           ELSE
                   MOVE    "DAY"         TO DTL-FREQUENCY
           END-IF.
           MOVE    0                 TO DTL-START-DATE.
           MOVE    CSTP-STEP-NAME (CSTP-IX) TO CYCL-STEP-NAME.
           PERFORM MAIN-200-READ-STEP.
           IF      WK-CYCL-FOUND
                   PERFORM MAIN-300-RUN-DETAIL
                   IF      CYCL-COMPLETE
                           MOVE    "COMPLETE"    TO DTL-STATUS
                           ADD     1             TO COUNT-COMPLETE
                   ELSE
                           MOVE    "FAILED/NOT ENDED" TO DTL-STATUS
                           ADD     1             TO COUNT-FAILED
                   END-IF
           ELSE
               IF      CSTP-MONTHLY (CSTP-IX)
                   AND NOT WK-CYCL-EMPTY
                       PERFORM MAIN-400-CHECK-MONTH
               END-IF
               IF      WK-CYCL-FOUND
                       MOVE    STEP-RECORD   TO CYCL-RECORD
                       PERFORM MAIN-300-RUN-DETAIL
                       MOVE    "DONE THIS MONTH" TO DTL-STATUS
                       MOVE    "RUN FOR"     TO DTL-NOTE-TEXT
                       MOVE    STEP-MONTH-DATE TO WK-EDIT-DATE
                       MOVE    WK-EDIT-DATE  TO DTL-NOTE-VALUE
                       ADD     1             TO COUNT-COMPLETE
               ELSE
                       MOVE    "OUTSTANDING" TO DTL-STATUS
                       ADD     1             TO COUNT-OUTSTANDING
                       PERFORM MAIN-500-CHECK-PREREQ
               END-IF
           END-IF.
           WRITE   RPT-RECORD        FROM DETAIL-LINE.
       MAIN-200-READ-STEP.
           MOVE    "N"               TO WK-FOUND-SWITCH.
           IF      NOT WK-CYCL-EMPTY
                   MOVE    WK-BUSINESS-DATE TO CYCL-BUSINESS-DATE
                   MOVE    "Y"           TO WK-FOUND-SWITCH
                   READ    CYCL-FILE
                           INVALID KEY
                                   MOVE "N"  TO WK-FOUND-SWITCH
                   END-READ
           END-IF.
       MAIN-300-RUN-DETAIL.
           MOVE    CYCL-START-DATE   TO DTL-START-DATE.
           MOVE    CYCL-START-TIME   TO WK-TIME.
           MOVE    WK-TIME-HH        TO DTL-START-HH.
           MOVE    ":"               TO DTL-START-SEP-1.
           MOVE    WK-TIME-MM        TO DTL-START-MM.
           MOVE    ":"               TO DTL-START-SEP-2.
           MOVE    WK-TIME-SS        TO DTL-START-SS.
           IF      CYCL-COMPLETE
                   MOVE    CYCL-END-TIME TO WK-TIME
                   MOVE    WK-TIME-HH    TO DTL-END-HH
                   MOVE    ":"           TO DTL-END-SEP-1
                   MOVE    WK-TIME-MM    TO DTL-END-MM
                   MOVE    ":"           TO DTL-END-SEP-2
                   MOVE    WK-TIME-SS    TO DTL-END-SS
                   MOVE    CYCL-IN-COUNT TO DTL-IN-COUNT
                   MOVE    CYCL-OUT-COUNT TO DTL-OUT-COUNT
           END-IF.
           MOVE    CYCL-RUN-COUNT    TO DTL-RUN-COUNT.
           MOVE    CYCL-OVERRIDE-BY  TO DTL-OVERRIDE-BY.
       MAIN-400-CHECK-MONTH.
      *    A MONTHLY STEP NOT RUN FOR THIS DATE MAY HAVE COMPLETED
      *    FOR AN EARLIER DATE IN THE SAME MONTH; THE LATEST SUCH
      *    RUN IS KEPT.
           MOVE    "N"               TO WK-FOUND-SWITCH.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    WK-MONTH-START    TO CYCL-BUSINESS-DATE.
           MOVE    SPACE             TO CYCL-STEP-NAME.
           START   CYCL-FILE KEY NOT < CYCL-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           IF      NOT CYCL-FILE-OK
                   MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
           END-IF.
           PERFORM MAIN-410-READ-MONTH
                   UNTIL   WK-SCAN-EOF.
       MAIN-410-READ-MONTH.
           READ    CYCL-FILE NEXT
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT CYCL-FILE-OK
                   MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
           END-IF.
           IF      NOT WK-SCAN-EOF
               IF      CYCL-BUSINESS-DATE > WK-MONTH-END
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                   IF      CYCL-STEP-NAME = CSTP-STEP-NAME (CSTP-IX)
                       AND CYCL-COMPLETE
                           MOVE    "Y"           TO WK-FOUND-SWITCH
                           MOVE    CYCL-RECORD   TO STEP-RECORD
                           MOVE    CYCL-BUSINESS-DATE
                                   TO STEP-MONTH-DATE
                   END-IF
               END-IF
           END-IF.
       MAIN-500-CHECK-PREREQ.
           MOVE    "N"               TO STEP-PREREQ-DONE.
           IF      CSTP-PREREQ (CSTP-IX) NOT = SPACE
                   MOVE    CSTP-PREREQ (CSTP-IX) TO CYCL-STEP-NAME
                   PERFORM MAIN-200-READ-STEP
                   IF      WK-CYCL-FOUND
                       AND CYCL-COMPLETE
                           MOVE    "Y"           TO STEP-PREREQ-DONE
                   END-IF
                   IF      NOT STEP-PREREQ-COMPLETE
                           MOVE    "WAITING ON"  TO DTL-NOTE-TEXT
                           MOVE    CSTP-PREREQ (CSTP-IX)
                                   TO DTL-NOTE-VALUE
                   END-IF
           END-IF.
       MAIN-900-FINISH.
           MOVE    SPACE             TO RPT-RECORD.
           WRITE   RPT-RECORD.
           MOVE    "STEPS COMPLETE"  TO TOT-CAPTION.
           MOVE    COUNT-COMPLETE    TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "STEPS FAILED/NOT ENDED" TO TOT-CAPTION.
           MOVE    COUNT-FAILED      TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           MOVE    "STEPS OUTSTANDING" TO TOT-CAPTION.
           MOVE    COUNT-OUTSTANDING TO TOT-COUNT.
           WRITE   RPT-RECORD        FROM TOTAL-LINE.
           IF      NOT WK-CYCL-EMPTY
                   CLOSE   CYCL-FILE
           END-IF.
           CLOSE   RPT-FILE.
           DISPLAY "CYCLRPT  - BUSINESS DATE    : " WK-BUSINESS-DATE.
           DISPLAY "CYCLRPT  - STEPS COMPLETE   : " COUNT-COMPLETE.
           DISPLAY "CYCLRPT  - FAILED/NOT ENDED : " COUNT-FAILED.
           DISPLAY "CYCLRPT  - OUTSTANDING      : " COUNT-OUTSTANDING.

      *--------------------<< END OF PROGRAM >>-----------------------*
