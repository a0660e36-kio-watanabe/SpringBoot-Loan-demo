      ****************************************************************
      *                                                              *
      *         NIGHTLY CYCLE CONTROL                                *
      *                                                              *
      *    CALLED BY EVERY CONTROLLED BATCH STEP BEFORE IT OPENS A   *
      *    FILE, AND AGAIN WHEN IT FINISHES.  THE FIRST CALL WORKS   *
      *    OUT THE BUSINESS DATE FROM THE CYCLE CONTROL CARDS,       *
      *    REFUSES THE STEP IF THE STEP IT DEPENDS ON HAS NOT        *
      *    COMPLETED FOR THAT DATE, OR IF THE STEP HAS ALREADY       *
      *    COMPLETED FOR IT (FOR A MONTHLY STEP, IN THAT MONTH)      *
      *    WITHOUT A SUPERVISOR OVERRIDE CARD, AND OTHERWISE MARKS   *
      *    THE STEP STARTED ON THE CYCLE CONTROL FILE.  THE SECOND   *
      *    CALL MARKS IT COMPLETE WITH ITS END TIME AND RECORD       *
      *    COUNTS.  A STEP THAT ABENDS IS LEFT STARTED, SHOWS ON     *
      *    THE CYCLE STATUS REPORT AS FAILED, AND MAY SIMPLY BE      *
      *    RUN AGAIN.                                                *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             CYCLCTL.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    CYCLE CONTROL FILE, ONE RECORD PER BUSINESS DATE AND STEP
           SELECT  CYCL-FILE      ASSIGN TO "CYCLCTL"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    DYNAMIC
                   RECORD KEY     IS CYCL-KEY
                   FILE STATUS    IS CYCL-FILE-STATUS.
      *    BUSINESS DATE AND SUPERVISOR OVERRIDE CARDS
           SELECT  CARD-FILE      ASSIGN TO "CYCLCARD"
                   ORGANIZATION   SEQUENTIAL
                   FILE STATUS    IS CARD-FILE-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  CYCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLREC.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCARD.
       WORKING-STORAGE         SECTION.
           COPY CYCLSTEP.
       01  WK-AREA.
         03  WK-CARD-EOF-SWITCH PIC X         VALUE "N".
           88  WK-CARD-EOF                    VALUE "Y".
         03  WK-SCAN-EOF-SWITCH PIC X         VALUE "N".
           88  WK-SCAN-EOF                    VALUE "Y".
         03  WK-FOUND-SWITCH   PIC X          VALUE "N".
           88  WK-CYCL-FOUND                  VALUE "Y".
         03  WK-OVERRIDE-SWITCH PIC X         VALUE "N".
           88  WK-OVERRIDE-FOUND              VALUE "Y".
         03  WK-APPLIED-SWITCH PIC X          VALUE "N".
           88  WK-OVERRIDE-APPLIED            VALUE "Y".
         03  CYCL-FILE-STATUS  PIC XX.
           88  CYCL-FILE-OK                   VALUE "00".
           88  CYCL-FILE-NOT-FOUND            VALUE "35".
         03  CARD-FILE-STATUS  PIC XX.
           88  CARD-FILE-OK                   VALUE "00".
         03  WK-TODAY          PIC 9(08).
         03  WK-TIME           PIC 9(08).
         03  WK-STEP-IX        PIC 9(02)      COMP.
         03  WK-OVERRIDE-BY    PIC X(08).
         03  WK-NEXT-RUN       PIC 9(03).
      *    THE CYCLE'S BUSINESS DATE AND, FOR A MONTHLY STEP, THE
      *    FIRST AND LAST POSSIBLE DATES OF ITS MONTH.
         03  WK-BUSINESS-DATE  PIC 9(08).
         03  WK-MONTH-START    PIC 9(08).
         03  WK-MONTH-START-R  REDEFINES WK-MONTH-START.
           05  WK-MONTH-YYYYMM PIC 9(06).
           05  WK-MONTH-DD     PIC 9(02).
         03  WK-MONTH-END      PIC 9(08).
         03  WK-MONTH-DONE-DATE PIC 9(08).
       01  OVRD-AREA.
      *    OVERRIDE CARDS ARE HELD UNTIL THE WHOLE DECK HAS BEEN
      *    READ, SINCE THE DATE CARD MAY COME AFTER THEM.
         03  OVRD-COUNT        PIC 9(02)      COMP.
         03  OVRD-IX           PIC 9(02)      COMP.
         03  OVRD-TABLE.
           05  OVRD-ENTRY      OCCURS 20 TIMES.
             07  OVRD-BUSINESS-DATE PIC 9(08).
             07  OVRD-STEP-NAME     PIC X(08).
             07  OVRD-APPROVED-BY   PIC X(08).
             07  OVRD-RERUN-NO      PIC 9(03).
       LINKAGE                 SECTION.
       01  LNK-STEP-NAME       PIC X(08).
       01  LNK-BUSINESS-DATE   PIC 9(08).
       01  LNK-IN-COUNT        PIC 9(07).
       01  LNK-OUT-COUNT       PIC 9(07).
       01  LNK-RETURN-CODE     PIC 9(02).
         88  LNK-RC-NORMAL                  VALUE 00.
         88  LNK-RC-PREREQ-MISSING          VALUE 10.
         88  LNK-RC-ALREADY-RUN             VALUE 20.
         88  LNK-RC-RUN-THIS-MONTH          VALUE 21.
         88  LNK-RC-UNKNOWN-STEP            VALUE 30.
         88  LNK-RC-BAD-CARD                VALUE 40.
         88  LNK-RC-CONTROL-FILE            VALUE 90.
      ****************************************************************
       PROCEDURE               DIVISION
                               USING    LNK-STEP-NAME,
                                        LNK-BUSINESS-DATE,
                                        LNK-IN-COUNT,
                                        LNK-OUT-COUNT,
                                        LNK-RETURN-CODE.
      ****************************************************************
       HAJIME.
           MOVE    00                TO LNK-RETURN-CODE.
           MOVE    "N"               TO WK-OVERRIDE-SWITCH.
           MOVE    "N"               TO WK-APPLIED-SWITCH.
           MOVE    SPACE             TO WK-OVERRIDE-BY.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           ACCEPT  WK-TIME           FROM TIME.
           MOVE    WK-TODAY          TO WK-BUSINESS-DATE.
           PERFORM MAIN-010-FIND-STEP.
           IF      LNK-RC-NORMAL
                   PERFORM MAIN-020-READ-CARDS
           END-IF.
           MOVE    WK-BUSINESS-DATE  TO LNK-BUSINESS-DATE.
           IF      LNK-RC-NORMAL
                   PERFORM MAIN-070-OPEN-CONTROL
           END-IF.
           IF      LNK-RC-NORMAL
                   PERFORM MAIN-060-FIND-OVERRIDE
                   PERFORM MAIN-100-CHECK-PREREQ
                   IF      LNK-RC-NORMAL
                           PERFORM MAIN-200-CHECK-RUN
                   END-IF
                   IF      LNK-RC-NORMAL
                           PERFORM MAIN-300-MARK-STARTED
                   END-IF
                   CLOSE   CYCL-FILE
           END-IF.
       OWARI.
           GOBACK.
       MAIN-010-FIND-STEP.
           MOVE    0                 TO WK-STEP-IX.
           PERFORM MAIN-015-MATCH-STEP
                   VARYING CSTP-IX FROM 1 BY 1
                   UNTIL   CSTP-IX > CSTP-MAX.
           IF      WK-STEP-IX = 0
                   DISPLAY "CYCLCTL  - STEP NOT IN THE CYCLE TABLE: "
                           LNK-STEP-NAME
                   MOVE    30            TO LNK-RETURN-CODE
           END-IF.
       MAIN-015-MATCH-STEP.
           IF      CSTP-STEP-NAME (CSTP-IX) = LNK-STEP-NAME
                   MOVE    CSTP-IX       TO WK-STEP-IX
           END-IF.
       MAIN-020-READ-CARDS.
      *    NO CARD FILE, OR NO DATE CARD IN IT, MEANS THE CYCLE IS
      *    RUNNING FOR TODAY.  A MISPUNCHED CARD REFUSES THE STEP
      *    RATHER THAN GUESS WHICH CYCLE IT BELONGS TO.
           MOVE    0                 TO OVRD-COUNT.
           MOVE    "N"               TO WK-CARD-EOF-SWITCH.
           OPEN    INPUT  CARD-FILE.
           IF      CARD-FILE-OK
                   PERFORM MAIN-030-READ-CARD
                   PERFORM MAIN-040-TAKE-CARD
                           UNTIL   WK-CARD-EOF
                   CLOSE   CARD-FILE
           END-IF.
       MAIN-030-READ-CARD.
           READ    CARD-FILE
                   AT END
                           MOVE "Y"  TO WK-CARD-EOF-SWITCH
           END-READ.
       MAIN-040-TAKE-CARD.
           IF      CYCC-BUSINESS-DATE-X NOT NUMERIC
                OR CYCC-BUSINESS-DATE = 0
                   DISPLAY "CYCLCTL  - CARD DATE NOT NUMERIC: "
                           CYCC-RECORD
                   MOVE    40            TO LNK-RETURN-CODE
           ELSE
               IF      CYCC-DATE-CARD
                       MOVE    CYCC-BUSINESS-DATE TO WK-BUSINESS-DATE
               ELSE
                   IF      CYCC-OVERRIDE-CARD
                       AND CYCC-APPROVED-BY NOT = SPACE
                       AND CYCC-RERUN-NO-X NUMERIC
                       AND CYCC-RERUN-NO > 0
                       AND OVRD-COUNT < 20
                           ADD     1             TO OVRD-COUNT
                           MOVE    CYCC-BUSINESS-DATE
                                   TO OVRD-BUSINESS-DATE (OVRD-COUNT)
                           MOVE    CYCC-STEP-NAME
                                   TO OVRD-STEP-NAME (OVRD-COUNT)
                           MOVE    CYCC-APPROVED-BY
                                   TO OVRD-APPROVED-BY (OVRD-COUNT)
                           MOVE    CYCC-RERUN-NO
                                   TO OVRD-RERUN-NO (OVRD-COUNT)
                   ELSE
                           DISPLAY "CYCLCTL  - CARD NOT ACCEPTED: "
                                   CYCC-RECORD
                           MOVE    40            TO LNK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM MAIN-030-READ-CARD.
       MAIN-060-FIND-OVERRIDE.
           PERFORM MAIN-065-MATCH-OVERRIDE
                   VARYING OVRD-IX FROM 1 BY 1
                   UNTIL   OVRD-IX > OVRD-COUNT.
       MAIN-065-MATCH-OVERRIDE.
      *    AN OVERRIDE CARD NAMES THE ONE RUN IT ALLOWS: THE RUN
      *    NUMBER THE STEP'S RECORD FOR THE BUSINESS DATE WILL
      *    CARRY, ONE MORE THAN ITS RUN COUNT NOW (1 WHEN THERE IS
      *    NO RECORD YET).  EVERY START ADDS ONE TO THE COUNT, SO
      *    ONCE THAT RUN HAS STARTED THE CARD NEVER MATCHES AGAIN,
      *    WHOEVER SIGNED IT, AND A FURTHER RERUN NEEDS A NEW CARD.
           IF      OVRD-BUSINESS-DATE (OVRD-IX) = WK-BUSINESS-DATE
               AND OVRD-STEP-NAME (OVRD-IX) = LNK-STEP-NAME
                   MOVE    WK-BUSINESS-DATE  TO CYCL-BUSINESS-DATE
                   MOVE    LNK-STEP-NAME     TO CYCL-STEP-NAME
                   READ    CYCL-FILE
                           INVALID KEY
                                   MOVE 0    TO CYCL-RUN-COUNT
                   END-READ
                   COMPUTE WK-NEXT-RUN = CYCL-RUN-COUNT + 1
                   IF      OVRD-RERUN-NO (OVRD-IX) NOT = WK-NEXT-RUN
                       DISPLAY "CYCLCTL  - OVERRIDE BY "
                               OVRD-APPROVED-BY (OVRD-IX)
                               " IS FOR RUN "
                               OVRD-RERUN-NO (OVRD-IX)
                               " OF " LNK-STEP-NAME
                               " " WK-BUSINESS-DATE
                               ", NEXT RUN IS " WK-NEXT-RUN
                   ELSE
                       MOVE    "Y"           TO WK-OVERRIDE-SWITCH
                       MOVE    OVRD-APPROVED-BY (OVRD-IX)
                                             TO WK-OVERRIDE-BY
                   END-IF
           END-IF.
       MAIN-070-OPEN-CONTROL.
      *    THE FIRST STEP EVER RUN CREATES THE CONTROL FILE.
           OPEN    I-O    CYCL-FILE.
           IF      CYCL-FILE-NOT-FOUND
                   OPEN    OUTPUT CYCL-FILE
                   CLOSE   CYCL-FILE
                   OPEN    I-O    CYCL-FILE
           END-IF.
           IF      NOT CYCL-FILE-OK
                   DISPLAY "CYCLCTL  - CANNOT OPEN CYCLCTL, "
                           "STATUS " CYCL-FILE-STATUS
                   MOVE    90            TO LNK-RETURN-CODE
           END-IF.
       MAIN-100-CHECK-PREREQ.
      *    AN OVERRIDE NEVER WAIVES THIS: A RERUN STILL NEEDS THE
      *    STEP BEFORE IT TO HAVE COMPLETED FOR THE SAME DATE.
           IF      CSTP-PREREQ (WK-STEP-IX) NOT = SPACE
                   MOVE    WK-BUSINESS-DATE  TO CYCL-BUSINESS-DATE
                   MOVE    CSTP-PREREQ (WK-STEP-IX)
                                             TO CYCL-STEP-NAME
                   READ    CYCL-FILE
                           INVALID KEY
                                   MOVE SPACE TO CYCL-STATUS
                   END-READ
                   IF      NOT CYCL-COMPLETE
                           DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                                   " REFUSED, "
                                   CSTP-PREREQ (WK-STEP-IX)
                                   " NOT COMPLETE FOR "
                                   WK-BUSINESS-DATE
                           MOVE    10            TO LNK-RETURN-CODE
                   END-IF
           END-IF.
       MAIN-200-CHECK-RUN.
           IF      CSTP-MONTHLY (WK-STEP-IX)
                   PERFORM MAIN-250-CHECK-MONTH
           ELSE
                   MOVE    WK-BUSINESS-DATE  TO CYCL-BUSINESS-DATE
                   MOVE    LNK-STEP-NAME     TO CYCL-STEP-NAME
                   READ    CYCL-FILE
                           INVALID KEY
                                   MOVE SPACE TO CYCL-STATUS
                   END-READ
                   IF      CYCL-COMPLETE
                       IF      WK-OVERRIDE-FOUND
                           DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                                   " RERUN FOR " WK-BUSINESS-DATE
                                   " APPROVED BY " WK-OVERRIDE-BY
                           MOVE    "Y"           TO WK-APPLIED-SWITCH
                       ELSE
                           DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                                   " REFUSED, ALREADY COMPLETE FOR "
                                   WK-BUSINESS-DATE
                           MOVE    20            TO LNK-RETURN-CODE
                       END-IF
                   END-IF
           END-IF.
       MAIN-250-CHECK-MONTH.
      *    A MONTHLY STEP IS REFUSED IF IT COMPLETED ON ANY
      *    BUSINESS DATE IN THE SAME CALENDAR MONTH.
           MOVE    WK-BUSINESS-DATE  TO WK-MONTH-START.
           MOVE    01                TO WK-MONTH-DD.
           COMPUTE WK-MONTH-END = WK-MONTH-START + 30.
           MOVE    0                 TO WK-MONTH-DONE-DATE.
           MOVE    "N"               TO WK-SCAN-EOF-SWITCH.
           MOVE    WK-MONTH-START    TO CYCL-BUSINESS-DATE.
           MOVE    SPACE             TO CYCL-STEP-NAME.
           START   CYCL-FILE KEY NOT < CYCL-KEY
                   INVALID KEY
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-START.
           PERFORM MAIN-260-READ-MONTH
                   UNTIL   WK-SCAN-EOF.
           IF      WK-MONTH-DONE-DATE NOT = 0
               IF      WK-OVERRIDE-FOUND
                   DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                           " RERUN IN MONTH " WK-MONTH-YYYYMM
                           " APPROVED BY " WK-OVERRIDE-BY
                   MOVE    "Y"           TO WK-APPLIED-SWITCH
               ELSE
                   DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                           " REFUSED, ALREADY COMPLETE FOR "
                           WK-MONTH-DONE-DATE
                   MOVE    21            TO LNK-RETURN-CODE
               END-IF
           END-IF.
       MAIN-260-READ-MONTH.
           READ    CYCL-FILE NEXT
                   AT END
                           MOVE "Y"  TO WK-SCAN-EOF-SWITCH
           END-READ.
           IF      NOT WK-SCAN-EOF
               IF      CYCL-BUSINESS-DATE > WK-MONTH-END
                       MOVE    "Y"           TO WK-SCAN-EOF-SWITCH
               ELSE
                   IF      CYCL-STEP-NAME = LNK-STEP-NAME
                       AND CYCL-COMPLETE
                           MOVE    CYCL-BUSINESS-DATE
                                   TO WK-MONTH-DONE-DATE
                   END-IF
               END-IF
           END-IF.
       MAIN-300-MARK-STARTED.
      *    A FIRST RUN WRITES THE STEP'S RECORD; A RERUN AFTER A
      *    FAILURE OR UNDER AN OVERRIDE REWRITES IT.  THE APPROVER
      *    IS STORED ONLY WHEN THE OVERRIDE WAS WHAT LET THE STEP
      *    RUN, AND IS KEPT ACROSS LATER RERUNS AFTER A FAILURE.
      *    THE RUN COUNT GOES UP ON EVERY START; IT IS WHAT SPENDS
      *    AN OVERRIDE CARD.
           MOVE    WK-BUSINESS-DATE  TO CYCL-BUSINESS-DATE.
           MOVE    LNK-STEP-NAME     TO CYCL-STEP-NAME.
           MOVE    "Y"               TO WK-FOUND-SWITCH.
           READ    CYCL-FILE
                   INVALID KEY
                           MOVE "N"  TO WK-FOUND-SWITCH
           END-READ.
           IF      NOT WK-CYCL-FOUND
                   MOVE    SPACE             TO CYCL-RECORD
                   MOVE    WK-BUSINESS-DATE  TO CYCL-BUSINESS-DATE
                   MOVE    LNK-STEP-NAME     TO CYCL-STEP-NAME
                   MOVE    0                 TO CYCL-RUN-COUNT
           END-IF.
           MOVE    "S"               TO CYCL-STATUS.
           MOVE    WK-TODAY          TO CYCL-START-DATE.
           MOVE    WK-TIME           TO CYCL-START-TIME.
           MOVE    0                 TO CYCL-END-DATE.
           MOVE    0                 TO CYCL-END-TIME.
           MOVE    0                 TO CYCL-IN-COUNT.
           MOVE    0                 TO CYCL-OUT-COUNT.
           ADD     1                 TO CYCL-RUN-COUNT.
           IF      WK-OVERRIDE-APPLIED
                   MOVE    WK-OVERRIDE-BY TO CYCL-OVERRIDE-BY
           END-IF.
           IF      WK-CYCL-FOUND
                   REWRITE CYCL-RECORD
                           INVALID KEY
                                   MOVE 90   TO LNK-RETURN-CODE
                   END-REWRITE
           ELSE
                   WRITE   CYCL-RECORD
                           INVALID KEY
                                   MOVE 90   TO LNK-RETURN-CODE
                   END-WRITE
           END-IF.
           IF      LNK-RC-NORMAL
                   DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                           " STARTED FOR BUSINESS DATE "
                           WK-BUSINESS-DATE
           ELSE
                   DISPLAY "CYCLCTL  - CANNOT RECORD START OF "
                           LNK-STEP-NAME ", STATUS " CYCL-FILE-STATUS
           END-IF.
      ****************************************************************
      *    STEP COMPLETION ENTRY POINT                                *
      *    THE STEP HANDS BACK THE BUSINESS DATE THE FIRST CALL GAVE  *
      *    IT, WITH ITS RECORDS-IN AND RECORDS-OUT COUNTS.  ONLY A    *
      *    STEP THAT REACHES ITS OWN FINISH EVER GETS HERE, SO A      *
      *    STEP THAT DIES PART WAY IS LEFT MARKED STARTED.            *
      ****************************************************************
       ENTRY "CYCLCTL-END" USING LNK-STEP-NAME,
                                 LNK-BUSINESS-DATE,
                                 LNK-IN-COUNT,
                                 LNK-OUT-COUNT,
                                 LNK-RETURN-CODE.
       END-000-MARK-COMPLETE.
           MOVE    00                TO LNK-RETURN-CODE.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           ACCEPT  WK-TIME           FROM TIME.
           OPEN    I-O    CYCL-FILE.
           IF      NOT CYCL-FILE-OK
                   DISPLAY "CYCLCTL  - CANNOT OPEN CYCLCTL, "
                           "STATUS " CYCL-FILE-STATUS
                   MOVE    90            TO LNK-RETURN-CODE
                   GO TO   OWARI
           END-IF.
           MOVE    LNK-BUSINESS-DATE TO CYCL-BUSINESS-DATE.
           MOVE    LNK-STEP-NAME     TO CYCL-STEP-NAME.
           READ    CYCL-FILE
                   INVALID KEY
                           MOVE 90   TO LNK-RETURN-CODE
           END-READ.
           IF      LNK-RC-NORMAL
                   MOVE    "C"               TO CYCL-STATUS
                   MOVE    WK-TODAY          TO CYCL-END-DATE
                   MOVE    WK-TIME           TO CYCL-END-TIME
                   MOVE    LNK-IN-COUNT      TO CYCL-IN-COUNT
                   MOVE    LNK-OUT-COUNT     TO CYCL-OUT-COUNT
                   REWRITE CYCL-RECORD
                           INVALID KEY
                                   MOVE 90   TO LNK-RETURN-CODE
                   END-REWRITE
           END-IF.
           IF      LNK-RC-NORMAL
                   DISPLAY "CYCLCTL  - " LNK-STEP-NAME
                           " COMPLETE FOR BUSINESS DATE "
                           LNK-BUSINESS-DATE
           ELSE
                   DISPLAY "CYCLCTL  - CANNOT RECORD END OF "
                           LNK-STEP-NAME ", STATUS " CYCL-FILE-STATUS
           END-IF.
           CLOSE   CYCL-FILE.
           GO TO   OWARI.

      *--------------------<< END OF PROGRAM >>-----------------------*
