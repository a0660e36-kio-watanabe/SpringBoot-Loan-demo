           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
         03  COUNT-NO-MASTER   PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-PRODUCT  PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-RATE     PIC 9(07)      COMP VALUE 0.
         03  COUNT-WRITTEN-OFF PIC 9(07)      COMP VALUE 0.
       01  ASSESS-AREA.
      *    ONE ACCOUNT'S ASSESSMENT.  THE POSTING RUN REPORTS
      *    WHOLE INSTALLMENTS BEHIND, SO THE DAYS OVERDUE ARE
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "LATECHG "        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "LATECHG  - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING MASTER WOULD ASSESS EVERY CHARGE AGAINST AN
      *    UNINITIALIZED RATE; A FAILED OPEN ENDS THE RUN HERE,
      *    LOUDLY.
                           DISPLAY "LATECHG  - NO MASTER FOR "
                                   DLQ-ACCOUNT-NO
                   NOT INVALID KEY
      *                    NO CHARGE ACCRUES ON A LOAN WRITTEN OFF.
                           IF      MSTR-WRITTEN-OFF
                                   ADD     1 TO COUNT-WRITTEN-OFF
                           ELSE
                                   PERFORM MAIN-200-GET-PRODUCT
                           END-IF
           END-READ.
           PERFORM MAIN-020-READ-DLQ.
       MAIN-200-GET-PRODUCT.
           DISPLAY "LATECHG  - NO MASTER RECORD : " COUNT-NO-MASTER.
           DISPLAY "LATECHG  - NO PRODUCT       : " COUNT-NO-PRODUCT.
           DISPLAY "LATECHG  - ZERO RATE        : " COUNT-NO-RATE.
           DISPLAY "LATECHG  - WRITTEN OFF      : " COUNT-WRITTEN-OFF.
           MOVE    COUNT-READ        TO CYCLE-IN-COUNT.
           MOVE    COUNT-ASSESSED    TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
