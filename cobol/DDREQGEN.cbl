           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  COUNT-REQUESTED   PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-SCHEDULE PIC 9(07)      COMP VALUE 0.
         03  COUNT-NOT-DUE     PIC 9(07)      COMP VALUE 0.
         03  COUNT-WRITTEN-OFF PIC 9(07)      COMP VALUE 0.
       01  DUE-AREA.
      *    ONE ACCOUNT'S COLLECTION TERMS.  THE PERIOD FALLING DUE
      *    NEXT MONTH IS THE NUMBER OF WHOLE MONTHS FROM THE
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "DDREQGEN"        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "DDREQGEN - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING MASTER OR REPOSITORY WOULD OTHERWISE HAND THE
      *    BANK AN EMPTY OR GARBAGE REQUEST FILE; A FAILED OPEN
      *    ENDS THE RUN HERE, LOUDLY.
                   ELSE
                           ADD     1     TO COUNT-NOT-DUE
                   END-IF
           ELSE
      *            A WRITTEN-OFF ACCOUNT IS NEVER DEBITED AGAIN; WHAT
      *            THE BORROWER STILL PAYS COMES IN AS A RECOVERY.
                   IF      MSTR-WRITTEN-OFF
                           ADD     1     TO COUNT-WRITTEN-OFF
                   END-IF
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-PERIOD-DUE.
           DISPLAY "DDREQGEN - REQUESTS WRITTEN : " COUNT-REQUESTED.
           DISPLAY "DDREQGEN - NOT YET DUE      : " COUNT-NOT-DUE.
           DISPLAY "DDREQGEN - NO SCHEDULE      : " COUNT-NO-SCHEDULE.
           DISPLAY "DDREQGEN - WRITTEN OFF      : " COUNT-WRITTEN-OFF.
           MOVE    COUNT-ACCOUNTS    TO CYCLE-IN-COUNT.
           MOVE    COUNT-REQUESTED   TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
