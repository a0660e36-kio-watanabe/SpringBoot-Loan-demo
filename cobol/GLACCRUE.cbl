           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-MSTR-EOF-SWITCH PIC X         VALUE "N".
           88  WK-MSTR-EOF                    VALUE "Y".
         03  COUNT-ACCRUED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-MATURED     PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-SCHEDULE PIC 9(07)      COMP VALUE 0.
         03  COUNT-WRITTEN-OFF PIC 9(07)      COMP VALUE 0.
       01  ACCR-AREA.
      *    ONE ACCOUNT'S ACCRUAL: THE PERIODS FALLEN DUE THROUGH
      *    THIS MONTH FIX THE OUTSTANDING BALANCE, AND THE PERIOD
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "GLACCRUE"        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "GLACCRUE - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
      *    A MISSING MASTER OR REPOSITORY WOULD HAND ACCOUNTING AN
      *    EMPTY JOURNAL THAT LOOKS LIKE A QUIET MONTH; A FAILED
      *    OPEN ENDS THE RUN HERE, LOUDLY.
           ADD     1                 TO COUNT-ACCOUNTS.
           IF      MSTR-ACTIVE
                   PERFORM MAIN-200-ACCRUE-ACCOUNT
           ELSE
      *            A WRITTEN-OFF ACCOUNT EARNS NOTHING MORE AND ITS
      *            PRINCIPAL IS NO LONGER OUTSTANDING.
                   IF      MSTR-WRITTEN-OFF
                           ADD     1     TO COUNT-WRITTEN-OFF
                   END-IF
           END-IF.
           PERFORM MAIN-020-READ-MSTR.
       MAIN-200-ACCRUE-ACCOUNT.
           DISPLAY "GLACCRUE - ACCOUNTS ACCRUED : " COUNT-ACCRUED.
           DISPLAY "GLACCRUE - MATURED          : " COUNT-MATURED.
           DISPLAY "GLACCRUE - NO SCHEDULE      : " COUNT-NO-SCHEDULE.
           DISPLAY "GLACCRUE - WRITTEN OFF      : " COUNT-WRITTEN-OFF.
           MOVE    COUNT-ACCOUNTS    TO CYCLE-IN-COUNT.
           MOVE    COUNT-ACCRUED     TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
