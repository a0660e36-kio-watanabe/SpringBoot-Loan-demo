           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
       WORKING-STORAGE         SECTION.
           COPY CYCLCALL.
       01  WK-AREA.
         03  WK-EOF-SWITCH     PIC X          VALUE "N".
           88  WK-EOF                         VALUE "Y".
       OWARI.
           GOBACK.
       MAIN-010-INITIALIZE.
      *    THE NIGHTLY CYCLE CONTROL MUST CLEAR THE STEP BEFORE
      *    ANY FILE IS OPENED.
           MOVE    "DDRETPST"        TO CYCLE-STEP-NAME.
           CALL    "CYCLCTL"         USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.
           IF      NOT CYCLE-RC-NORMAL
                   DISPLAY "DDRETPST - REFUSED BY CYCLE CONTROL, "
                           "CODE " CYCLE-RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN    INPUT  RET-FILE.
           OPEN    OUTPUT PAY-FILE.
           OPEN    OUTPUT RPT-FILE.
           DISPLAY "DDRETPST - HONORED          : " COUNT-HONORED.
           DISPLAY "DDRETPST - DISHONORED       : " COUNT-DISHONORED.
           DISPLAY "DDRETPST - ITEMS REJECTED   : " COUNT-REJECTED.
           MOVE    COUNT-READ        TO CYCLE-IN-COUNT.
           MOVE    COUNT-HONORED     TO CYCLE-OUT-COUNT.
           CALL    "CYCLCTL-END"     USING CYCLE-STEP-NAME,
                                         CYCLE-BUSINESS-DATE,
                                         CYCLE-IN-COUNT,
                                         CYCLE-OUT-COUNT,
                                         CYCLE-RETURN-CODE.

      *--------------------<< END OF PROGRAM >>-----------------------*
