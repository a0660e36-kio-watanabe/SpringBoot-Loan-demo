         03  COUNT-GROUPS      PIC 9(07)      COMP VALUE 0.
         03  COUNT-ORPHANS     PIC 9(07)      COMP VALUE 0.
         03  COUNT-CLOSED-GRP  PIC 9(07)      COMP VALUE 0.
         03  COUNT-WOFF-GRP    PIC 9(07)      COMP VALUE 0.
         03  COUNT-MASTERS     PIC 9(07)      COMP VALUE 0.
         03  COUNT-NO-SCHD     PIC 9(07)      COMP VALUE 0.
         03  COUNT-MISMATCH    PIC 9(07)      COMP VALUE 0.
                       MOVE    0         TO EXC-EXPECTED
                       MOVE    GRP-RECORD-COUNT TO EXC-ACTUAL
                       WRITE   RPT-RECORD FROM EXCEPTION-LINE
               ELSE
      *            A WRITTEN-OFF ACCOUNT KEEPS ITS SCHEDULE: THE
      *            BALANCE IT WAS WRITTEN OFF AT IS READ OFF IT.  THE
      *            GROUP IS LISTED, NEVER PURGED.
                   IF      MSTR-WRITTEN-OFF
                       ADD     1         TO COUNT-WOFF-GRP
                       MOVE    GRP-ACCOUNT-NO TO EXC-ACCOUNT-NO
                       MOVE "SCHEDULE GROUP UNDER WRITTEN-OFF MASTER"
                                         TO EXC-TEXT
                       MOVE    0         TO EXC-EXPECTED
                       MOVE    GRP-RECORD-COUNT TO EXC-ACTUAL
                       WRITE   RPT-RECORD FROM EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
       MAIN-400-AUDIT-MASTERS.
           MOVE    "GROUPS UNDER CLOSED MASTER" TO TOT-CAPTION.
           MOVE    COUNT-CLOSED-GRP         TO TOT-COUNT.
           WRITE   RPT-RECORD               FROM TOTAL-LINE.
           MOVE    "GROUPS UNDER WRITTEN-OFF MSTR" TO TOT-CAPTION.
           MOVE    COUNT-WOFF-GRP           TO TOT-COUNT.
           WRITE   RPT-RECORD               FROM TOTAL-LINE.
           MOVE    "ACTIVE MASTERS CHECKED"  TO TOT-CAPTION.
           MOVE    COUNT-MASTERS            TO TOT-COUNT.
           WRITE   RPT-RECORD               FROM TOTAL-LINE.
           DISPLAY "FILEAUD  - GROUPS WALKED    : " COUNT-GROUPS.
           DISPLAY "FILEAUD  - ORPHAN GROUPS    : " COUNT-ORPHANS.
           DISPLAY "FILEAUD  - CLOSED-MSTR GRPS : " COUNT-CLOSED-GRP.
           DISPLAY "FILEAUD  - WROFF-MSTR GRPS  : " COUNT-WOFF-GRP.
           DISPLAY "FILEAUD  - MASTERS CHECKED  : " COUNT-MASTERS.
           DISPLAY "FILEAUD  - NO SCHEDULE      : " COUNT-NO-SCHD.
           DISPLAY "FILEAUD  - COUNT MISMATCHES : " COUNT-MISMATCH.
