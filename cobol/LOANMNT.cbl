                   ACCESS MODE    RANDOM
                   RECORD KEY     IS MSTR-ACCOUNT-NO
                   FILE STATUS    IS MSTR-FILE-STATUS.
      *    BORROWER MASTER; A LOAN IS BOOKED ONLY TO A BORROWER
      *    ALREADY ON IT
           SELECT  BRWR-FILE      ASSIGN TO "BRWRMSTR"
                   ORGANIZATION   INDEXED
                   ACCESS MODE    RANDOM
                   RECORD KEY     IS BRWR-BORROWER-ID
                   FILE STATUS    IS BRWR-FILE-STATUS.
      *    PRINTED MAINTENANCE REGISTER FOR THE OPERATOR
           SELECT  RPT-FILE       ASSIGN TO "MNTRPT"
                   ORGANIZATION   SEQUENTIAL.
       FD  MSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.
       FD  BRWR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRWRMSTR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD            PIC X(132).
         03  MSTR-FILE-STATUS  PIC XX.
           88  MSTR-FILE-OK                   VALUE "00".
           88  MSTR-FILE-NOT-FOUND            VALUE "35".
         03  BRWR-FILE-STATUS  PIC XX.
           88  BRWR-FILE-OK                   VALUE "00".
         03  WK-TODAY          PIC 9(08).
         03  TRAN-BAD-SWITCH   PIC X.
           88  TRAN-BAD                       VALUE "Y".
         03  BRWR-FOUND-SWITCH PIC X.
           88  BRWR-FOUND                     VALUE "Y".
       01  COUNT-AREA.
         03  COUNT-READ        PIC 9(07)      COMP VALUE 0.
         03  COUNT-ADDED       PIC 9(07)      COMP VALUE 0.
                   CLOSE   MSTR-FILE
                   OPEN    I-O    MSTR-FILE
           END-IF.
      *    WITHOUT THE BORROWER MASTER EVERY ADD WOULD BE REJECTED;
      *    A FAILED OPEN ENDS THE RUN HERE, LOUDLY.
           OPEN    INPUT  BRWR-FILE.
           IF      NOT BRWR-FILE-OK
                   DISPLAY "LOANMNT  - CANNOT OPEN BRWRMSTR, "
                           "STATUS " BRWR-FILE-STATUS
                   STOP RUN
           END-IF.
           ACCEPT  WK-TODAY          FROM DATE YYYYMMDD.
           MOVE    WK-TODAY          TO HEAD-DATE.
           WRITE   RPT-RECORD        FROM HEAD-LINE-1.
               END-IF
           END-IF.
       MAIN-200-ADD-ACCOUNT.
      *    A LOAN BOOKED TO A BORROWER WITH NO MASTER RECORD WOULD
      *    HAVE NO ADDRESS FOR ANY LETTER IT EVER EARNS.
           PERFORM MAIN-220-CHECK-BORROWER.
           IF      NOT BRWR-FOUND
                   MOVE "REJECTED - NO BORROWER MASTER"
                                     TO DTL-DISPOSITION
                   ADD     1         TO COUNT-REJECTED
           ELSE
                   MOVE    TRAN-ACCOUNT-NO   TO MSTR-ACCOUNT-NO
                   PERFORM MAIN-250-MOVE-FIELDS
                   MOVE    "A"               TO MSTR-STATUS
                   MOVE    0                 TO MSTR-STATUS-DATE
                   WRITE   MSTR-RECORD
                           INVALID KEY
                                   MOVE "REJECTED - ACCOUNT EXISTS"
                                             TO DTL-DISPOSITION
                                   ADD     1 TO COUNT-REJECTED
                           NOT INVALID KEY
                                   MOVE "ADDED"  TO DTL-DISPOSITION
                                   ADD     1 TO COUNT-ADDED
                   END-WRITE
           END-IF.
       MAIN-220-CHECK-BORROWER.
           MOVE    TRAN-BORROWER-ID  TO BRWR-BORROWER-ID.
           READ    BRWR-FILE
                   INVALID KEY
                           MOVE    "N"       TO BRWR-FOUND-SWITCH
                   NOT INVALID KEY
                           MOVE    "Y"       TO BRWR-FOUND-SWITCH
           END-READ.
       MAIN-300-CHANGE-ACCOUNT.
      *    A CHANGE REPLACES EVERY NON-KEY FIELD FROM THE
      *    TRANSACTION BUT LEAVES THE ACCOUNT STATUS ALONE --
      *    CLOSING AN ACCOUNT IS ITS OWN ACTION CODE.
      *    THE BORROWER ID IS ONE OF THOSE FIELDS, SO IT GETS THE
      *    SAME BORROWER MASTER CHECK AS AN ADD.
           PERFORM MAIN-220-CHECK-BORROWER.
           IF      NOT BRWR-FOUND
                   MOVE "REJECTED - NO BORROWER MASTER"
                                     TO DTL-DISPOSITION
                   ADD     1         TO COUNT-REJECTED
           ELSE
                   PERFORM MAIN-320-REPLACE-FIELDS
           END-IF.
       MAIN-320-REPLACE-FIELDS.
           MOVE    TRAN-ACCOUNT-NO   TO MSTR-ACCOUNT-NO.
           READ    MSTR-FILE
                   INVALID KEY
                           PERFORM MAIN-450-FLAG-CLOSED
           END-READ.
       MAIN-450-FLAG-CLOSED.
      *    A WRITTEN-OFF ACCOUNT IS STILL OWED; CLOSING IT WOULD
      *    STOP ITS RECOVERIES AND LET IT BE ARCHIVED.
           IF      MSTR-CLOSED
                   MOVE "REJECTED - ALREADY CLOSED"
                                             TO DTL-DISPOSITION
                   ADD     1                 TO COUNT-REJECTED
           ELSE
               IF      MSTR-WRITTEN-OFF
                   MOVE "REJECTED - WRITTEN OFF"
                                             TO DTL-DISPOSITION
                   ADD     1                 TO COUNT-REJECTED
               ELSE
                   MOVE    "C"               TO MSTR-STATUS
                   REWRITE MSTR-RECORD
                   MOVE    "CLOSED"          TO DTL-DISPOSITION
                   ADD     1                 TO COUNT-CLOSED
               END-IF
           END-IF.
       MAIN-250-MOVE-FIELDS.
           MOVE    TRAN-BORROWER-NAME TO MSTR-BORROWER-NAME.
           WRITE   RPT-RECORD           FROM TOTAL-LINE.
           CLOSE   TRAN-FILE.
           CLOSE   MSTR-FILE.
           CLOSE   BRWR-FILE.
           CLOSE   RPT-FILE.
           DISPLAY "LOANMNT  - TRANSACTIONS READ: " COUNT-READ.
           DISPLAY "LOANMNT  - REJECTED         : " COUNT-REJECTED.
