      ****************************************************************
      *  CYCLREC  --  NIGHTLY CYCLE CONTROL RECORD                   *
      *               ONE RECORD PER BUSINESS DATE AND BATCH STEP.   *
      *               WRITTEN "S" WHEN THE STEP IS ALLOWED TO START  *
      *               AND REWRITTEN "C" WITH ITS END TIME AND        *
      *               RECORD COUNTS WHEN IT FINISHES.  A STEP LEFT   *
      *               "S" DIED OR IS STILL RUNNING.  A RERUN UNDER   *
      *               A SUPERVISOR OVERRIDE CARD KEEPS THE SAME      *
      *               RECORD AND CARRIES THE APPROVER.  EVERY START  *
      *               ADDS ONE TO THE RUN COUNT; AN OVERRIDE CARD IS *
      *               GOOD ONLY FOR THE RUN NUMBER ONE ABOVE IT.     *
      ****************************************************************
       01  CYCL-RECORD.
         03  CYCL-KEY.
           05  CYCL-BUSINESS-DATE  PIC 9(08).
           05  CYCL-STEP-NAME      PIC X(08).
         03  CYCL-STATUS           PIC X(01).
           88  CYCL-STARTED                  VALUE "S".
           88  CYCL-COMPLETE                 VALUE "C".
         03  CYCL-START-DATE       PIC 9(08).
         03  CYCL-START-TIME       PIC 9(08).
         03  CYCL-END-DATE         PIC 9(08).
         03  CYCL-END-TIME         PIC 9(08).
         03  CYCL-IN-COUNT         PIC 9(07).
         03  CYCL-OUT-COUNT        PIC 9(07).
         03  CYCL-RUN-COUNT        PIC 9(03).
         03  CYCL-OVERRIDE-BY      PIC X(08).
         03  FILLER                PIC X(10).
