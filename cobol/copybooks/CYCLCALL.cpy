      ****************************************************************
      *  CYCLCALL --  NIGHTLY CYCLE CONTROL CALL AREA                *
      *               PASSED TO "CYCLCTL" BEFORE A CONTROLLED STEP   *
      *               OPENS ANY FILE, AND TO "CYCLCTL-END" WHEN IT   *
      *               FINISHES.  THE FIRST CALL RETURNS THE BUSINESS *
      *               DATE THE SECOND CALL HANDS BACK, SO A STEP     *
      *               THAT RUNS PAST MIDNIGHT IS CLOSED AGAINST THE  *
      *               DATE IT STARTED UNDER.                         *
      ****************************************************************
       01  CYCLE-AREA.
         03  CYCLE-STEP-NAME       PIC X(08).
         03  CYCLE-BUSINESS-DATE   PIC 9(08).
         03  CYCLE-IN-COUNT        PIC 9(07).
         03  CYCLE-OUT-COUNT       PIC 9(07).
         03  CYCLE-RETURN-CODE     PIC 9(02).
           88  CYCLE-RC-NORMAL               VALUE 00.
           88  CYCLE-RC-PREREQ-MISSING       VALUE 10.
           88  CYCLE-RC-ALREADY-RUN          VALUE 20.
           88  CYCLE-RC-RUN-THIS-MONTH       VALUE 21.
           88  CYCLE-RC-UNKNOWN-STEP         VALUE 30.
           88  CYCLE-RC-BAD-CARD             VALUE 40.
           88  CYCLE-RC-CONTROL-FILE         VALUE 90.
