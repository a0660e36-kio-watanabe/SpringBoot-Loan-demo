      ****************************************************************
      *  CRBPARM  --  CREDIT BUREAU EXTRACT RUN PARAMETER            *
      *               ONE CARD PER RUN NAMING THE MONTH REPORTED     *
      *               (YYYYMM) AND WHETHER THE FILE IS THE MONTH'S   *
      *               FIRST SUBMISSION OR A RESUBMISSION AFTER THE   *
      *               BUREAU REJECTED IT.  THE MONTH IS HELD         *
      *               ALPHANUMERIC, WITH A NUMERIC REDEFINITION, SO  *
      *               A MISPUNCHED CARD IS CAUGHT BEFORE A FILE IS   *
      *               BUILT FOR THE WRONG MONTH.  NO CARD MEANS A    *
      *               FIRST SUBMISSION FOR THE CALENDAR MONTH        *
      *               BEFORE THE RUN DATE.                           *
      ****************************************************************
       01  CRBP-RECORD.
         03  CRBP-REPORT-MONTH-X   PIC X(06).
         03  CRBP-REPORT-MONTH-R   REDEFINES CRBP-REPORT-MONTH-X.
           05  CRBP-REPORT-YYYY    PIC 9(04).
           05  CRBP-REPORT-MM      PIC 9(02).
      *    SPACE OR "O": FIRST SUBMISSION.  "R": RESUBMISSION OF A
      *    MONTH ALREADY SENT, REBUILT FROM THE SAME DATED DATA.
         03  CRBP-RUN-MODE         PIC X(01).
           88  CRBP-FIRST-SUBMISSION         VALUE SPACE "O".
           88  CRBP-RESUBMISSION             VALUE "R".
         03  FILLER                PIC X(10).
