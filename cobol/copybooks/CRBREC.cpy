      ****************************************************************
      *  CRBREC   --  CREDIT BUREAU MONTHLY REPORTING RECORD         *
      *               (SHINYO JOHO KIKAN HOKOKU).  ONE FIXED-LENGTH  *
      *               FILE PER MONTH: A HEADER NAMING THE MONTH AND  *
      *               WHETHER IT IS A RESUBMISSION, ONE DETAIL PER   *
      *               ACCOUNT REPORTED, AND A TRAILER WITH THE       *
      *               RECORD COUNT AND BALANCE TOTAL THE BUREAU      *
      *               CHECKS THE FILE AGAINST.  ALL THREE SHARE THE  *
      *               RECORD TYPE IN THE FIRST BYTE.                 *
      ****************************************************************
       01  CRB-RECORD.
         03  CRB-RECORD-TYPE       PIC X(01).
           88  CRB-HEADER                    VALUE "H".
           88  CRB-DETAIL                    VALUE "D".
           88  CRB-TRAILER                   VALUE "T".
         03  CRB-REPORT-MONTH      PIC 9(06).
         03  CRB-ACCOUNT-NO        PIC 9(10).
         03  CRB-BORROWER-ID       PIC 9(08).
         03  CRB-BORROWER-NAME     PIC X(30).
      *    CONTRACT DATE IS THE DISBURSEMENT DATE ON THE MASTER.
         03  CRB-CONTRACT-DATE     PIC 9(08).
         03  CRB-ORIGINAL-AMOUNT   PIC 9(09).
      *    PRINCIPAL OUTSTANDING AT THE END OF THE MONTH.
         03  CRB-CURRENT-BALANCE   PIC 9(11)V99.
      *    THE ORDINARY (NON-BONUS) MONTHLY INSTALLMENT IN FORCE.
         03  CRB-INSTALLMENT       PIC 9(09)V99.
      *    "0": NOTHING FELL DUE IN THE MONTH.  "1": PAID ON TIME.
      *    "2": FELL BEHIND DURING THE MONTH BUT CAUGHT UP BY ITS
      *    END.  "3": STILL UNPAID AT THE END OF THE MONTH.
         03  CRB-PAY-STATUS        PIC X(01).
           88  CRB-NOTHING-DUE               VALUE "0".
           88  CRB-ON-TIME                   VALUE "1".
           88  CRB-LATE                      VALUE "2".
           88  CRB-UNPAID                    VALUE "3".
      *    "Y": THE LOAN WAS REPAID IN FULL BY THE END OF THE MONTH.
         03  CRB-PAYOFF-FLAG       PIC X(01).
           88  CRB-CLOSED-BY-PAYOFF          VALUE "Y".
      *    THE LOAN MASTER STATUS: "A" ACTIVE, "C" CLOSED,
      *    "W" WRITTEN OFF.
         03  CRB-ACCOUNT-STATE     PIC X(01).
         03  FILLER                PIC X(21).
       01  CRB-HEADER-RECORD.
         03  CRBH-RECORD-TYPE      PIC X(01).
         03  CRBH-REPORT-MONTH     PIC 9(06).
         03  CRBH-CREATED-DATE     PIC 9(08).
      *    "O": FIRST SUBMISSION FOR THE MONTH.  "R": RESUBMISSION.
         03  CRBH-SUBMISSION       PIC X(01).
         03  FILLER                PIC X(104).
       01  CRB-TRAILER-RECORD.
         03  CRBT-RECORD-TYPE      PIC X(01).
         03  CRBT-REPORT-MONTH     PIC 9(06).
         03  CRBT-DETAIL-COUNT     PIC 9(07).
         03  CRBT-BALANCE-TOTAL    PIC 9(13)V99.
         03  FILLER                PIC X(91).
