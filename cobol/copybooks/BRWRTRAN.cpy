      ****************************************************************
      *  BRWRTRAN  --  BORROWER MASTER MAINTENANCE TRANSACTION       *
      *               ACTION "A" ADDS A BORROWER, "C" CHANGES THE    *
      *               ADDRESS, PHONE AND MAIL FLAG, "M" SETS OR      *
      *               CLEARS THE MAIL FLAG ALONE (THE MAILROOM'S     *
      *               CARD FOR A RETURNED LETTER).  THE BORROWER ID  *
      *               AND POSTAL CODE DIGITS ARE HELD ALPHANUMERIC,  *
      *               WITH NUMERIC REDEFINITIONS, SO A MISPUNCHED    *
      *               CARD CAN BE CHECKED BEFORE IT TOUCHES THE      *
      *               MASTER -- THE SAME DISCIPLINE THE LOAN MASTER  *
      *               CARDS GET.                                     *
      ****************************************************************
       01  BTRN-RECORD.
         03  BTRN-ACTION           PIC X(01).
           88  BTRN-ADD                      VALUE "A".
           88  BTRN-CHANGE                   VALUE "C".
           88  BTRN-MAIL-ONLY                VALUE "M".
         03  BTRN-BORROWER-ID-X    PIC X(08).
         03  BTRN-BORROWER-ID      REDEFINES BTRN-BORROWER-ID-X
                                   PIC 9(08).
         03  BTRN-POSTAL-CODE.
           05  BTRN-POSTAL-3-X     PIC X(03).
           05  BTRN-POSTAL-DASH    PIC X(01).
           05  BTRN-POSTAL-4-X     PIC X(04).
         03  BTRN-ADDRESS-1        PIC X(40).
         03  BTRN-ADDRESS-2        PIC X(40).
         03  BTRN-ADDRESS-3        PIC X(40).
         03  BTRN-PHONE            PIC X(13).
         03  BTRN-MAIL-FLAG        PIC X(01).
           88  BTRN-MAIL-FLAG-VALID          VALUE SPACE "R" "D".
         03  FILLER                PIC X(10).
