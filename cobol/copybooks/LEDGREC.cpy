      *               ACCOUNT FROM THAT POSITION, SO THE DAILY RUN   *
      *               NEEDS ONLY THE DAY'S REMITTANCES, NOT EVERY    *
      *               REMITTANCE SINCE DISBURSEMENT.                 *
      *               A REMITTANCE TAKEN BACK BY THE REVERSAL RUN    *
      *               IS NEVER DELETED: IT IS FLAGGED REVERSED AND   *
      *               A REVERSAL ENTRY CARRYING THE ROLLED-BACK      *
      *               POSITION IS ADDED BEHIND IT.                   *
      ****************************************************************
       01  LEDG-RECORD.
         03  LEDG-KEY.
      *    MONEY RECEIVED BUT NOT ENOUGH TO SETTLE THE NEXT
      *    PERIOD; SEEDED BACK INTO THE NEXT RUN'S POSTING.
         03  LEDG-CARRY-FORWARD    PIC 9(09)V99.
      *    WHAT THE ENTRY IS.  RECORDS WRITTEN BEFORE THE TYPE
      *    EXISTED CARRY A SPACE AND ARE ORDINARY REMITTANCES.
      *    A REVERSAL ENTRY CARRIES THE AMOUNT TAKEN BACK AND THE
      *    SEQUENCE OF THE REMITTANCE IT REVERSED; A RE-POSTED
      *    ENTRY CARRIES MONEY MOVED IN FROM A REMITTANCE
      *    REVERSED ON ANOTHER ACCOUNT.  A RECOVERY ENTRY
      *    CARRIES MONEY RECEIVED ON AN ACCOUNT ALREADY WRITTEN
      *    OFF; IT IS NOT APPLIED TO THE SCHEDULE, SO IT REPEATS
      *    THE POSITION OF THE ENTRY BEFORE IT UNCHANGED.
         03  LEDG-ENTRY-TYPE       PIC X(01).
           88  LEDG-REMITTANCE               VALUE SPACE "P".
           88  LEDG-REVERSAL                 VALUE "R".
           88  LEDG-REPOSTED                 VALUE "T".
           88  LEDG-RECOVERY                 VALUE "C".
      *    SET ON A REMITTANCE ONCE IT HAS BEEN REVERSED; ITS
      *    REFERENCE SEQUENCE THEN POINTS AT THE REVERSAL ENTRY.
         03  LEDG-REVERSED-FLAG    PIC X(01).
           88  LEDG-REVERSED                 VALUE "Y".
         03  LEDG-REF-SEQ          PIC 9(04).
         03  FILLER                PIC X(04).
