         03  MSTR-STATUS           PIC X(01).
           88  MSTR-ACTIVE                   VALUE "A".
           88  MSTR-CLOSED                   VALUE "C".
      *    WRITTEN OFF BY THE CHARGE-OFF RUN: NO LONGER BILLED,
      *    ACCRUED OR DUNNED.  MONEY STILL RECEIVED IS A RECOVERY.
           88  MSTR-WRITTEN-OFF              VALUE "W".
      *    DATE A RUN LAST STAMPED A STATUS EVENT: THE CHARGE-OFF
      *    DATE ON A WRITTEN-OFF ACCOUNT, THE RESTORE DATE ON AN
      *    ACCOUNT BROUGHT BACK FROM THE ARCHIVE.  ZERO WHEN THERE
      *    IS NONE; A RECORD WRITTEN BEFORE THE DATE WAS KEPT STILL
      *    HOLDS SPACES HERE, SO A READER TESTS IT NUMERIC FIRST.
         03  MSTR-STATUS-DATE      PIC 9(08).
         03  FILLER                PIC X(02).
