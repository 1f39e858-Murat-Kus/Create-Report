      *********************************
      *OPERAUD - OPERATOR MASTER AUDIT TRAIL RECORD. ONE RECORD IS
      *WRITTEN BY OPERATOR-MAINTENANCE FOR EVERY ADD OR CHANGE
      *APPLIED TO THE OPERATOR MASTER, CARRYING THE DATE, TIME AND
      *THE SIGNED-ON OPERATOR WHO MADE IT PLUS THE FULL BEFORE AND
      *AFTER OPERATOR-RECORD IMAGES, SO WHO GRANTED WHAT TO WHOM
      *CAN ALWAYS BE TRACED. THE BEFORE IMAGE IS SPACES ON AN ADD.
      *********************************
       01  OPERATOR-AUDIT-RECORD.
        02 OA-DATE PIC 9(08).
        02 OA-TIME PIC 9(06).
        02 OA-OPERATOR PIC X(08).
        02 OA-TRANSACTION PIC X(01).
        02 OA-OPER-ID PIC X(08).
        02 OA-BEFORE-IMAGE PIC X(54).
        02 OA-AFTER-IMAGE PIC X(54).
