      *********************************
      *SECVIOL - SECURITY VIOLATION RECORD, APPENDED BY EVERY
      *PROGRAM THAT CHECKS THE OPERATOR MASTER WHENEVER IT REFUSES
      *AN OPERATOR, AND PRINTED ON THE MORNING OPS-SUMMARY. THE
      *REASON IS U FOR AN OPERATOR NOT ON THE MASTER, I FOR AN
      *INACTIVE OPERATOR, N FOR AN OPERATOR WITHOUT THE FUNCTION
      *AND M WHEN THE OPERATOR MASTER ITSELF COULD NOT BE READ.
      *SV-ITEM-CODE CARRIES THE ITEM WHOSE PRICE CHANGE WAS
      *REFUSED AND IS SPACES FOR ANY OTHER FUNCTION.
      *********************************
       01  SECURITY-VIOLATION-RECORD.
        02 SV-DATE PIC 9(08).
        02 SV-TIME PIC 9(06).
        02 SV-OPERATOR PIC X(08).
        02 SV-PROGRAM PIC X(20).
        02 SV-FUNCTION PIC X(18).
        02 SV-REASON PIC X(01).
        88 SV-UNKNOWN-OPERATOR VALUE "U".
        88 SV-INACTIVE-OPERATOR VALUE "I".
        88 SV-NOT-AUTHORIZED VALUE "N".
        88 SV-NO-OPERATOR-MASTER VALUE "M".
        02 SV-ITEM-CODE PIC X(05).
