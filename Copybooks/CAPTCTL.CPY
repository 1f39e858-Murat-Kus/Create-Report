      *********************************
      *CAPTCTL - CAPTURE BATCH CONTROL RECORD. THE CAPTURE CONTROL
      *FILE HOLDS THIS ONE RECORD: THE NEXT BATCH NUMBER TO GIVE A
      *BATCH WRITTEN TO THE CAPTURE FILE. ITEM-INQUIRY AND
      *DISPATCH-CONFIRM EACH READ IT, STEP IT ON AND REWRITE IT IN
      *ONE I-O OPEN BEFORE WRITING A BATCH, SO NO TWO CAPTURE
      *BATCHES ARE EVER GIVEN THE SAME NUMBER. AFTER 999999 THE
      *NUMBER STARTS AGAIN AT 1.
      *********************************
       01  CAPTURE-CONTROL-RECORD.
        02 CC-NEXT-BATCH-NUMBER PIC 9(06).
