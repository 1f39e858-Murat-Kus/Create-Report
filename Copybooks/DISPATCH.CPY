      *********************************
      *DISPATCH - DISPATCH CONFIRMATION LINE. PICK-LIST WRITES ONE
      *PER OPEN SALES ORDER LINE WITH THE PICKED QUANTITY BLANK;
      *THE WAREHOUSE FILLS IN WHAT WAS ACTUALLY PICKED AND PACKED
      *(ZERO FOR NOTHING) WITH THE PICKER'S INITIALS, AND DISPATCH-
      *CONFIRM POSTS THE FILE. A LINE STILL BLANK IS LEFT OPEN FOR
      *THE NEXT PICK.
      *********************************
       01  DISPATCH-RECORD.
        02 DSP-ORDER-NUMBER PIC 9(06).
        02 DSP-LINE-NUMBER PIC 9(03).
        02 DSP-ITEM-CODE PIC X(05).
        02 DSP-PICKED-TEXT PIC X(05).
        02 DSP-PICKED-QUANTITY REDEFINES DSP-PICKED-TEXT PIC 9(05).
        02 DSP-PICKER-INITIALS PIC X(03).
