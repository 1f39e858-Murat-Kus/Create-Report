      *********************************
      *SORDLINE - SALES ORDER LINE. ONE RECORD PER ITEM LINE ON A
      *NUMBERED CUSTOMER SALES ORDER TAKEN BY SALES-ORDER-ENTRY.
      *SO-ALLOCATED-QUANTITY IS THE PART OF THE LINE PROMISED OUT
      *OF STOCK WHEN IT WAS ENTERED, AND IS WHAT PICK-LIST ASKS THE
      *WAREHOUSE TO PICK. DISPATCH-CONFIRM RECORDS WHAT WAS ACTUALLY
      *SENT, BACKORDERS THE SHORTFALL AGAINST THE ORDER NUMBER AND
      *MARKS THE LINE DISPATCHED; DISPATCHED LINES STAY ON THE FILE
      *AS THE RECORD OF WHAT WENT OUT.
      *********************************
       01  SALES-ORDER-LINE.
        02 SO-NUMBER PIC 9(06).
        02 SO-LINE-NUMBER PIC 9(03).
        02 SO-CUSTOMER-CODE PIC X(05).
        02 SO-ORDER-DATE PIC 9(08).
        02 SO-ITEM-CODE PIC X(05).
        02 SO-LOCATION PIC X(03).
        02 SO-ORDER-QUANTITY PIC 9(05).
        02 SO-ALLOCATED-QUANTITY PIC 9(05).
        02 SO-DISPATCHED-QUANTITY PIC 9(05).
        02 SO-SHORT-QUANTITY PIC 9(05).
        02 SO-LINE-STATUS PIC X(01).
        88 SO-LINE-OPEN VALUE "O".
        88 SO-LINE-DISPATCHED VALUE "D".
        02 SO-DISPATCH-DATE PIC 9(08).
