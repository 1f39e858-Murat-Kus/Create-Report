        02 SNAP-AVERAGE-COST PIC 9(05)V9(02).
        02 SNAP-LAST-RECEIPT-DATE PIC 9(08).
        02 SNAP-LAST-ISSUE-DATE PIC 9(08).
        02 SNAP-ITEM-ABC-CLASS PIC X(01).
        02 SNAP-LAST-COUNTED-DATE PIC 9(08).
        02 SNAP-QUANTITY-ALLOCATED PIC 9(05).
        02 SNAP-ITEM-LOT-TRACKED-FLAG PIC X(01).
        02 SNAP-ITEM-STOCK-UNIT PIC X(04).
        02 SNAP-ITEM-PURCHASE-UNIT PIC X(04).
        02 SNAP-ITEM-PACK-SIZE PIC 9(05).
        02 SNAP-ITEM-RESERVE PIC X(11).

       FD  COMPARE-REPORT.
       01  COMPARE-PRINTLINE PIC X(100).
