      *MOVEMENT DATE AS POSTINGS APPLY, SO THE SLOW-STOCK REPORT
      *CAN AGE THE SHELF WITHOUT REREADING A YEAR OF REGISTERS;
      *ZERO MEANS NO SUCH MOVEMENT SINCE THE DATES WERE ADDED.
      *ITEM-ABC-CLASS IS SET BY THE ABC-CLASSIFICATION RUN FROM A
      *YEAR OF ISSUE VALUE (A, B OR C; SPACE UNTIL FIRST RANKED) AND
      *DRIVES HOW OFTEN CYCLE-COUNT-SELECT PUTS THE ITEM ON A COUNT
      *SHEET. LAST-COUNTED-DATE IS STAMPED BY A STOCKTAKE CONFIRM
      *ON EVERY ITEM COUNTED; ZERO MEANS NEVER COUNTED.
      *QUANTITY-ALLOCATED IS THE STOCK PROMISED TO OPEN SALES ORDER
      *LINES - SALES-ORDER-ENTRY RAISES IT AND DISPATCH-CONFIRM
      *RELEASES IT - SO AVAILABLE-TO-PROMISE IS QUANTITY-ON-HAND
      *LESS QUANTITY-ALLOCATED. ITEM-LOT-TRACKED-FLAG IS Y FOR AN
      *ITEM WHOSE STOCK IS KEPT BY LOT AND EXPIRY IN THE LOT
      *BALANCE FILE; ANYTHING ELSE, INCLUDING THE SPACE LEFT ON AN
      *OLDER RECORD, MEANS NOT TRACKED. ITEM-STOCK-UNIT IS THE UNIT
      *QUANTITY-ON-HAND AND EVERY MOVEMENT ARE COUNTED IN, AND
      *AVERAGE-COST IS PER ONE STOCK UNIT. ITEM-PURCHASE-UNIT IS THE
      *PACK THE SUPPLIER SELLS (BOX, DRUM) AND ITEM-PACK-SIZE THE
      *NUMBER OF STOCK UNITS IN ONE PURCHASE UNIT - PURCHASE ORDERS
      *ARE RAISED IN WHOLE PACKS AND STOCK-POSTING MULTIPLIES A
      *RECEIPT MATCHED TO A PURCHASE ORDER BY IT. A BLANK UNIT READS
      *AS EA AND A PACK SIZE THAT IS NOT NUMERIC OR IS ZERO AS 1.
      *THE TRAILING RESERVE LETS LATER
      *FIELDS BE CARVED OUT WITHOUT ANOTHER CUTOVER - A PROGRAM
      *ADDING AN ITEM SETS IT TO SPACES. A FIELD CARVED FROM THE
      *RESERVE READS AS SPACES ON A RECORD WRITTEN BEFORE IT WAS
      *CARVED, SO A NUMERIC ONE IS TESTED NUMERIC BEFORE USE.
      *********************************
       01  STOCK-ITEMS.
        02 ITEM-NAME PIC X(20).
        02 AVERAGE-COST PIC 9(05)V9(02).
        02 LAST-RECEIPT-DATE PIC 9(08).
        02 LAST-ISSUE-DATE PIC 9(08).
        02 ITEM-ABC-CLASS PIC X(01).
        88 ITEM-CLASS-A VALUE "A".
        88 ITEM-CLASS-B VALUE "B".
        88 ITEM-CLASS-C VALUE "C".
        02 LAST-COUNTED-DATE PIC 9(08).
        02 QUANTITY-ALLOCATED PIC 9(05).
        02 ITEM-LOT-TRACKED-FLAG PIC X(01).
        88 ITEM-LOT-TRACKED VALUE "Y".
        02 ITEM-STOCK-UNIT PIC X(04).
        02 ITEM-PURCHASE-UNIT PIC X(04).
        02 ITEM-PACK-SIZE PIC 9(05).
        02 ITEM-RESERVE PIC X(11).
