      *SKIPPED SO A NIGHTLY RUN DOES NOT ORDER THE SAME SHORTAGE
      *TWICE. PO NUMBERS COME FROM THE CONTROL FILE, WHICH IS
      *WRITTEN BACK WITH THE NEXT UNUSED NUMBER AT END OF RUN.
      *THE SHORTAGE IS WORKED OUT IN STOCK UNITS AND ORDERED IN THE
      *ITEM'S PURCHASE UNIT, ROUNDED UP TO WHOLE PACKS; THE ORDER
      *LINE AND THE OPEN-ORDER FILE CARRY THE NUMBER OF PACKS, AND
      *THE PRINTED LINE ALSO SHOWS WHAT THAT COMES TO IN STOCK
      *UNITS. ITEM-PRICE IS PER STOCK UNIT, SO THE PACK PRICE IS
      *THE PRICE TIMES THE PACK SIZE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 SRT-ITEM-NAME PIC X(20).
        02 SRT-ITEM-PRICE PIC $Z(5).9(2).
        02 SRT-ORDER-QUANTITY PIC 9(05).
        02 SRT-STOCK-UNIT PIC X(04).
        02 SRT-PURCHASE-UNIT PIC X(04).
        02 SRT-PACK-SIZE PIC 9(05).

       WORKING-STORAGE SECTION.

       01  WS-CURRENT-SUPPLIER PIC X(05) VALUE SPACE.
       01  WS-SUPPLIER-NAME PIC X(30) VALUE SPACE.
       01  WS-WORK-ITEM-PRICE PIC 9(07)V99 VALUE ZERO.
       01  WS-PACK-PRICE PIC 9(09)V99 VALUE ZERO.
       01  WS-STOCK-NEED PIC 9(05) VALUE ZERO.
       01  WS-PACK-REMAINDER PIC 9(05) VALUE ZERO.
       01  WS-STOCK-EQUIVALENT PIC 9(10) VALUE ZERO.
       01  WS-LINE-VALUE PIC 9(10)V99 VALUE ZERO.
       01  WS-ORDER-VALUE PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-ORDER-VALUE PIC 9(12)V99 VALUE ZERO.
        02 FILLER PIC X(20) VALUE "NAME".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "ORDER".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(04) VALUE "UNIT".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(10) VALUE " STOCK QTY".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(04) VALUE "UNIT".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(11) VALUE " PACK PRICE".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(14) VALUE "    LINE VALUE".
       01  PO-DETAIL-LINE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ORDER-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-PURCHASE-UNIT PIC X(04).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-STOCK-EQUIVALENT PIC Z(09)9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-STOCK-UNIT PIC X(04).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-PACK-PRICE PIC $Z(7).9(2).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LINE-VALUE PIC $Z(10).9(2).
       01  PO-ORDER-TOTAL-LINE.
                       MOVE ITEM-PRICE TO SRT-ITEM-PRICE
                       IF REORDER-QUANTITY NUMERIC
                          AND REORDER-QUANTITY > ZERO
                           MOVE REORDER-QUANTITY TO WS-STOCK-NEED
                       ELSE
                           COMPUTE WS-STOCK-NEED =
                               REORDER-LEVEL - QUANTITY-ON-HAND
                       END-IF
                       PERFORM SET-ORDER-UNITS
                       RELEASE SORT-ORDER-REC
                   END-IF
               END-IF
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ.

      *    The shortage is in stock units; the supplier sells in
      *    packs, so it is rounded up to the next whole pack. An item
      *    with no units set is ordered singly, in EA.
           SET-ORDER-UNITS.
               IF ITEM-STOCK-UNIT = SPACES
                   MOVE "EA" TO SRT-STOCK-UNIT
               ELSE
                   MOVE ITEM-STOCK-UNIT TO SRT-STOCK-UNIT
               END-IF
               IF ITEM-PURCHASE-UNIT = SPACES
                   MOVE SRT-STOCK-UNIT TO SRT-PURCHASE-UNIT
               ELSE
                   MOVE ITEM-PURCHASE-UNIT TO SRT-PURCHASE-UNIT
               END-IF
               IF ITEM-PACK-SIZE NUMERIC
                  AND ITEM-PACK-SIZE > ZERO
                   MOVE ITEM-PACK-SIZE TO SRT-PACK-SIZE
               ELSE
                   MOVE 1 TO SRT-PACK-SIZE
               END-IF
               DIVIDE WS-STOCK-NEED BY SRT-PACK-SIZE
                   GIVING SRT-ORDER-QUANTITY
                   REMAINDER WS-PACK-REMAINDER
               IF WS-PACK-REMAINDER > ZERO
                   ADD 1 TO SRT-ORDER-QUANTITY
               END-IF.

           CHECK-ALREADY-ON-ORDER.
               MOVE "N" TO WS-CODE-FOUND-SWITCH
               PERFORM SEARCH-ON-ORDER-TABLE
               MOVE SRT-ITEM-CODE TO PRN-ITEM-CODE
               MOVE SRT-ITEM-NAME TO PRN-ITEM-NAME
               MOVE SRT-ORDER-QUANTITY TO PRN-ORDER-QUANTITY
               MOVE SRT-PURCHASE-UNIT TO PRN-PURCHASE-UNIT
               COMPUTE WS-STOCK-EQUIVALENT =
                   SRT-ORDER-QUANTITY * SRT-PACK-SIZE
               MOVE WS-STOCK-EQUIVALENT TO PRN-STOCK-EQUIVALENT
               MOVE SRT-STOCK-UNIT TO PRN-STOCK-UNIT
               MOVE SRT-ITEM-PRICE TO WS-WORK-ITEM-PRICE
               COMPUTE WS-PACK-PRICE =
                   WS-WORK-ITEM-PRICE * SRT-PACK-SIZE
               MOVE WS-PACK-PRICE TO PRN-PACK-PRICE
               COMPUTE WS-LINE-VALUE =
                   WS-PACK-PRICE * SRT-ORDER-QUANTITY
               MOVE WS-LINE-VALUE TO PRN-LINE-VALUE
               WRITE PO-PRINTLINE FROM PO-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
