       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-AUDIT-TRANSACTION PIC X(01).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.
       01  WS-AFTER-IMAGE PIC X(120) VALUE SPACE.
       01  WS-DEFAULT-LOCATION PIC X(03) VALUE "MN".
       01  WS-OTHER-LOCATION-TOTAL PIC 9(07) VALUE ZERO.
       01  WS-NEW-MN-BALANCE PIC 9(05) VALUE ZERO.
                               MOVE ZERO TO AVERAGE-COST
                               MOVE ZERO TO LAST-RECEIPT-DATE
                               MOVE ZERO TO LAST-ISSUE-DATE
                               MOVE SPACE TO ITEM-ABC-CLASS
                               MOVE ZERO TO LAST-COUNTED-DATE
                               MOVE ZERO TO QUANTITY-ALLOCATED
                               MOVE "N" TO ITEM-LOT-TRACKED-FLAG
                               MOVE "EA" TO ITEM-STOCK-UNIT
                               MOVE "EA" TO ITEM-PURCHASE-UNIT
                               MOVE 1 TO ITEM-PACK-SIZE
                               MOVE SPACES TO ITEM-RESERVE
                               WRITE STOCK-ITEMS
                               PERFORM REBALANCE-DEFAULT-LOCATION
                               MOVE "A" TO WS-AUDIT-TRANSACTION
