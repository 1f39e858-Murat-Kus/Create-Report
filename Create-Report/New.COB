        02 STAGE-CATEGORY-CODE PIC X(4).
        02 STAGE-QUANTITY-ON-HAND PIC 9(5).
        02 STAGE-AVERAGE-COST PIC 9(05)V9(02).
        02 STAGE-STOCK-UNIT PIC X(04).

       FD  ITEM-STAGE-TEMP.
       01  STAGE-TEMP-RECORD PIC X(54).

       FD  EXCEPTION-TEMP.
       01  EXCEPTION-TEMP-RECORD PIC X(70).
        02 SORT-CATEGORY-CODE PIC X(4).
        02 SORT-QUANTITY-ON-HAND PIC 9(5).
        02 SORT-AVERAGE-COST PIC 9(05)V9(02).
        02 SORT-STOCK-UNIT PIC X(04).

       WORKING-STORAGE SECTION.

        02 FILLER PIC X(15) VALUE SPACE.
        02 FILLER PIC X(7) VALUE "PAGE: ".
        02 PRN-PAGE-NUM PIC Z9.
       01  HEADS.
        02 FILLER PIC X(49) VALUE
       "CODE         NAME                   PRICE     QTY".
        02 FILLER PIC X(24) VALUE "    UNIT       EXT VALUE".
       01  CATEGORY-HEADING-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(10) VALUE "CATEGORY: ".
        02 PRN-ITEM-PRICE PIC $Z(5).9(2).
        02 FILLER PIC X(4) VALUE SPACE.
        02 PRN-QUANTITY-ON-HAND PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACE.
        02 PRN-STOCK-UNIT PIC X(4).
        02 FILLER PIC X(3) VALUE SPACE.
        02 PRN-EXTENDED-VALUE PIC $Z(10).9(2).
        02 FILLER PIC X(4) VALUE SPACE.
       01  CSV-HEADING-LINE PIC X(41) VALUE
       "ITEM-CODE,ITEM-NAME,ITEM-PRICE,STOCK-UNIT".
       01  CSV-DETAIL-LINE.
        02 CSV-ITEM-CODE PIC X(5).
        02 FILLER PIC X(1) VALUE ",".
        02 CSV-ITEM-NAME PIC X(20).
        02 FILLER PIC X(1) VALUE ",".
        02 CSV-ITEM-PRICE PIC 9(5).99.
        02 FILLER PIC X(1) VALUE ",".
        02 CSV-STOCK-UNIT PIC X(4).
       01  REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".
       01  TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
                   ELSE
                       MOVE ZERO TO STAGE-AVERAGE-COST
                   END-IF
                   IF ITEM-STOCK-UNIT = SPACES
                       MOVE "EA" TO STAGE-STOCK-UNIT
                   ELSE
                       MOVE ITEM-STOCK-UNIT TO STAGE-STOCK-UNIT
                   END-IF
                   WRITE STAGE-STOCK-ITEMS
                   ADD 1 TO WS-STAGE-RECORD-COUNT
               ELSE
               MOVE SORT-ITEM-CODE TO CSV-ITEM-CODE
               MOVE SORT-ITEM-NAME TO CSV-ITEM-NAME
               MOVE WORK-ITEM-PRICE TO CSV-ITEM-PRICE
               MOVE SORT-STOCK-UNIT TO CSV-STOCK-UNIT
               WRITE CSV-PRINTLINE FROM CSV-DETAIL-LINE.

           PRINT-ALL-ITEMS.
               MOVE SORT-ITEM-NAME TO PRN-ITEM-NAME
               MOVE SORT-ITEM-PRICE TO PRN-ITEM-PRICE
               MOVE SORT-QUANTITY-ON-HAND TO PRN-QUANTITY-ON-HAND
               MOVE SORT-STOCK-UNIT TO PRN-STOCK-UNIT
               MOVE SORT-ITEM-PRICE TO WORK-ITEM-PRICE
      *    The EXT VALUE column values stock at what we actually
      *    paid - the weighted-average cost kept by STOCK-POSTING.
