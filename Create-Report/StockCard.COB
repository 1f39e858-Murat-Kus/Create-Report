      *RECONCILES TO THE CURRENT QUANTITY-ON-HAND, SO THE COUNTER
      *CAN FINALLY ANSWER WHY AN ITEM SHOWS 3 WHEN IT HAD 40 LAST
      *WEEK WITHOUT DECODING THE AUDIT TRAIL'S RECORD IMAGES.
      *FOR A LOT-TRACKED ITEM EACH LINE ALSO NAMES THE LOT THE
      *STOCK CAME INTO OR WENT OUT OF. EVERY QUANTITY ON THE CARD
      *IS IN THE ITEM'S STOCK UNIT, PRINTED BESIDE THE ITEM NAME.
      *A COMPONENT ISSUED BY EXPLODING A KIT ISSUE NAMES THE KIT.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 PRN-FILTER-FROM PIC 9(08).
        02 FILLER PIC X(06) VALUE "  TO: ".
        02 PRN-FILTER-TO PIC 9(08).
        02 FILLER PIC X(08) VALUE "  UNIT: ".
        02 PRN-CARD-STOCK-UNIT PIC X(04).
       01  CARD-OPENING-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(17) VALUE "OPENING BALANCE: ".
        02 PRN-OPENING-BALANCE PIC ZZZZ9.
       01  CARD-HEADS.
        02 FILLER PIC X(60) VALUE
       " DATE     T REFERENCE    QTY  BALANCE  POSTED     LOC    LOT".
        02 FILLER PIC X(12) VALUE "         KIT".
       01  CARD-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-MOVE-DATE PIC X(08).
        02 PRN-MOVE-LOCATION PIC X(03).
        02 PRN-TO-SEPARATOR PIC X(01).
        02 PRN-MOVE-TO-LOCATION PIC X(03).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-MOVE-LOT PIC X(10).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-MOVE-KIT PIC X(05).
       01  CARD-CLOSING-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(17) VALUE "CLOSING BALANCE: ".
               MOVE WS-CARD-ITEM-CODE TO PRN-CARD-ITEM-CODE
               IF WS-ITEM-FOUND
                   MOVE ITEM-NAME TO PRN-CARD-ITEM-NAME
                   MOVE ITEM-STOCK-UNIT TO PRN-CARD-STOCK-UNIT
                   IF ITEM-STOCK-UNIT = SPACES
                       MOVE "EA" TO PRN-CARD-STOCK-UNIT
                   END-IF
               ELSE
                   MOVE "** NOT ON ITEM-FILE **" TO PRN-CARD-ITEM-NAME
                   MOVE SPACES TO PRN-CARD-STOCK-UNIT
               END-IF
               MOVE WS-FROM-DATE TO PRN-FILTER-FROM
               MOVE WS-TO-DATE TO PRN-FILTER-TO
                   MOVE ">" TO PRN-TO-SEPARATOR
                   MOVE MH-TO-LOCATION TO PRN-MOVE-TO-LOCATION
               END-IF
               MOVE MH-LOT-NUMBER TO PRN-MOVE-LOT
               MOVE MH-KIT-CODE TO PRN-MOVE-KIT
               WRITE CARD-PRINTLINE FROM CARD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LISTED-COUNT.
