      *MOVEMENT ITSELF PLUS THE OLD AND NEW ON-HAND BALANCES AND
      *THE DATE IT WAS POSTED, SO THE STOCK-CARD PROGRAM CAN SHOW
      *HOW ANY ITEM'S QUANTITY GOT FROM THERE TO HERE LONG AFTER
      *THE DAY'S MOVEMENT FILE HAS BEEN REPLACED. MH-UNIT-COST
      *VALUES THE LINE: A RECEIPT CARRIES THE UNIT COST KEYED ON
      *IT (ZERO FOR AN UNCOSTED RECEIPT), EVERY OTHER MOVEMENT THE
      *ITEM'S AVERAGE-COST AT THE MOMENT IT WAS POSTED. LINES
      *WRITTEN BEFORE THE COST WAS ADDED READ BACK AS SPACES, SO
      *READERS CHECK IT IS NUMERIC FIRST. MH-LOT-NUMBER NAMES THE
      *LOT A LOT-TRACKED ITEM WAS RECEIVED INTO OR ISSUED FROM; AN
      *ISSUE THAT DREW ON SEVERAL LOTS IS WRITTEN AS ONE LINE PER
      *LOT. IT IS BLANK FOR ITEMS NOT TRACKED BY LOT, FOR STOCK
      *HELD BEFORE TRACKING BEGAN, AND ON OLDER LINES.
      *MH-QUANTITY AND MH-UNIT-COST ARE ALWAYS IN STOCK UNITS.
      *MH-PACK-SIZE IS THE NUMBER OF STOCK UNITS PER PURCHASE UNIT
      *A RECEIPT MATCHED TO A PURCHASE ORDER WAS CONVERTED WITH, SO
      *THE QUANTITY AS RECEIVED IS MH-QUANTITY OVER MH-PACK-SIZE;
      *IT IS 1 ON EVERY OTHER LINE AND SPACES ON OLDER ONES.
      *MH-KIT-CODE IS SET ON A COMPONENT ISSUE STOCK-POSTING MADE
      *BY EXPLODING AN ISSUE OF A KIT, NAMING THE KIT ISSUED; IT IS
      *BLANK ON EVERY OTHER LINE AND ON OLDER ONES.
      *********************************
       01  MOVEMENT-HISTORY-RECORD.
        02 MH-ITEM-CODE PIC X(05).
        02 MH-POST-DATE PIC 9(08).
        02 MH-LOCATION PIC X(03).
        02 MH-TO-LOCATION PIC X(03).
        02 MH-UNIT-COST PIC 9(05)V9(02).
        02 MH-LOT-NUMBER PIC X(10).
        02 MH-PACK-SIZE PIC 9(05).
        02 MH-KIT-CODE PIC X(05).
