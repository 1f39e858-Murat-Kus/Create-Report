      *********************************
      *LOTBAL - LOT BALANCE RECORD, ONE PER ITEM CODE, LOCATION
      *CODE AND LOT NUMBER, KEYED ON ALL THREE. ONLY ITEMS FLAGGED
      *LOT-TRACKED ON THE ITEM-FILE HAVE LOTS. STOCK-POSTING ADDS
      *A RECEIPT TO ITS LOT, CREATING THE LOT ON ITS FIRST
      *RECEIPT, AND TAKES ISSUES FROM THE LOT AT THAT LOCATION
      *THAT EXPIRES FIRST, DELETING A LOT ONCE IT IS USED UP.
      *LB-EXPIRY-DATE IS YYYYMMDD, ZERO WHEN THE LOT DOES NOT
      *EXPIRE (SUCH LOTS ARE ISSUED LAST). LB-RECEIVED-DATE IS THE
      *MOVEMENT DATE OF THE LOT'S FIRST RECEIPT. THE LOTS AT A
      *LOCATION NEED NOT ADD UP TO ITS STOCK BALANCE - STOCK HELD
      *BEFORE THE ITEM WAS TRACKED BELONGS TO NO LOT.
      *********************************
       01  LOT-BALANCE-RECORD.
        02 LB-BALANCE-KEY.
         03 LB-ITEM-CODE PIC X(05).
         03 LB-LOCATION PIC X(03).
         03 LB-LOT-NUMBER PIC X(10).
        02 LB-EXPIRY-DATE PIC 9(08).
        02 LB-QUANTITY PIC 9(05).
        02 LB-RECEIVED-DATE PIC 9(08).
