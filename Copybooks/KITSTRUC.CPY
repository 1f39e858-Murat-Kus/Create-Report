      *********************************
      *KITSTRUC - KIT STRUCTURE RECORD, ONE PER KIT ITEM CODE AND
      *COMPONENT ITEM CODE, KEYED ON THE PAIR, SO A KIT'S BILL OF
      *MATERIAL IS READ BY STARTING AT THE KIT CODE. BOTH CODES
      *ARE ITEMS ON THE ITEM-FILE. A KIT IS NOT STOCKED ITSELF -
      *STOCK-POSTING TURNS AN ISSUE OF THE KIT CODE INTO ISSUES OF
      *EACH COMPONENT, KS-QUANTITY-PER-KIT OF IT FOR EVERY KIT.
      *KITS ARE ONE LEVEL DEEP: A COMPONENT IS NEVER ITSELF A KIT.
      *KIT-MAINTENANCE IS THE ONLY PROGRAM THAT WRITES THIS FILE.
      *********************************
       01  KIT-STRUCTURE.
        02 KS-KIT-KEY.
         03 KS-KIT-CODE PIC X(05).
         03 KS-COMPONENT-CODE PIC X(05).
        02 KS-QUANTITY-PER-KIT PIC 9(05).
