      *********************************
      *SUPPMAST - SUPPLIER MASTER RECORD LAYOUT, SHARED BY ALL
      *PROGRAMS THAT VALIDATE OR DESCRIBE A SUPPLIER-CODE. ONE
      *RECORD PER SUPPLIER, KEYED ON SUPP-CODE. SUPP-LEAD-TIME-DAYS
      *IS THE CALENDAR DAYS FROM ORDER TO DELIVERY AND
      *SUPP-ORDER-MULTIPLE THE QUANTITY THE SUPPLIER SELLS IN -
      *REORDER-PLANNING USES BOTH. ZERO IN EITHER MEANS NOT KNOWN.
      *********************************
       01  SUPPLIER-MASTER.
        02 SUPP-CODE PIC X(05).
        02 SUPP-NAME PIC X(30).
        02 SUPP-LEAD-TIME-DAYS PIC 9(03).
        02 SUPP-ORDER-MULTIPLE PIC 9(05).
