      *********************************
      *CUSTMAST - CUSTOMER MASTER RECORD LAYOUT, SHARED BY ALL
      *PROGRAMS THAT VALIDATE OR DESCRIBE A CUSTOMER-CODE ON A
      *SALES ORDER. ONE RECORD PER CUSTOMER, KEYED ON CUST-CODE.
      *A CUSTOMER ON STOP STAYS ON FILE FOR ITS OLD ORDERS BUT
      *SALES-ORDER-ENTRY TAKES NO NEW ORDERS ON IT.
      *********************************
       01  CUSTOMER-MASTER.
        02 CUST-CODE PIC X(05).
        02 CUST-NAME PIC X(30).
        02 CUST-ADDRESS PIC X(30).
        02 CUST-TOWN PIC X(20).
        02 CUST-PHONE PIC X(15).
        02 CUST-STATUS PIC X(01).
        88 CUST-ACTIVE VALUE "A".
        88 CUST-ON-STOP VALUE "S".
