      *********************************
      *OPERMAST - OPERATOR MASTER RECORD, ONE PER OPERATOR, KEYED
      *ON OPER-ID - THE SAME ID THE OPERATOR GIVES WHEN A PROGRAM
      *ASKS FOR IT AND THAT IS STAMPED ON THE AUDIT TRAIL. AN
      *INACTIVE OPERATOR STAYS ON FILE SO OLD AUDIT RECORDS STILL
      *NAME SOMEBODY, BUT IS REFUSED EVERYWHERE. EACH PERMISSION
      *FLAG IS Y WHEN THE OPERATOR MAY USE THAT FUNCTION:
      *  1 ITEM MAINTENANCE     (ITEM-MAINTENANCE)
      *  2 PRICE CHANGE         (ITEM-MAINTENANCE PRICE CHANGES)
      *  3 STOCKTAKE CONFIRM    (STOCKTAKE-RECONCILE CONFIRM RUN)
      *  4 MASS REPRICING       (MASS-REPRICING)
      *  5 AUDIT CLOSE          (AUDIT-PERIOD-CLOSE)
      *  6 REBUILD              (AUDIT-VERIFY REBUILD RUN)
      *  7 COUNTER CAPTURE      (ITEM-INQUIRY ISSUE CAPTURE)
      *THE TABLE VIEW LETS OPERATOR-MAINTENANCE WALK THE FLAGS BY
      *NUMBER. OPERATOR-MAINTENANCE IS THE ONLY PROGRAM THAT
      *WRITES THIS FILE.
      *********************************
       01  OPERATOR-RECORD.
        02 OPER-ID PIC X(08).
        02 OPER-NAME PIC X(30).
        02 OPER-ACTIVE-FLAG PIC X(01).
        88 OPER-ACTIVE VALUE "Y".
        02 OPER-PERMISSIONS.
         03 OPER-ITEM-MAINT-FLAG PIC X(01).
         88 OPER-MAY-MAINTAIN-ITEMS VALUE "Y".
         03 OPER-PRICE-CHANGE-FLAG PIC X(01).
         88 OPER-MAY-CHANGE-PRICES VALUE "Y".
         03 OPER-STOCKTAKE-FLAG PIC X(01).
         88 OPER-MAY-CONFIRM-STOCKTAKE VALUE "Y".
         03 OPER-REPRICING-FLAG PIC X(01).
         88 OPER-MAY-REPRICE VALUE "Y".
         03 OPER-AUDIT-CLOSE-FLAG PIC X(01).
         88 OPER-MAY-CLOSE-AUDIT VALUE "Y".
         03 OPER-REBUILD-FLAG PIC X(01).
         88 OPER-MAY-REBUILD VALUE "Y".
         03 OPER-CAPTURE-FLAG PIC X(01).
         88 OPER-MAY-CAPTURE VALUE "Y".
        02 OPER-PERMISSION-TABLE REDEFINES OPER-PERMISSIONS.
         03 OPER-PERMISSION-FLAG PIC X(01) OCCURS 7 TIMES.
        02 OPER-LAST-CHANGED-DATE PIC 9(08).
