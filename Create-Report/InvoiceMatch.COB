       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. THREE-WAY MATCH OF KEYED SUPPLIER INVOICE LINES
      *AGAINST THE PURCHASE ORDER AND THE GOODS ACTUALLY RECEIVED.
      *EACH INVOICE LINE NAMES ITS SUPPLIER, INVOICE NUMBER, PO
      *NUMBER AND LINE, THE QUANTITY BILLED AND THE UNIT PRICE
      *BILLED. THE LINE IS LOOKED UP ON THE OPEN-ORDER FILE WRITTEN
      *BY PURCHASE-ORDERS, ITS QUANTITY CHECKED AGAINST THE
      *PO-RECEIVED-QUANTITY STOCK-POSTING HAS ADVANCED, AND ITS
      *PRICE CHECKED AGAINST THE COSTED RECEIPTS FOR THE ORDER ON
      *THE MOVEMENT HISTORY FILE. A MATCHED/HELD REGISTER FLAGS
      *LINES BILLED FOR MORE THAN WAS RECEIVED, PRICED OVER THE
      *RECEIPT COST BY MORE THAN THE TOLERANCE PERCENTAGE, OR
      *RAISED AGAINST A PO OR SUPPLIER THAT IS NOT ON FILE. ONLY
      *MATCHED LINES GO TO THE CLEARED-FOR-PAYMENT FILE THE
      *ACCOUNTS CLERK PAYS FROM; HELD LINES WAIT FOR PURCHASING.
      *THE CLEARED FILE IS KEPT FROM RUN TO RUN AND READ BACK AT
      *THE START, SO WHAT EARLIER RUNS CLEARED COUNTS AS ALREADY
      *BILLED AND AN INVOICE LINE PRESENTED A SECOND TIME IS HELD
      *AS ALREADY CLEARED INSTEAD OF BEING PAID TWICE.
      *THE SUPPLIER BILLS IN ITS OWN PURCHASE UNIT, AS ORDERED, SO
      *THE RECEIPT COST IS TAKEN BACK FROM THE STOCK UNITS OF THE
      *HISTORY TO THE PACKS ACTUALLY RECEIVED BEFORE IT IS COMPARED.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC
           WS-INVOICE-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPEN-ORDER-FILE ASSIGN TO DYNAMIC
           WS-OPEN-ORDER-PATH           *>Built at run time in BUILD-FILE-PATHS - order lines and received quantities.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ORDER-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-HISTORY-PATH           *>Built at run time in BUILD-FILE-PATHS - costed receipts against each order.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-HISTORY-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO DYNAMIC
           WS-SUPPLIER-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - supplier master.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
           SELECT MATCH-REGISTER ASSIGN TO DYNAMIC
           WS-MATCH-REGISTER-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed matched/held register.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-REGISTER-STATUS.
           SELECT CLEARED-FILE ASSIGN TO DYNAMIC
           WS-CLEARED-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - lines cleared for payment.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEARED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVOICE-FILE.
       01  INVOICE-LINE-RECORD.
        02 INV-SUPPLIER-CODE PIC X(05).
        02 INV-INVOICE-NUMBER PIC X(10).
        02 INV-PO-NUMBER-TEXT PIC X(06).
        02 INV-PO-NUMBER REDEFINES INV-PO-NUMBER-TEXT PIC 9(06).
        02 INV-PO-LINE-TEXT PIC X(03).
        02 INV-PO-LINE REDEFINES INV-PO-LINE-TEXT PIC 9(03).
        02 INV-QUANTITY-TEXT PIC X(05).
        02 INV-QUANTITY REDEFINES INV-QUANTITY-TEXT PIC 9(05).
        02 INV-UNIT-PRICE-TEXT PIC X(08).
        02 INV-UNIT-PRICE-PARTS REDEFINES INV-UNIT-PRICE-TEXT.
         03 INV-PRICE-DOLLARS PIC 9(05).
         03 INV-PRICE-DOT PIC X(01).
         03 INV-PRICE-CENTS PIC 9(02).

       FD  OPEN-ORDER-FILE.
           COPY OPENORD.

       FD  MOVEMENT-HISTORY-FILE.
           COPY MOVEHIST.

       FD  SUPPLIER-FILE.
           COPY SUPPMAST.

       FD  MATCH-REGISTER.
       01  REGISTER-PRINTLINE PIC X(120).

       FD  CLEARED-FILE.
       01  CLEARED-RECORD.
        02 CLR-SUPPLIER-CODE PIC X(05).
        02 CLR-INVOICE-NUMBER PIC X(10).
        02 CLR-PO-NUMBER PIC 9(06).
        02 CLR-PO-LINE PIC 9(03).
        02 CLR-ITEM-CODE PIC X(05).
        02 CLR-QUANTITY PIC 9(05).
        02 CLR-UNIT-PRICE PIC 9(05).9(02).
        02 CLR-LINE-AMOUNT PIC 9(09).9(02).
        02 CLR-MATCH-DATE PIC 9(08).

       WORKING-STORAGE SECTION.

       01  WS-INVOICE-FILE-STATUS PIC X(02).
       01  WS-OPEN-ORDER-STATUS PIC X(02).
       88  WS-OPEN-ORDER-OK VALUE "00".
       01  WS-MOVEMENT-HISTORY-STATUS PIC X(02).
       88  WS-MOVEMENT-HISTORY-OK VALUE "00".
       01  WS-SUPPLIER-FILE-STATUS PIC X(02).
       01  WS-MATCH-REGISTER-STATUS PIC X(02).
       01  WS-CLEARED-FILE-STATUS PIC X(02).
       88  WS-CLEARED-FILE-OK VALUE "00".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-INVOICE-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-INVOICES VALUE "Y".
       01  WS-ORDER-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ORDERS VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-HISTORY VALUE "Y".
       01  WS-CLEARED-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-CLEARED VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-INVOICE-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invlines".
       01  WS-OPEN-ORDER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\openorder".
       01  WS-MOVEMENT-HISTORY-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\movehist".
       01  WS-SUPPLIER-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\suppfile".
       01  WS-MATCH-REGISTER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invmatch".
       01  WS-CLEARED-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invclear".
       01  WS-INVOICE-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPEN-ORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-MOVEMENT-HISTORY-PATH PIC X(80) VALUE SPACE.
       01  WS-SUPPLIER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MATCH-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-CLEARED-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

      *    The price tolerance is a whole percentage entered as the
      *    third argument - "5" or "05" both mean five percent. A
      *    blank or unreadable argument falls back to two percent,
      *    which is what accounts agreed to absorb without asking
      *    purchasing about it.
       01  WS-TOLERANCE-TEXT PIC X(02) VALUE SPACE.
       01  WS-TOLERANCE-PCT REDEFINES WS-TOLERANCE-TEXT PIC 9(02).
       01  WS-DEFAULT-TOLERANCE PIC 9(02) VALUE 02.
       01  WS-RUN-DATE PIC 9(08) VALUE ZERO.

      *    Every order line on the file, open or closed, is loaded
      *    here - an invoice usually arrives after the line has
      *    filled and closed. The receipt cost columns are summed
      *    from the costed receipts on the movement history, which
      *    knows the PO number (from the PO reference) and the item
      *    but not the line, so where one order carries the same
      *    item twice both lines share the same average cost.
      *    WS-INV-BILLED starts from the lines earlier runs cleared
      *    and builds up as lines clear during the run, so invoice
      *    lines cannot between them bill more than was received,
      *    however many runs they arrive over. Two thousand lines
      *    matches the open-order table in STOCK-POSTING; a bigger
      *    file stops the run.
       01  WS-ORDER-TABLE.
        02 WS-ORDER-ENTRY OCCURS 2000 TIMES.
         03 WS-INV-ORD-NUMBER PIC 9(06).
         03 WS-INV-ORD-LINE PIC 9(03).
         03 WS-INV-ORD-SUPPLIER PIC X(05).
         03 WS-INV-ORD-ITEM-CODE PIC X(05).
         03 WS-INV-ORD-RECEIVED PIC 9(05).
         03 WS-INV-BILLED PIC 9(07).
         03 WS-INV-COSTED-QUANTITY PIC 9(07).
         03 WS-INV-COST-TOTAL PIC 9(11)V99.
       01  WS-ORDER-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-ORDER-INDEX PIC 9(04) VALUE ZERO.
       01  WS-ORDER-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-ORDER-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-ORDER-FOUND VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".
       01  WS-REFERENCE-PO-NUMBER PIC 9(06) VALUE ZERO.
       01  WS-HISTORY-COST-VALUE PIC 9(11)V99 VALUE ZERO.
       01  WS-HISTORY-PACK-SIZE PIC 9(05) VALUE 1.
       01  WS-HISTORY-PACKS PIC 9(05) VALUE ZERO.

      *    Every supplier / invoice / PO line already cleared, from
      *    the cleared file and from this run, so a line presented
      *    again is caught even where it would still fit within the
      *    quantity received. A cleared file too big for the table
      *    stops the run rather than let a repeat slip through.
       01  WS-CLEARED-KEY-TABLE.
        02 WS-CLEARED-KEY OCCURS 5000 TIMES PIC X(24).
       01  WS-CLEARED-KEY-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-CLEARED-KEY-INDEX PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-KEY.
        02 WS-KEY-SUPPLIER-CODE PIC X(05).
        02 WS-KEY-INVOICE-NUMBER PIC X(10).
        02 WS-KEY-PO-NUMBER PIC 9(06).
        02 WS-KEY-PO-LINE PIC 9(03).
       01  WS-ALREADY-CLEARED-SWITCH PIC X(01) VALUE "N".
       88  WS-ALREADY-CLEARED VALUE "Y".

       01  WS-LINE-HELD-SWITCH PIC X(01) VALUE "N".
       88  WS-LINE-HELD VALUE "Y".
       01  WS-HOLD-REASON PIC X(28) VALUE SPACE.
       01  WS-BILLED-PRICE PIC 9(05)V99 VALUE ZERO.
       01  WS-RECEIPT-COST PIC 9(05)V99 VALUE ZERO.
       01  WS-PRICE-LIMIT PIC 9(07)V99 VALUE ZERO.
       01  WS-LINE-AMOUNT PIC 9(09)V99 VALUE ZERO.
       01  WS-BILLED-TO-DATE PIC 9(07) VALUE ZERO.

       01  WS-LINES-READ PIC 9(05) VALUE ZERO.
       01  WS-LINES-MATCHED PIC 9(05) VALUE ZERO.
       01  WS-LINES-HELD PIC 9(05) VALUE ZERO.
       01  WS-OVER-BILLED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-OVER-PRICE-COUNT PIC 9(05) VALUE ZERO.
       01  WS-NO-PO-COUNT PIC 9(05) VALUE ZERO.
       01  WS-NO-SUPPLIER-COUNT PIC 9(05) VALUE ZERO.
       01  WS-OTHER-HELD-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CLEARED-VALUE PIC 9(11)V99 VALUE ZERO.
       01  WS-HELD-VALUE PIC 9(11)V99 VALUE ZERO.

       01  REGISTER-PAGE-HEADING PIC X(30) VALUE
       "INVOICE MATCH REGISTER".
       01  REGISTER-RUN-DATE-LINE.
        02 FILLER PIC X(11) VALUE " RUN DATE: ".
        02 PRN-RUN-DATE PIC 9(08).
        02 FILLER PIC X(18) VALUE "  PRICE TOLERANCE ".
        02 PRN-TOLERANCE-PCT PIC Z9.
        02 FILLER PIC X(01) VALUE "%".
       01  REGISTER-HEADS.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "SUPP".
        02 FILLER PIC X(11) VALUE "INVOICE".
        02 FILLER PIC X(07) VALUE "PO NO".
        02 FILLER PIC X(04) VALUE "LN".
        02 FILLER PIC X(06) VALUE "ITEM".
        02 FILLER PIC X(06) VALUE "BILLD".
        02 FILLER PIC X(06) VALUE " RECVD".
        02 FILLER PIC X(10) VALUE "  BILL PRC".
        02 FILLER PIC X(10) VALUE "  RCPT CST".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(11) VALUE "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-SUPPLIER-CODE PIC X(05).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-INVOICE-NUMBER PIC X(10).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-PO-NUMBER PIC X(06).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-PO-LINE PIC X(03).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-BILLED-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-RECEIVED-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-BILLED-PRICE PIC $Z(5).9(2).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-RECEIPT-COST PIC $Z(5).9(2).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-DISPOSITION PIC X(08).
        02 PRN-HOLD-REASON PIC X(28).
       01  REGISTER-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(12) VALUE "LINES READ: ".
        02 PRN-LINES-READ PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  MATCHED: ".
        02 PRN-LINES-MATCHED PIC ZZZZ9.
        02 FILLER PIC X(08) VALUE "  HELD: ".
        02 PRN-LINES-HELD PIC ZZZZ9.
       01  REGISTER-HELD-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(13) VALUE "OVER-BILLED: ".
        02 PRN-OVER-BILLED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(14) VALUE "  OVER PRICE: ".
        02 PRN-OVER-PRICE-COUNT PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE "  NO PO: ".
        02 PRN-NO-PO-COUNT PIC ZZZZ9.
        02 FILLER PIC X(15) VALUE "  NO SUPPLIER: ".
        02 PRN-NO-SUPPLIER-COUNT PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE "  OTHER: ".
        02 PRN-OTHER-HELD-COUNT PIC ZZZZ9.
       01  REGISTER-VALUE-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(16) VALUE "CLEARED VALUE: ".
        02 PRN-CLEARED-VALUE PIC $Z(10).9(2).
        02 FILLER PIC X(15) VALUE "  HELD VALUE: ".
        02 PRN-HELD-VALUE PIC $Z(10).9(2).
       01  REGISTER-FOOTING PIC X(15) VALUE "END OF REGISTER".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM LOAD-ORDER-TABLE
           IF NOT WS-TABLE-FULL AND NOT WS-OPEN-ERROR
               PERFORM LOAD-CLEARED-LINES
           END-IF
           IF NOT WS-TABLE-FULL AND NOT WS-OPEN-ERROR
               PERFORM LOAD-RECEIPT-COSTS
               PERFORM OPEN-MATCH-FILES
               IF NOT WS-OPEN-ERROR
                   READ INVOICE-FILE
                       AT END SET WS-END-OF-INVOICES TO TRUE
                   END-READ
                   PERFORM MATCH-ONE-INVOICE-LINE
                       UNTIL WS-END-OF-INVOICES
                   PERFORM PRINT-REGISTER-TOTALS
                   CLOSE INVOICE-FILE, SUPPLIER-FILE
                   CLOSE MATCH-REGISTER, CLEARED-FILE
               END-IF
           END-IF.
      *    A run that could not match anything - a full order
      *    table or a file it could not open - leaves a nonzero
      *    return code; held lines are the normal business of the
      *    run and are not an error.
           IF WS-OPEN-ERROR OR WS-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-SUFFIX FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-TOLERANCE-TEXT FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-TOLERANCE-TEXT (2:1) = SPACE
                  AND WS-TOLERANCE-TEXT (1:1) NOT = SPACE
                   MOVE WS-TOLERANCE-TEXT (1:1) TO
                       WS-TOLERANCE-TEXT (2:1)
                   MOVE "0" TO WS-TOLERANCE-TEXT (1:1)
               END-IF
               IF WS-TOLERANCE-PCT NOT NUMERIC
                   MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "invlines" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-INVOICE-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-INVOICE-FILE-PATH

               MOVE "openorder" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPEN-ORDER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPEN-ORDER-PATH

               MOVE "movehist" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-MOVEMENT-HISTORY-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-MOVEMENT-HISTORY-PATH

               MOVE "suppfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SUPPLIER-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SUPPLIER-FILE-PATH

               MOVE "invmatch" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-MATCH-REGISTER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-MATCH-REGISTER-PATH

               MOVE "invclear" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CLEARED-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CLEARED-FILE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-PATH-DEFAULT-BASE DELIMITED BY SPACE
                           WS-PATH-EXTENSION DELIMITED BY SIZE
                           INTO WS-BUILT-PATH
                   ELSE
                       STRING WS-PATH-DEFAULT-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           WS-PATH-EXTENSION DELIMITED BY SIZE
                           INTO WS-BUILT-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\" DELIMITED BY SIZE
                           WS-PATH-NAME DELIMITED BY SPACE
                           WS-PATH-EXTENSION DELIMITED BY SIZE
                           INTO WS-BUILT-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\" DELIMITED BY SIZE
                           WS-PATH-NAME DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           WS-PATH-EXTENSION DELIMITED BY SIZE
                           INTO WS-BUILT-PATH
                   END-IF
               END-IF.

      *    A missing open-order file (status 35) means no order has
      *    ever been raised; every invoice line then holds as PO
      *    NOT ON FILE, which is exactly the truth. Any other
      *    status is a file that is there but cannot be read, and
      *    matching against it would hold every line wrongly.
           LOAD-ORDER-TABLE.
               OPEN INPUT OPEN-ORDER-FILE
               IF WS-OPEN-ORDER-OK
                   READ OPEN-ORDER-FILE
                       AT END SET WS-END-OF-ORDERS TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-ORDER-LINE
                       UNTIL WS-END-OF-ORDERS OR WS-TABLE-FULL
                   CLOSE OPEN-ORDER-FILE
                   IF WS-TABLE-FULL
                       DISPLAY "ORDER TABLE FULL AT "
                           WS-ORDER-TOTAL " ENTRIES - RUN STOPPED"
                   END-IF
               ELSE
                   IF WS-OPEN-ORDER-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN OPEN-ORDER-FILE - "
                           "STATUS " WS-OPEN-ORDER-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                   END-IF
               END-IF.

           LOAD-ONE-ORDER-LINE.
               IF WS-ORDER-TOTAL >= 2000
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-ORDER-TOTAL
                   MOVE PO-NUMBER TO WS-INV-ORD-NUMBER (WS-ORDER-TOTAL)
                   MOVE PO-LINE-NUMBER TO
                       WS-INV-ORD-LINE (WS-ORDER-TOTAL)
                   MOVE PO-SUPPLIER-CODE TO
                       WS-INV-ORD-SUPPLIER (WS-ORDER-TOTAL)
                   MOVE PO-ITEM-CODE TO
                       WS-INV-ORD-ITEM-CODE (WS-ORDER-TOTAL)
                   MOVE PO-RECEIVED-QUANTITY TO
                       WS-INV-ORD-RECEIVED (WS-ORDER-TOTAL)
                   MOVE ZERO TO WS-INV-BILLED (WS-ORDER-TOTAL)
                   MOVE ZERO TO WS-INV-COSTED-QUANTITY (WS-ORDER-TOTAL)
                   MOVE ZERO TO WS-INV-COST-TOTAL (WS-ORDER-TOTAL)
                   READ OPEN-ORDER-FILE
                       AT END SET WS-END-OF-ORDERS TO TRUE
                   END-READ
               END-IF.

      *    The lines earlier runs cleared are read back before any
      *    matching: each one is added to its order line's billed
      *    figure and its key remembered. No cleared file yet
      *    (status 35) means nothing has been cleared before.
           LOAD-CLEARED-LINES.
               OPEN INPUT CLEARED-FILE
               IF WS-CLEARED-FILE-OK
                   READ CLEARED-FILE
                       AT END SET WS-END-OF-CLEARED TO TRUE
                   END-READ
                   PERFORM ABSORB-ONE-CLEARED-LINE
                       UNTIL WS-END-OF-CLEARED OR WS-TABLE-FULL
                   CLOSE CLEARED-FILE
                   IF WS-TABLE-FULL
                       DISPLAY "CLEARED TABLE FULL AT "
                           WS-CLEARED-KEY-TOTAL
                           " ENTRIES - RUN STOPPED"
                   END-IF
               ELSE
                   IF WS-CLEARED-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN CLEARED-FILE - STATUS "
                           WS-CLEARED-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                   END-IF
               END-IF.

           ABSORB-ONE-CLEARED-LINE.
               IF WS-CLEARED-KEY-TOTAL >= 5000
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   MOVE CLR-SUPPLIER-CODE TO WS-KEY-SUPPLIER-CODE
                   MOVE CLR-INVOICE-NUMBER TO WS-KEY-INVOICE-NUMBER
                   MOVE CLR-PO-NUMBER TO WS-KEY-PO-NUMBER
                   MOVE CLR-PO-LINE TO WS-KEY-PO-LINE
                   ADD 1 TO WS-CLEARED-KEY-TOTAL
                   MOVE WS-INVOICE-KEY TO
                       WS-CLEARED-KEY (WS-CLEARED-KEY-TOTAL)
                   IF CLR-QUANTITY NUMERIC
                       PERFORM ADD-CLEARED-TO-ORDER-LINE
                           VARYING WS-ORDER-INDEX FROM 1 BY 1
                           UNTIL WS-ORDER-INDEX > WS-ORDER-TOTAL
                   END-IF
                   READ CLEARED-FILE
                       AT END SET WS-END-OF-CLEARED TO TRUE
                   END-READ
               END-IF.

           ADD-CLEARED-TO-ORDER-LINE.
               IF WS-INV-ORD-NUMBER (WS-ORDER-INDEX) = CLR-PO-NUMBER
                  AND WS-INV-ORD-LINE (WS-ORDER-INDEX) = CLR-PO-LINE
                   ADD CLR-QUANTITY TO WS-INV-BILLED (WS-ORDER-INDEX)
               END-IF.

      *    Only receipts that carried a unit cost count towards the
      *    receipt cost - an uncosted receipt says nothing about
      *    price. History lines written before the cost column
      *    existed read back as spaces and are skipped the same
      *    way. No history file yet simply leaves every line
      *    without a receipt cost.
           LOAD-RECEIPT-COSTS.
               OPEN INPUT MOVEMENT-HISTORY-FILE
               IF WS-MOVEMENT-HISTORY-OK
                   READ MOVEMENT-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
                   PERFORM ABSORB-ONE-HISTORY-LINE
                       UNTIL WS-END-OF-HISTORY
                   CLOSE MOVEMENT-HISTORY-FILE
               END-IF.

           ABSORB-ONE-HISTORY-LINE.
               IF (MH-TYPE = "R" OR "r")
                  AND MH-REFERENCE (1:2) = "PO"
                  AND MH-REFERENCE (3:6) NUMERIC
                  AND MH-QUANTITY NUMERIC
                  AND MH-UNIT-COST NUMERIC
                   IF MH-UNIT-COST > ZERO
                       MOVE MH-REFERENCE (3:6) TO
                           WS-REFERENCE-PO-NUMBER
                       COMPUTE WS-HISTORY-COST-VALUE =
                           MH-QUANTITY * MH-UNIT-COST
                       MOVE 1 TO WS-HISTORY-PACK-SIZE
                       IF MH-PACK-SIZE NUMERIC
                          AND MH-PACK-SIZE > ZERO
                           MOVE MH-PACK-SIZE TO WS-HISTORY-PACK-SIZE
                       END-IF
                       COMPUTE WS-HISTORY-PACKS =
                           MH-QUANTITY / WS-HISTORY-PACK-SIZE
                       PERFORM ADD-COST-TO-ORDER-LINE
                           VARYING WS-ORDER-INDEX FROM 1 BY 1
                           UNTIL WS-ORDER-INDEX > WS-ORDER-TOTAL
                   END-IF
               END-IF
               READ MOVEMENT-HISTORY-FILE
                   AT END SET WS-END-OF-HISTORY TO TRUE
               END-READ.

           ADD-COST-TO-ORDER-LINE.
               IF WS-INV-ORD-NUMBER (WS-ORDER-INDEX) =
                      WS-REFERENCE-PO-NUMBER
                  AND WS-INV-ORD-ITEM-CODE (WS-ORDER-INDEX) =
                      MH-ITEM-CODE
                   ADD WS-HISTORY-PACKS TO
                       WS-INV-COSTED-QUANTITY (WS-ORDER-INDEX)
                   ADD WS-HISTORY-COST-VALUE TO
                       WS-INV-COST-TOTAL (WS-ORDER-INDEX)
               END-IF.

           OPEN-MATCH-FILES.
               OPEN INPUT INVOICE-FILE
               IF WS-INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN INVOICE-FILE - STATUS "
                       WS-INVOICE-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN INPUT SUPPLIER-FILE
                   IF WS-SUPPLIER-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN SUPPLIER-FILE - "
                           "STATUS " WS-SUPPLIER-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE INVOICE-FILE
                   ELSE
                       OPEN OUTPUT MATCH-REGISTER
                       IF WS-MATCH-REGISTER-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN MATCH-REGISTER"
                               " - STATUS " WS-MATCH-REGISTER-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE INVOICE-FILE, SUPPLIER-FILE
                       ELSE
                           PERFORM OPEN-CLEARED-FILE
                       END-IF
                   END-IF
               END-IF.

           OPEN-CLEARED-FILE.
               OPEN EXTEND CLEARED-FILE
               IF WS-CLEARED-FILE-STATUS = "35"
                   OPEN OUTPUT CLEARED-FILE
               END-IF
               IF NOT WS-CLEARED-FILE-OK
                   DISPLAY "UNABLE TO OPEN CLEARED-FILE - STATUS "
                       WS-CLEARED-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE INVOICE-FILE, SUPPLIER-FILE, MATCH-REGISTER
               ELSE
                   WRITE REGISTER-PRINTLINE FROM REGISTER-PAGE-HEADING
                       AFTER ADVANCING PAGE
                   MOVE WS-RUN-DATE TO PRN-RUN-DATE
                   MOVE WS-TOLERANCE-PCT TO PRN-TOLERANCE-PCT
                   WRITE REGISTER-PRINTLINE FROM REGISTER-RUN-DATE-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE REGISTER-PRINTLINE FROM REGISTER-HEADS
                       AFTER ADVANCING 2 LINES
               END-IF.

      *    The checks run in order and the first failure decides
      *    the hold reason: a line that cannot be read, a supplier
      *    not on the master, an order line not on file, an order
      *    raised on somebody else, a line already cleared by this
      *    or an earlier run, more billed than received, no
      *    costed receipt to check the price against, and finally
      *    a price over the receipt cost plus the tolerance.
           MATCH-ONE-INVOICE-LINE.
               ADD 1 TO WS-LINES-READ
               MOVE "N" TO WS-LINE-HELD-SWITCH
               MOVE SPACE TO WS-HOLD-REASON
               MOVE ZERO TO WS-BILLED-PRICE
               MOVE ZERO TO WS-RECEIPT-COST
               MOVE ZERO TO WS-LINE-AMOUNT
               MOVE ZERO TO PRN-RECEIVED-QUANTITY
               IF INV-PO-NUMBER NOT NUMERIC
                  OR INV-PO-LINE NOT NUMERIC
                  OR INV-QUANTITY NOT NUMERIC
                  OR INV-PRICE-DOLLARS NOT NUMERIC
                  OR INV-PRICE-CENTS NOT NUMERIC
                   SET WS-LINE-HELD TO TRUE
                   MOVE "INVALID INVOICE LINE" TO WS-HOLD-REASON
                   ADD 1 TO WS-OTHER-HELD-COUNT
               ELSE
                   COMPUTE WS-BILLED-PRICE =
                       INV-PRICE-DOLLARS + (INV-PRICE-CENTS / 100)
                   COMPUTE WS-LINE-AMOUNT =
                       INV-QUANTITY * WS-BILLED-PRICE
                   PERFORM CHECK-INVOICE-SUPPLIER
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
               READ INVOICE-FILE
                   AT END SET WS-END-OF-INVOICES TO TRUE
               END-READ.

           CHECK-INVOICE-SUPPLIER.
               MOVE INV-SUPPLIER-CODE TO SUPP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       SET WS-LINE-HELD TO TRUE
                       MOVE "SUPPLIER NOT ON FILE" TO WS-HOLD-REASON
                       ADD 1 TO WS-NO-SUPPLIER-COUNT
                   NOT INVALID KEY
                       PERFORM CHECK-INVOICE-ORDER-LINE
               END-READ.

           CHECK-INVOICE-ORDER-LINE.
               MOVE "N" TO WS-ORDER-FOUND-SWITCH
               PERFORM SEARCH-ORDER-TABLE
                   VARYING WS-ORDER-INDEX FROM 1 BY 1
                   UNTIL WS-ORDER-INDEX > WS-ORDER-TOTAL
                       OR WS-ORDER-FOUND
               IF NOT WS-ORDER-FOUND
                   SET WS-LINE-HELD TO TRUE
                   MOVE "PO LINE NOT ON FILE" TO WS-HOLD-REASON
                   ADD 1 TO WS-NO-PO-COUNT
               ELSE
                   MOVE WS-INV-ORD-RECEIVED (WS-ORDER-MATCH-INDEX) TO
                       PRN-RECEIVED-QUANTITY
                   IF WS-INV-COSTED-QUANTITY (WS-ORDER-MATCH-INDEX)
                          > ZERO
                       COMPUTE WS-RECEIPT-COST ROUNDED =
                           WS-INV-COST-TOTAL (WS-ORDER-MATCH-INDEX)
                           / WS-INV-COSTED-QUANTITY
                               (WS-ORDER-MATCH-INDEX)
                           ON SIZE ERROR
                               MOVE ZERO TO WS-RECEIPT-COST
                       END-COMPUTE
                   END-IF
                   PERFORM CHECK-QUANTITY-AND-PRICE
               END-IF.

           SEARCH-ORDER-TABLE.
               IF WS-INV-ORD-NUMBER (WS-ORDER-INDEX) = INV-PO-NUMBER
                  AND WS-INV-ORD-LINE (WS-ORDER-INDEX) = INV-PO-LINE
                   SET WS-ORDER-FOUND TO TRUE
                   MOVE WS-ORDER-INDEX TO WS-ORDER-MATCH-INDEX
               END-IF.

           CHECK-QUANTITY-AND-PRICE.
               MOVE INV-SUPPLIER-CODE TO WS-KEY-SUPPLIER-CODE
               MOVE INV-INVOICE-NUMBER TO WS-KEY-INVOICE-NUMBER
               MOVE INV-PO-NUMBER TO WS-KEY-PO-NUMBER
               MOVE INV-PO-LINE TO WS-KEY-PO-LINE
               MOVE "N" TO WS-ALREADY-CLEARED-SWITCH
               PERFORM SEARCH-CLEARED-KEYS
                   VARYING WS-CLEARED-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-CLEARED-KEY-INDEX > WS-CLEARED-KEY-TOTAL
                       OR WS-ALREADY-CLEARED
               COMPUTE WS-BILLED-TO-DATE =
                   WS-INV-BILLED (WS-ORDER-MATCH-INDEX) + INV-QUANTITY
               COMPUTE WS-PRICE-LIMIT ROUNDED =
                   WS-RECEIPT-COST * (100 + WS-TOLERANCE-PCT) / 100
               EVALUATE TRUE
                   WHEN WS-INV-ORD-SUPPLIER (WS-ORDER-MATCH-INDEX)
                           NOT = INV-SUPPLIER-CODE
                       SET WS-LINE-HELD TO TRUE
                       MOVE "PO RAISED ON OTHER SUPPLIER" TO
                           WS-HOLD-REASON
                       ADD 1 TO WS-OTHER-HELD-COUNT
                   WHEN WS-ALREADY-CLEARED
                       SET WS-LINE-HELD TO TRUE
                       MOVE "INVOICE LINE ALREADY CLEARED" TO
                           WS-HOLD-REASON
                       ADD 1 TO WS-OTHER-HELD-COUNT
                   WHEN WS-BILLED-TO-DATE >
                           WS-INV-ORD-RECEIVED (WS-ORDER-MATCH-INDEX)
                       SET WS-LINE-HELD TO TRUE
                       MOVE "BILLED MORE THAN RECEIVED" TO
                           WS-HOLD-REASON
                       ADD 1 TO WS-OVER-BILLED-COUNT
                   WHEN WS-RECEIPT-COST = ZERO
                       SET WS-LINE-HELD TO TRUE
                       MOVE "NO COSTED RECEIPT ON PO" TO
                           WS-HOLD-REASON
                       ADD 1 TO WS-OTHER-HELD-COUNT
                   WHEN WS-BILLED-PRICE > WS-PRICE-LIMIT
                       SET WS-LINE-HELD TO TRUE
                       MOVE "PRICE OVER RECEIPT COST" TO
                           WS-HOLD-REASON
                       ADD 1 TO WS-OVER-PRICE-COUNT
                   WHEN OTHER
                       PERFORM WRITE-CLEARED-RECORD
               END-EVALUATE.

           SEARCH-CLEARED-KEYS.
               IF WS-CLEARED-KEY (WS-CLEARED-KEY-INDEX) =
                      WS-INVOICE-KEY
                   SET WS-ALREADY-CLEARED TO TRUE
               END-IF.

      *    A line cleared in this run is remembered too, so the same
      *    line twice on one invoice file is caught the same way.
      *    Once the table is full the billed-to-date check still
      *    stands between a repeat and a second payment.
           WRITE-CLEARED-RECORD.
               MOVE INV-SUPPLIER-CODE TO CLR-SUPPLIER-CODE
               MOVE INV-INVOICE-NUMBER TO CLR-INVOICE-NUMBER
               MOVE INV-PO-NUMBER TO CLR-PO-NUMBER
               MOVE INV-PO-LINE TO CLR-PO-LINE
               MOVE WS-INV-ORD-ITEM-CODE (WS-ORDER-MATCH-INDEX) TO
                   CLR-ITEM-CODE
               MOVE INV-QUANTITY TO CLR-QUANTITY
               MOVE WS-BILLED-PRICE TO CLR-UNIT-PRICE
               MOVE WS-LINE-AMOUNT TO CLR-LINE-AMOUNT
               MOVE WS-RUN-DATE TO CLR-MATCH-DATE
               WRITE CLEARED-RECORD
               MOVE WS-BILLED-TO-DATE TO
                   WS-INV-BILLED (WS-ORDER-MATCH-INDEX)
               IF WS-CLEARED-KEY-TOTAL < 5000
                   ADD 1 TO WS-CLEARED-KEY-TOTAL
                   MOVE WS-INVOICE-KEY TO
                       WS-CLEARED-KEY (WS-CLEARED-KEY-TOTAL)
               END-IF.

           WRITE-REGISTER-DETAIL.
               MOVE INV-SUPPLIER-CODE TO PRN-SUPPLIER-CODE
               MOVE INV-INVOICE-NUMBER TO PRN-INVOICE-NUMBER
               MOVE INV-PO-NUMBER-TEXT TO PRN-PO-NUMBER
               MOVE INV-PO-LINE-TEXT TO PRN-PO-LINE
               MOVE ZERO TO PRN-BILLED-QUANTITY
               IF INV-QUANTITY NUMERIC
                   MOVE INV-QUANTITY TO PRN-BILLED-QUANTITY
               END-IF
               IF WS-ORDER-FOUND
                   MOVE WS-INV-ORD-ITEM-CODE (WS-ORDER-MATCH-INDEX) TO
                       PRN-ITEM-CODE
               ELSE
                   MOVE SPACE TO PRN-ITEM-CODE
               END-IF
               MOVE WS-BILLED-PRICE TO PRN-BILLED-PRICE
               MOVE WS-RECEIPT-COST TO PRN-RECEIPT-COST
               IF WS-LINE-HELD
                   MOVE "HELD - " TO PRN-DISPOSITION
                   MOVE WS-HOLD-REASON TO PRN-HOLD-REASON
                   ADD 1 TO WS-LINES-HELD
                   ADD WS-LINE-AMOUNT TO WS-HELD-VALUE
               ELSE
                   MOVE "MATCHED" TO PRN-DISPOSITION
                   MOVE SPACE TO PRN-HOLD-REASON
                   ADD 1 TO WS-LINES-MATCHED
                   ADD WS-LINE-AMOUNT TO WS-CLEARED-VALUE
               END-IF
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "N" TO WS-ORDER-FOUND-SWITCH.

           PRINT-REGISTER-TOTALS.
               MOVE WS-LINES-READ TO PRN-LINES-READ
               MOVE WS-LINES-MATCHED TO PRN-LINES-MATCHED
               MOVE WS-LINES-HELD TO PRN-LINES-HELD
               WRITE REGISTER-PRINTLINE FROM REGISTER-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-OVER-BILLED-COUNT TO PRN-OVER-BILLED-COUNT
               MOVE WS-OVER-PRICE-COUNT TO PRN-OVER-PRICE-COUNT
               MOVE WS-NO-PO-COUNT TO PRN-NO-PO-COUNT
               MOVE WS-NO-SUPPLIER-COUNT TO PRN-NO-SUPPLIER-COUNT
               MOVE WS-OTHER-HELD-COUNT TO PRN-OTHER-HELD-COUNT
               WRITE REGISTER-PRINTLINE FROM REGISTER-HELD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-CLEARED-VALUE TO PRN-CLEARED-VALUE
               MOVE WS-HELD-VALUE TO PRN-HELD-VALUE
               WRITE REGISTER-PRINTLINE FROM REGISTER-VALUE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REGISTER-PRINTLINE FROM REGISTER-FOOTING
                   AFTER ADVANCING 2 LINES.
