       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-ENTRY.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. TAKES CUSTOMER SALES ORDERS AT THE DESK. EACH ORDER
      *IS FOR ONE CUSTOMER ON THE CUSTOMER MASTER (NOT ON STOP),
      *GETS THE NEXT NUMBER FROM THE SALES ORDER CONTROL FILE AND
      *CARRIES ONE LINE PER ITEM, WITH THE LOCATION THE LINE IS TO
      *BE PICKED FROM (BLANK MEANS THE MAIN SITE, MN). AS EACH LINE
      *IS ENTERED THE STOCK IS ALLOCATED TO IT - AS MUCH OF THE
      *ORDERED QUANTITY AS IS AVAILABLE TO PROMISE, THAT IS
      *QUANTITY-ON-HAND LESS WHAT EARLIER OPEN LINES ALREADY HOLD -
      *SO TWO ORDERS CANNOT BE PROMISED THE SAME STOCK. THE ITEM'S
      *QUANTITY-ALLOCATED IS RAISED AND THE CHANGE LOGGED TO THE
      *AUDIT-FILE; WHAT COULD NOT BE ALLOCATED IS SHOWN TO THE
      *OPERATOR AND IS BACKORDERED WHEN THE ORDER IS DISPATCHED.
      *A KIT ON THE KIT STRUCTURE FILE IS NOT STOCKED ITSELF, SO
      *WHAT IT HAS TO PROMISE IS AS MANY KITS AS ITS SCARCEST
      *COMPONENT'S AVAILABLE STOCK WILL MAKE UP, AND ITS LINE IS
      *ALLOCATED BY RAISING EACH COMPONENT'S QUANTITY-ALLOCATED BY
      *ITS SHARE, EACH CHANGE AUDITED.
      *THE LINES ARE APPENDED TO THE SALES ORDER LINE FILE FOR
      *PICK-LIST AND DISPATCH-CONFIRM. THE CONTROL FILE IS
      *REWRITTEN AS SOON AS AN ORDER'S FIRST LINE IS TAKEN, BEFORE
      *ANY STOCK IS ALLOCATED TO IT OR ANY LINE WRITTEN, SO A
      *SESSION CUT SHORT NEVER HANDS OUT AN ORDER NUMBER TWICE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC
           WS-CUSTOMER-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT SALES-ORDER-FILE ASSIGN TO DYNAMIC
           WS-SALES-ORDER-PATH           *>Built at run time in BUILD-FILE-PATHS - the sales order lines.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-ORDER-STATUS.
           SELECT SO-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-SO-CONTROL-PATH           *>Built at run time in BUILD-FILE-PATHS - holds the next unused SO number.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SO-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audit trail of every allocation.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - components a kit line is allocated against.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-KIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  SALES-ORDER-FILE.
           COPY SORDLINE.

       FD  SO-CONTROL-FILE.
       01  SO-CONTROL-RECORD.
        02 CTL-NEXT-SO-NUMBER PIC 9(06).

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  KIT-FILE.
           COPY KITSTRUC.

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-FILE-STATUS PIC X(02).
       88  WS-CUSTOMER-FILE-OK VALUE "00".
       01  WS-ITEM-FILE-STATUS PIC X(02).
       88  WS-ITEM-FILE-OK VALUE "00".
       01  WS-SALES-ORDER-STATUS PIC X(02).
       88  WS-SALES-ORDER-OK VALUE "00".
       01  WS-SO-CONTROL-STATUS PIC X(02).
       88  WS-SO-CONTROL-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-KIT-FILE-STATUS PIC X(02).
       01  WS-KIT-FILE-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FILE-FOUND VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-CUSTOMER-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\custfile".
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-SALES-ORDER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\soline".
       01  WS-SO-CONTROL-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\socontrol".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-CUSTOMER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SALES-ORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-SO-CONTROL-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.
       01  WS-DEFAULT-LOCATION PIC X(03) VALUE "MN".

       01  WS-NEXT-SO-NUMBER PIC 9(06) VALUE 1.
       01  WS-ORDER-SO-NUMBER PIC 9(06) VALUE ZERO.
       01  WS-ORDER-DATE PIC 9(08) VALUE ZERO.
       01  WS-INPUT-CUST-CODE PIC X(05) VALUE SPACE.
       88  WS-QUIT-ENTRY VALUE "X" "x".
       01  WS-INPUT-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-INPUT-LOCATION PIC X(03) VALUE SPACE.
       01  WS-END-OF-ORDER-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ORDER VALUE "Y".
       01  WS-ORDER-LINE-COUNT PIC 9(03) VALUE ZERO.
       01  WS-ORDERS-TAKEN PIC 9(05) VALUE ZERO.

       01  WS-ORDER-QUANTITY-TEXT PIC X(05) VALUE SPACE.
       01  WS-ORDER-QUANTITY REDEFINES WS-ORDER-QUANTITY-TEXT
           PIC 9(05).
       01  WS-QUANTITY-SHIFT PIC X(04) VALUE SPACE.
       01  WS-AVAILABLE-TO-PROMISE PIC S9(06) VALUE ZERO.
       01  WS-ALLOCATE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-SHORT-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-RAISE-QUANTITY PIC 9(10) VALUE ZERO.

      *    A kit is not stocked itself; what it can promise is as
      *    many kits as the scarcest component available will make
      *    up. The kit's record is saved while the components are
      *    read and put back after, so the line is still written
      *    for the kit.
       01  WS-KIT-ITEM-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-ITEM VALUE "Y".
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-KITS-BUILDABLE PIC 9(05) VALUE ZERO.
       01  WS-KITS-FROM-COMPONENT PIC 9(05) VALUE ZERO.
       01  WS-COMPONENT-AVAILABLE PIC S9(06) VALUE ZERO.
       01  WS-SAVED-ITEM PIC X(120) VALUE SPACE.

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM OPEN-ORDER-FILES
           IF NOT WS-OPEN-ERROR
               PERFORM READ-SO-CONTROL
               PERFORM TAKE-ONE-ORDER UNTIL WS-QUIT-ENTRY
               CLOSE CUSTOMER-FILE, ITEM-FILE
               CLOSE SALES-ORDER-FILE, AUDIT-FILE
               IF WS-KIT-FILE-FOUND
                   CLOSE KIT-FILE
               END-IF
               DISPLAY "ORDERS TAKEN THIS SESSION: " WS-ORDERS-TAKEN
           END-IF.
           IF WS-OPEN-ERROR
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
      *    The third argument names the operator for the audit
      *    trail; left blank, the session asks for the operator ID.
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-OPERATOR = SPACES
                   DISPLAY "ENTER OPERATOR ID: "
                   ACCEPT WS-OPERATOR
                   IF WS-OPERATOR = SPACES
                       MOVE "SALESORD" TO WS-OPERATOR
                   END-IF
               END-IF
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "custfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CUSTOMER-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CUSTOMER-FILE-PATH

               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "soline" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SALES-ORDER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SALES-ORDER-PATH

               MOVE "socontrol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SO-CONTROL-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SO-CONTROL-PATH

               MOVE "itemaudit" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-AUDIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-AUDIT-FILE-PATH

               MOVE "kitfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-KIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-KIT-FILE-PATH.

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

           OPEN-ORDER-FILES.
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUSTOMER-FILE-OK
                   DISPLAY "UNABLE TO OPEN CUSTOMER-FILE - STATUS "
                       WS-CUSTOMER-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN I-O ITEM-FILE
                   IF NOT WS-ITEM-FILE-OK
                       DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                           WS-ITEM-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE CUSTOMER-FILE
                   ELSE
                       PERFORM OPEN-LINES-AND-AUDIT
                   END-IF
               END-IF.

      *    The order line and audit files are opened for EXTEND so
      *    each session appends behind what is already there; the
      *    very first session on a box finds no file yet (status
      *    35) and creates each with a plain OUTPUT open.
           OPEN-LINES-AND-AUDIT.
               OPEN EXTEND SALES-ORDER-FILE
               IF WS-SALES-ORDER-STATUS = "35"
                   OPEN OUTPUT SALES-ORDER-FILE
               END-IF
               IF NOT WS-SALES-ORDER-OK
                   DISPLAY "UNABLE TO OPEN SALES-ORDER-FILE - STATUS "
                       WS-SALES-ORDER-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE CUSTOMER-FILE, ITEM-FILE
               ELSE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   IF NOT WS-AUDIT-FILE-OK
                       DISPLAY "UNABLE TO OPEN AUDIT-FILE - STATUS "
                           WS-AUDIT-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE CUSTOMER-FILE, ITEM-FILE,
                           SALES-ORDER-FILE
                   ELSE
                       PERFORM OPEN-KIT-FILE
                   END-IF
               END-IF.

      *    The kit structure file is only read. A missing one
      *    (status 35) just means no kits have been set up, and
      *    every line is allocated against its own item.
           OPEN-KIT-FILE.
               OPEN INPUT KIT-FILE
               IF WS-KIT-FILE-STATUS = "00"
                   SET WS-KIT-FILE-FOUND TO TRUE
               END-IF
               IF WS-KIT-FILE-STATUS NOT = "00" AND NOT = "35"
                   DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
                       WS-KIT-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE CUSTOMER-FILE, ITEM-FILE,
                       SALES-ORDER-FILE, AUDIT-FILE
               END-IF.

      *    The control file holds the next unused SO number. The
      *    very first session on a box finds no file yet (status
      *    35) and starts the sequence at 1.
           READ-SO-CONTROL.
               OPEN INPUT SO-CONTROL-FILE
               IF WS-SO-CONTROL-OK
                   READ SO-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF CTL-NEXT-SO-NUMBER NUMERIC
                               MOVE CTL-NEXT-SO-NUMBER TO
                                   WS-NEXT-SO-NUMBER
                           END-IF
                   END-READ
                   CLOSE SO-CONTROL-FILE
               END-IF.

           REWRITE-SO-CONTROL.
               OPEN OUTPUT SO-CONTROL-FILE
               IF NOT WS-SO-CONTROL-OK
                   DISPLAY "UNABLE TO REWRITE SO-CONTROL-FILE - "
                       "STATUS " WS-SO-CONTROL-STATUS
               ELSE
                   MOVE WS-NEXT-SO-NUMBER TO CTL-NEXT-SO-NUMBER
                   WRITE SO-CONTROL-RECORD
                   CLOSE SO-CONTROL-FILE
               END-IF.

      *    One order per customer code entered. An order that ends
      *    with no lines taken uses no number; the number is only
      *    taken off the control file when the first line is.
           TAKE-ONE-ORDER.
               DISPLAY "ENTER CUSTOMER CODE (X TO EXIT): "
               ACCEPT WS-INPUT-CUST-CODE
               IF NOT WS-QUIT-ENTRY
                   IF WS-INPUT-CUST-CODE = SPACES
                       DISPLAY "CUSTOMER CODE MAY NOT BE BLANK"
                   ELSE
                       MOVE WS-INPUT-CUST-CODE TO CUST-CODE
                       READ CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY "CUSTOMER CODE "
                                   WS-INPUT-CUST-CODE
                                   " NOT FOUND - NO ORDER TAKEN"
                           NOT INVALID KEY
                               PERFORM START-CUSTOMER-ORDER
                       END-READ
                   END-IF
               END-IF.

           START-CUSTOMER-ORDER.
               IF CUST-ON-STOP
                   DISPLAY "CUSTOMER " CUST-CODE " " CUST-NAME
                   DISPLAY "CUSTOMER IS ON STOP - NO ORDER TAKEN"
               ELSE
                   DISPLAY "CUSTOMER " CUST-CODE " " CUST-NAME
                   MOVE WS-NEXT-SO-NUMBER TO WS-ORDER-SO-NUMBER
                   DISPLAY "SALES ORDER NUMBER " WS-ORDER-SO-NUMBER
                   ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD
                   MOVE ZERO TO WS-ORDER-LINE-COUNT
                   MOVE "N" TO WS-END-OF-ORDER-SWITCH
                   PERFORM TAKE-ONE-LINE UNTIL WS-END-OF-ORDER
                   IF WS-ORDER-LINE-COUNT = ZERO
                       DISPLAY "NO LINES ENTERED - ORDER NOT TAKEN"
                   ELSE
                       DISPLAY "ORDER " WS-ORDER-SO-NUMBER " TAKEN - "
                           WS-ORDER-LINE-COUNT " LINES"
                       ADD 1 TO WS-ORDERS-TAKEN
                   END-IF
               END-IF.

           TAKE-ONE-LINE.
               DISPLAY "ENTER ITEM CODE (BLANK TO END ORDER): "
               ACCEPT WS-INPUT-ITEM-CODE
               IF WS-INPUT-ITEM-CODE = SPACES
                   SET WS-END-OF-ORDER TO TRUE
               ELSE
                   MOVE WS-INPUT-ITEM-CODE TO ITEM-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           DISPLAY "ITEM CODE " WS-INPUT-ITEM-CODE
                               " NOT FOUND ON ITEM-FILE"
                       NOT INVALID KEY
                           PERFORM TAKE-LINE-QUANTITY
                   END-READ
               END-IF
               IF WS-ORDER-LINE-COUNT >= 999
                   DISPLAY "ORDER IS FULL AT 999 LINES"
                   SET WS-END-OF-ORDER TO TRUE
               END-IF.

      *    The quantity is right-justified and zero-filled as at
      *    the counter, so "3" and "00003" both take cleanly. A
      *    record written before allocations were kept carries no
      *    figure yet and is treated as nothing allocated. A kit
      *    shows the kits its components will make up instead.
           TAKE-LINE-QUANTITY.
               IF QUANTITY-ALLOCATED NOT NUMERIC
                   MOVE ZERO TO QUANTITY-ALLOCATED
               END-IF
               PERFORM COUNT-KITS-BUILDABLE
               DISPLAY ITEM-CODE "  " ITEM-NAME
               IF WS-KIT-ITEM
                   MOVE WS-KITS-BUILDABLE TO WS-AVAILABLE-TO-PROMISE
                   DISPLAY "KIT - AVAILABLE " WS-AVAILABLE-TO-PROMISE
                       " FROM ITS COMPONENTS"
               ELSE
                   COMPUTE WS-AVAILABLE-TO-PROMISE =
                       QUANTITY-ON-HAND - QUANTITY-ALLOCATED
                   DISPLAY "ON HAND " QUANTITY-ON-HAND
                       "  ALLOCATED " QUANTITY-ALLOCATED
                       "  AVAILABLE " WS-AVAILABLE-TO-PROMISE
               END-IF
               DISPLAY "ENTER QUANTITY: "
               ACCEPT WS-ORDER-QUANTITY-TEXT
               PERFORM NORMALIZE-QUANTITY
               IF WS-ORDER-QUANTITY NOT NUMERIC
                  OR WS-ORDER-QUANTITY = ZERO
                   DISPLAY "QUANTITY MUST BE NUMERIC AND NOT ZERO - "
                       "LINE NOT TAKEN"
               ELSE
                   DISPLAY "ENTER PICK LOCATION (BLANK FOR MN): "
                   ACCEPT WS-INPUT-LOCATION
                   IF WS-INPUT-LOCATION = SPACES
                       MOVE WS-DEFAULT-LOCATION TO WS-INPUT-LOCATION
                   END-IF
                   PERFORM ALLOCATE-ORDER-LINE
               END-IF.

      *    The line is allocated whatever is available to promise,
      *    up to the quantity ordered; an item already fully
      *    promised elsewhere takes the line with nothing allocated.
      *    The order's first line takes its number off the control
      *    file before anything is allocated or written against it.
           ALLOCATE-ORDER-LINE.
               IF WS-ORDER-LINE-COUNT = ZERO
                   COMPUTE WS-NEXT-SO-NUMBER = WS-ORDER-SO-NUMBER + 1
                   PERFORM REWRITE-SO-CONTROL
               END-IF
               IF WS-AVAILABLE-TO-PROMISE NOT > ZERO
                   MOVE ZERO TO WS-ALLOCATE-QUANTITY
               ELSE
                   IF WS-ORDER-QUANTITY > WS-AVAILABLE-TO-PROMISE
                       MOVE WS-AVAILABLE-TO-PROMISE TO
                           WS-ALLOCATE-QUANTITY
                   ELSE
                       MOVE WS-ORDER-QUANTITY TO WS-ALLOCATE-QUANTITY
                   END-IF
               END-IF
               IF WS-ALLOCATE-QUANTITY > ZERO
                   IF WS-KIT-ITEM
                       PERFORM ALLOCATE-KIT-COMPONENTS
                   ELSE
                       MOVE WS-ALLOCATE-QUANTITY TO WS-RAISE-QUANTITY
                       PERFORM RAISE-ITEM-ALLOCATION
                   END-IF
               END-IF
               ADD 1 TO WS-ORDER-LINE-COUNT
               MOVE WS-ORDER-SO-NUMBER TO SO-NUMBER
               MOVE WS-ORDER-LINE-COUNT TO SO-LINE-NUMBER
               MOVE CUST-CODE TO SO-CUSTOMER-CODE
               MOVE WS-ORDER-DATE TO SO-ORDER-DATE
               MOVE ITEM-CODE TO SO-ITEM-CODE
               MOVE WS-INPUT-LOCATION TO SO-LOCATION
               MOVE WS-ORDER-QUANTITY TO SO-ORDER-QUANTITY
               MOVE WS-ALLOCATE-QUANTITY TO SO-ALLOCATED-QUANTITY
               MOVE ZERO TO SO-DISPATCHED-QUANTITY
               MOVE ZERO TO SO-SHORT-QUANTITY
               SET SO-LINE-OPEN TO TRUE
               MOVE ZERO TO SO-DISPATCH-DATE
               WRITE SALES-ORDER-LINE
               IF WS-ALLOCATE-QUANTITY < WS-ORDER-QUANTITY
                   COMPUTE WS-SHORT-QUANTITY =
                       WS-ORDER-QUANTITY - WS-ALLOCATE-QUANTITY
                   DISPLAY "LINE " WS-ORDER-LINE-COUNT " TAKEN - "
                       WS-ALLOCATE-QUANTITY " ALLOCATED, "
                       WS-SHORT-QUANTITY " SHORT WILL BACKORDER"
               ELSE
                   DISPLAY "LINE " WS-ORDER-LINE-COUNT " TAKEN - "
                       WS-ALLOCATE-QUANTITY " ALLOCATED"
               END-IF.

      *    The item in the record area takes on the allocation and
      *    the change is audited.
           RAISE-ITEM-ALLOCATION.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               IF QUANTITY-ALLOCATED NOT NUMERIC
                   MOVE ZERO TO QUANTITY-ALLOCATED
               END-IF
               ADD WS-RAISE-QUANTITY TO QUANTITY-ALLOCATED
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD.

      *    Each component is allocated its share of the kits
      *    allocated; the kit's own record goes back in the record
      *    area afterwards for the order line.
           ALLOCATE-KIT-COMPONENTS.
               PERFORM FIND-FIRST-KIT-LINE
               PERFORM ALLOCATE-ONE-COMPONENT UNTIL WS-END-OF-KIT
               MOVE WS-SAVED-ITEM TO STOCK-ITEMS.

           ALLOCATE-ONE-COMPONENT.
               COMPUTE WS-RAISE-QUANTITY =
                   WS-ALLOCATE-QUANTITY * KS-QUANTITY-PER-KIT
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM RAISE-ITEM-ALLOCATION
               END-READ
               PERFORM READ-NEXT-KIT-LINE.

      *    An item is a kit when the kit structure file holds at
      *    least one component line for it. Each component line
      *    gives the kits its available stock covers; the smallest
      *    of those is the kits buildable. A component missing from
      *    the item file covers none.
           COUNT-KITS-BUILDABLE.
               MOVE "N" TO WS-KIT-ITEM-SWITCH
               MOVE ZERO TO WS-KITS-BUILDABLE
               MOVE STOCK-ITEMS TO WS-SAVED-ITEM
               PERFORM FIND-FIRST-KIT-LINE
               PERFORM COUNT-ONE-COMPONENT UNTIL WS-END-OF-KIT
               MOVE WS-SAVED-ITEM TO STOCK-ITEMS.

           COUNT-ONE-COMPONENT.
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-KITS-FROM-COMPONENT
                   NOT INVALID KEY
                       PERFORM COMPUTE-COMPONENT-AVAILABLE
               END-READ
               IF NOT WS-KIT-ITEM
                  OR WS-KITS-FROM-COMPONENT < WS-KITS-BUILDABLE
                   MOVE WS-KITS-FROM-COMPONENT TO WS-KITS-BUILDABLE
               END-IF
               SET WS-KIT-ITEM TO TRUE
               PERFORM READ-NEXT-KIT-LINE.

      *    A component already fully promised covers no kits.
           COMPUTE-COMPONENT-AVAILABLE.
               IF QUANTITY-ALLOCATED NUMERIC
                   COMPUTE WS-COMPONENT-AVAILABLE =
                       QUANTITY-ON-HAND - QUANTITY-ALLOCATED
               ELSE
                   MOVE QUANTITY-ON-HAND TO WS-COMPONENT-AVAILABLE
               END-IF
               IF WS-COMPONENT-AVAILABLE NOT > ZERO
                   MOVE ZERO TO WS-KITS-FROM-COMPONENT
               ELSE
                   DIVIDE WS-COMPONENT-AVAILABLE BY KS-QUANTITY-PER-KIT
                       GIVING WS-KITS-FROM-COMPONENT
                       ON SIZE ERROR
                           MOVE ZERO TO WS-KITS-FROM-COMPONENT
                   END-DIVIDE
               END-IF.

      *    Positions the kit structure file on the first component
      *    line of the code entered; finding none leaves the end of
      *    kit switch set, and the code is an ordinary item.
           FIND-FIRST-KIT-LINE.
               MOVE "Y" TO WS-KIT-EOF-SWITCH
               IF WS-KIT-FILE-FOUND
                   MOVE "N" TO WS-KIT-EOF-SWITCH
                   MOVE WS-INPUT-ITEM-CODE TO KS-KIT-CODE
                   MOVE LOW-VALUES TO KS-COMPONENT-CODE
                   START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                       INVALID KEY SET WS-END-OF-KIT TO TRUE
                   END-START
                   IF NOT WS-END-OF-KIT
                       READ KIT-FILE NEXT
                           AT END SET WS-END-OF-KIT TO TRUE
                       END-READ
                   END-IF
                   IF NOT WS-END-OF-KIT
                      AND KS-KIT-CODE NOT = WS-INPUT-ITEM-CODE
                       SET WS-END-OF-KIT TO TRUE
                   END-IF
               END-IF.

           READ-NEXT-KIT-LINE.
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ
               IF NOT WS-END-OF-KIT
                  AND KS-KIT-CODE NOT = WS-INPUT-ITEM-CODE
                   SET WS-END-OF-KIT TO TRUE
               END-IF.

           NORMALIZE-QUANTITY.
               PERFORM SHIFT-QUANTITY-RIGHT
                   UNTIL WS-ORDER-QUANTITY-TEXT (5:1) NOT = SPACE
                       OR WS-ORDER-QUANTITY-TEXT = SPACES
               INSPECT WS-ORDER-QUANTITY-TEXT
                   REPLACING LEADING SPACE BY ZERO.

           SHIFT-QUANTITY-RIGHT.
               MOVE WS-ORDER-QUANTITY-TEXT (1:4) TO WS-QUANTITY-SHIFT
               MOVE SPACE TO WS-ORDER-QUANTITY-TEXT
               MOVE WS-QUANTITY-SHIFT TO
                   WS-ORDER-QUANTITY-TEXT (2:4).

           WRITE-AUDIT-RECORD.
               ACCEPT WS-AUDIT-DATE-WORK FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-WORK FROM TIME
               MOVE WS-AUDIT-DATE-WORK TO AUDIT-DATE
               MOVE WS-AUDIT-TIME-WORK(1:6) TO AUDIT-TIME
               MOVE WS-OPERATOR TO AUDIT-OPERATOR
               MOVE "C" TO AUDIT-TRANSACTION
               MOVE ITEM-CODE TO AUDIT-ITEM-CODE
               MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
               MOVE STOCK-ITEMS TO AUDIT-AFTER-IMAGE
               WRITE AUDIT-RECORD.
