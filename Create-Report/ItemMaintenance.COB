      *EVERY APPLIED ADD/CHANGE/DELETE IS ALSO LOGGED TO THE
      *AUDIT-FILE WITH OPERATOR, DATE/TIME AND THE BEFORE AND
      *AFTER RECORD IMAGES - SEE AUDITREC AND AUDIT-PRINT.
      *AN ITEM MAY BE FLAGGED LOT-TRACKED, AFTER WHICH EVERY
      *RECEIPT OF IT MUST NAME A LOT AND STOCK-POSTING ISSUES IT
      *FROM THE LOT THAT EXPIRES FIRST.
      *EACH ITEM CARRIES ITS STOCK UNIT, THE PURCHASE UNIT THE
      *SUPPLIER SELLS IT IN AND THE PACK SIZE BETWEEN THE TWO;
      *BLANK ANSWERS GIVE EA, THE STOCK UNIT AND 1.
      *THE OPERATOR ID GIVEN AT THE START OF A SESSION MUST BE
      *ACTIVE ON THE OPERATOR MASTER WITH ITEM MAINTENANCE
      *PERMITTED, AND A CHANGE THAT ALTERS ITEM-PRICE ALSO NEEDS
      *PRICE CHANGE PERMISSION. EVERY REFUSAL IS LOGGED TO THE
      *SECURITY VIOLATIONS FILE. LOWERING QUANTITY-ON-HAND ON A
      *LOT-TRACKED ITEM TAKES THE DIFFERENCE OFF ITS LOTS AT THE
      *MAIN SITE, THE LOT THAT EXPIRES FIRST FIRST, AS A STOCKTAKE
      *SHORTFALL IS, SO THE LOTS NEVER HOLD MORE THAN THE BOOK.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-BALANCE-KEY
           FILE STATUS IS WS-STOCK-BALANCE-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOT-BALANCE-PATH           *>Built at run time in BUILD-FILE-PATHS - lots a lowered quantity is taken from.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-BALANCE-KEY
           FILE STATUS IS WS-LOT-BALANCE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator master checked before the session and each price change.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT SECURITY-FILE ASSIGN TO DYNAMIC
           WS-SECURITY-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - refused operators appended for OPS-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
           COPY STOCKBAL.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(02).
       01  WS-STOCK-BALANCE-STATUS PIC X(02).
       88  WS-STOCK-BALANCE-OK VALUE "00".
       01  WS-LOT-BALANCE-STATUS PIC X(02) VALUE SPACE.
       88  WS-LOT-BALANCE-OK VALUE "00".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       "C:\Coding etc\Github Cobol\Write-to-a-file\suppfile".
       01  WS-STOCK-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\stockbal".
       01  WS-LOT-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\lotbal".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CATEGORY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SUPPLIER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-STOCK-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-LOT-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-AUDIT-TRANSACTION PIC X(01).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.
       01  WS-AFTER-IMAGE PIC X(120) VALUE SPACE.
       01  WS-DEFAULT-LOCATION PIC X(03) VALUE "MN".
       01  WS-OTHER-LOCATION-TOTAL PIC 9(07) VALUE ZERO.
       01  WS-NEW-MN-BALANCE PIC 9(05) VALUE ZERO.
       01  WS-BALANCE-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-BALANCES VALUE "Y".

      *    A lowered quantity on a lot-tracked item is drawn off its
      *    lots at the main site, earliest expiry first.
       01  WS-LOT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-LOTS VALUE "Y".
       01  WS-LOT-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-LOT-FOUND VALUE "Y".
       01  WS-LOT-REMAINING PIC 9(05) VALUE ZERO.
       01  WS-LOT-TAKE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-EARLIEST-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-LOT-SORT-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-EARLIEST-LOT PIC X(10) VALUE SPACE.

      *    Who may run what is held on the operator master; a
      *    refusal is displayed and appended to the security
      *    violations file that OPS-SUMMARY prints each morning.
       01  WS-OPERATOR-FILE-STATUS PIC X(02).
       88  WS-OPERATOR-FILE-OK VALUE "00".
       01  WS-SECURITY-FILE-STATUS PIC X(02).
       88  WS-SECURITY-FILE-OK VALUE "00".
       01  WS-AUTHORITY-SWITCH PIC X(01) VALUE "N".
       88  WS-OPERATOR-AUTHORIZED VALUE "Y".
       01  WS-REFUSAL-REASON PIC X(01) VALUE SPACE.
       88  WS-REFUSED-UNKNOWN VALUE "U".
       88  WS-REFUSED-INACTIVE VALUE "I".
       88  WS-REFUSED-NOT-AUTHORIZED VALUE "N".
       88  WS-REFUSED-NO-MASTER VALUE "M".
       01  WS-REFUSAL-TEXT PIC X(30) VALUE SPACE.
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "ITEM-MAINTENANCE".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "ITEM MAINTENANCE".
       88  WS-ITEM-MAINTENANCE-CHECK VALUE "ITEM MAINTENANCE".
       88  WS-PRICE-CHANGE-CHECK VALUE "PRICE CHANGE".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

       01  WS-TRANSACTION-CODE PIC X(01).
       88  WS-ADD-TRANSACTION VALUE "A" "a".
       88  WS-CHANGE-TRANSACTION VALUE "C" "c".
       01  WS-REORDER-QTY-NUMERIC REDEFINES
           WS-INPUT-REORDER-QTY-TEXT PIC 9(05).
       01  WS-INPUT-SUPPLIER PIC X(05).
       01  WS-INPUT-LOT-TRACKED PIC X(01).
       88 WS-LOT-TRACKED-ANSWER VALUE "Y" "N".
       01  WS-INPUT-STOCK-UNIT PIC X(04).
       01  WS-INPUT-PURCHASE-UNIT PIC X(04).
       01  WS-INPUT-PACK-SIZE-TEXT PIC X(05).
       01  WS-PACK-SIZE-NUMERIC REDEFINES WS-INPUT-PACK-SIZE-TEXT
           PIC 9(05).

       01  WS-INPUT-PRICE-TEXT PIC X(09).
       01  WS-PRICE-PARTS REDEFINES WS-INPUT-PRICE-TEXT.
        02 WS-PRICE-DOT PIC X(01).
        02 WS-PRICE-CENTS PIC 9(02).
       01  WS-ITEM-PRICE-NUMERIC PIC 9(05)V99.
       01  WS-FILE-PRICE-NUMERIC PIC 9(05)V99.

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATHS
                   PERFORM OPEN-AUDIT-FILE
                   IF WS-AUDIT-FILE-OK
                       PERFORM OPEN-BALANCE-FILE
                       IF WS-STOCK-BALANCE-OK AND WS-LOT-BALANCE-OK
                           PERFORM GET-OPERATOR-ID
                           PERFORM CHECK-OPERATOR-AUTHORITY
                           IF WS-OPERATOR-AUTHORIZED
                               PERFORM PROCESS-TRANSACTION
                                   UNTIL WS-QUIT-TRANSACTION
                           END-IF
                           CLOSE STOCK-BALANCE-FILE, LOT-BALANCE-FILE
                       END-IF
                       CLOSE AUDIT-FILE
                   END-IF
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-STOCK-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-STOCK-BALANCE-PATH

               MOVE "lotbal" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-LOT-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-LOT-BALANCE-PATH

               MOVE "operfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-FILE-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                       WS-AUDIT-FILE-STATUS
               END-IF.

           GET-OPERATOR-ID.
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                   MOVE "UNKNOWN" TO WS-OPERATOR
               END-IF.

      *    The operator must be on the operator master, active and
      *    allowed the function being checked - item maintenance
      *    for the session as a whole, price change for a change
      *    that alters ITEM-PRICE. The master is read afresh each
      *    time, so an operator made inactive mid-session can make
      *    no further price changes.
           CHECK-OPERATOR-AUTHORITY.
               MOVE "N" TO WS-AUTHORITY-SWITCH
               MOVE SPACE TO WS-REFUSAL-REASON
               OPEN INPUT OPERATOR-FILE
               IF NOT WS-OPERATOR-FILE-OK
                   DISPLAY "UNABLE TO OPEN OPERATOR-FILE - STATUS "
                       WS-OPERATOR-FILE-STATUS
                   SET WS-REFUSED-NO-MASTER TO TRUE
               ELSE
                   MOVE WS-OPERATOR TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           SET WS-REFUSED-UNKNOWN TO TRUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT OPER-ACTIVE
                                   SET WS-REFUSED-INACTIVE TO TRUE
                               WHEN WS-ITEM-MAINTENANCE-CHECK
                                    AND NOT OPER-MAY-MAINTAIN-ITEMS
                               WHEN WS-PRICE-CHANGE-CHECK
                                    AND NOT OPER-MAY-CHANGE-PRICES
                                   SET WS-REFUSED-NOT-AUTHORIZED
                                       TO TRUE
                               WHEN OTHER
                                   SET WS-OPERATOR-AUTHORIZED TO TRUE
                           END-EVALUATE
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
               IF NOT WS-OPERATOR-AUTHORIZED
                   PERFORM LOG-SECURITY-VIOLATION
               END-IF.

      *    The violations file is opened for EXTEND and closed again
      *    for each refusal so every program can append to it; the
      *    very first refusal on a box finds no file yet (status 35)
      *    and creates it with a plain OUTPUT open.
           LOG-SECURITY-VIOLATION.
               EVALUATE TRUE
                   WHEN WS-REFUSED-UNKNOWN
                       MOVE "UNKNOWN OPERATOR" TO WS-REFUSAL-TEXT
                   WHEN WS-REFUSED-INACTIVE
                       MOVE "OPERATOR INACTIVE" TO WS-REFUSAL-TEXT
                   WHEN WS-REFUSED-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED" TO WS-REFUSAL-TEXT
                   WHEN OTHER
                       MOVE "OPERATOR MASTER NOT AVAILABLE" TO
                           WS-REFUSAL-TEXT
               END-EVALUATE
               DISPLAY WS-SECURITY-FUNCTION " REFUSED FOR OPERATOR "
                   WS-OPERATOR " - " WS-REFUSAL-TEXT
               OPEN EXTEND SECURITY-FILE
               IF WS-SECURITY-FILE-STATUS = "35"
                   OPEN OUTPUT SECURITY-FILE
               END-IF
               IF WS-SECURITY-FILE-OK
                   ACCEPT WS-SECURITY-DATE-WORK FROM DATE YYYYMMDD
                   ACCEPT WS-SECURITY-TIME-WORK FROM TIME
                   MOVE WS-SECURITY-DATE-WORK TO SV-DATE
                   MOVE WS-SECURITY-TIME-WORK (1:6) TO SV-TIME
                   MOVE WS-OPERATOR TO SV-OPERATOR
                   MOVE WS-SECURITY-PROGRAM TO SV-PROGRAM
                   MOVE WS-SECURITY-FUNCTION TO SV-FUNCTION
                   MOVE WS-REFUSAL-REASON TO SV-REASON
                   MOVE WS-SECURITY-ITEM-CODE TO SV-ITEM-CODE
                   WRITE SECURITY-VIOLATION-RECORD
                   CLOSE SECURITY-FILE
               ELSE
                   DISPLAY "UNABLE TO OPEN SECURITY-FILE - STATUS "
                       WS-SECURITY-FILE-STATUS
               END-IF.

      *    A change that alters the price needs price change
      *    permission as well; without it the whole change is
      *    refused, so it can be keyed again at the old price.
           CHECK-PRICE-CHANGE-AUTHORITY.
               MOVE "PRICE CHANGE" TO WS-SECURITY-FUNCTION
               MOVE WS-INPUT-ITEM-CODE TO WS-SECURITY-ITEM-CODE
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPERATOR-AUTHORIZED
                   MOVE "N" TO WS-VALIDATION-SWITCH
                   DISPLAY "ITEM " WS-INPUT-ITEM-CODE " NOT CHANGED"
               END-IF.

           PROCESS-TRANSACTION.
               DISPLAY "ENTER TRANSACTION - (A)DD (C)HANGE (D)ELETE "
                   "(X)IT: "
                               MOVE ZERO TO AVERAGE-COST
                               MOVE ZERO TO LAST-RECEIPT-DATE
                               MOVE ZERO TO LAST-ISSUE-DATE
                               MOVE SPACE TO ITEM-ABC-CLASS
                               MOVE ZERO TO LAST-COUNTED-DATE
                               MOVE ZERO TO QUANTITY-ALLOCATED
                               MOVE WS-INPUT-LOT-TRACKED
                                   TO ITEM-LOT-TRACKED-FLAG
                               MOVE WS-INPUT-STOCK-UNIT
                                   TO ITEM-STOCK-UNIT
                               MOVE WS-INPUT-PURCHASE-UNIT
                                   TO ITEM-PURCHASE-UNIT
                               MOVE WS-PACK-SIZE-NUMERIC
                                   TO ITEM-PACK-SIZE
                               MOVE SPACES TO ITEM-RESERVE
                               WRITE STOCK-ITEMS
                               PERFORM REBALANCE-DEFAULT-LOCATION
                               MOVE "A" TO WS-AUDIT-TRANSACTION
                           " NOT FOUND - NOT CHANGED"
                   NOT INVALID KEY
                       MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
                       MOVE ITEM-PRICE TO WS-FILE-PRICE-NUMERIC
                       PERFORM GET-NAME-PRICE-CATEGORY
                       IF WS-VALIDATION-OK
                          AND WS-ITEM-PRICE-NUMERIC
                              NOT = WS-FILE-PRICE-NUMERIC
                           PERFORM CHECK-PRICE-CHANGE-AUTHORITY
                       END-IF
                       IF WS-VALIDATION-OK
                           MOVE ZERO TO WS-LOT-REMAINING
                           IF ITEM-LOT-TRACKED
                              AND WS-QUANTITY-NUMERIC
                                  < QUANTITY-ON-HAND
                               COMPUTE WS-LOT-REMAINING =
                                   QUANTITY-ON-HAND
                                   - WS-QUANTITY-NUMERIC
                           END-IF
                           MOVE WS-INPUT-ITEM-NAME TO ITEM-NAME
                           MOVE WS-ITEM-PRICE-NUMERIC TO ITEM-PRICE
                           MOVE WS-INPUT-CATEGORY TO CATEGORY-CODE
                           MOVE WS-REORDER-QTY-NUMERIC
                               TO REORDER-QUANTITY
                           MOVE WS-INPUT-SUPPLIER TO SUPPLIER-CODE
                           MOVE WS-INPUT-LOT-TRACKED
                               TO ITEM-LOT-TRACKED-FLAG
                           MOVE WS-INPUT-STOCK-UNIT TO ITEM-STOCK-UNIT
                           MOVE WS-INPUT-PURCHASE-UNIT
                               TO ITEM-PURCHASE-UNIT
                           MOVE WS-PACK-SIZE-NUMERIC TO ITEM-PACK-SIZE
                           REWRITE STOCK-ITEMS
                           PERFORM REBALANCE-DEFAULT-LOCATION
                           IF WS-LOT-REMAINING > ZERO
                               PERFORM DRAW-SHORTFALL-FROM-LOTS
                           END-IF
                           MOVE "C" TO WS-AUDIT-TRANSACTION
                           MOVE STOCK-ITEMS TO WS-AFTER-IMAGE
                           PERFORM WRITE-AUDIT-RECORD
               DISPLAY "ENTER ITEM CODE: "
               ACCEPT WS-INPUT-ITEM-CODE.

      *    The stock-balance and lot balance files are held open
      *    I-O for the whole session. The very first run on a box
      *    finds no file yet (status 35) and creates an empty one
      *    first, the same way STOCK-POSTING does. If the lot file
      *    cannot be opened the session does not start, and the
      *    stock-balance file is closed again.
           OPEN-BALANCE-FILE.
               OPEN I-O STOCK-BALANCE-FILE
               IF WS-STOCK-BALANCE-STATUS = "35"
               IF NOT WS-STOCK-BALANCE-OK
                   DISPLAY "UNABLE TO OPEN STOCK-BALANCE-FILE - "
                       "STATUS " WS-STOCK-BALANCE-STATUS
               ELSE
                   OPEN I-O LOT-BALANCE-FILE
                   IF WS-LOT-BALANCE-STATUS = "35"
                       OPEN OUTPUT LOT-BALANCE-FILE
                       CLOSE LOT-BALANCE-FILE
                       OPEN I-O LOT-BALANCE-FILE
                   END-IF
                   IF NOT WS-LOT-BALANCE-OK
                       DISPLAY "UNABLE TO OPEN LOT-BALANCE-FILE - "
                           "STATUS " WS-LOT-BALANCE-STATUS
                       CLOSE STOCK-BALANCE-FILE
                   END-IF
               END-IF.

      *    Keying QUANTITY-ON-HAND directly has to keep the
                       REWRITE STOCK-BALANCE
               END-READ.

      *    The reduction is booked to the main site, so it comes off
      *    the item's lots there, the lot expiring first first,
      *    until it is covered or the lots run out; whatever is
      *    left was stock that belonged to no lot. A lot used up is
      *    deleted, as STOCK-POSTING does on an issue.
           DRAW-SHORTFALL-FROM-LOTS.
               SET WS-LOT-FOUND TO TRUE
               PERFORM DRAW-EARLIEST-LOT
                   UNTIL WS-LOT-REMAINING = ZERO
                       OR NOT WS-LOT-FOUND.

           DRAW-EARLIEST-LOT.
               PERFORM FIND-EARLIEST-LOT
               IF WS-LOT-FOUND
                   MOVE ITEM-CODE TO LB-ITEM-CODE
                   MOVE WS-DEFAULT-LOCATION TO LB-LOCATION
                   MOVE WS-EARLIEST-LOT TO LB-LOT-NUMBER
                   READ LOT-BALANCE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-LOT-FOUND-SWITCH
                       NOT INVALID KEY
                           PERFORM TAKE-FROM-LOT
                   END-READ
               END-IF.

           TAKE-FROM-LOT.
               IF LB-QUANTITY > WS-LOT-REMAINING
                   MOVE WS-LOT-REMAINING TO WS-LOT-TAKE-QUANTITY
               ELSE
                   MOVE LB-QUANTITY TO WS-LOT-TAKE-QUANTITY
               END-IF
               SUBTRACT WS-LOT-TAKE-QUANTITY FROM LB-QUANTITY
               SUBTRACT WS-LOT-TAKE-QUANTITY FROM WS-LOT-REMAINING
               IF LB-QUANTITY = ZERO
                   DELETE LOT-BALANCE-FILE
               ELSE
                   REWRITE LOT-BALANCE-RECORD
               END-IF.

      *    Scans the item's lots at the main site for the one with
      *    stock that expires first. A lot with no expiry sorts
      *    after every dated lot; between lots expiring the same
      *    day the lower lot number goes first.
           FIND-EARLIEST-LOT.
               MOVE "N" TO WS-LOT-FOUND-SWITCH
               MOVE "N" TO WS-LOT-EOF-SWITCH
               MOVE ZERO TO WS-EARLIEST-EXPIRY
               MOVE ITEM-CODE TO LB-ITEM-CODE
               MOVE WS-DEFAULT-LOCATION TO LB-LOCATION
               MOVE LOW-VALUES TO LB-LOT-NUMBER
               START LOT-BALANCE-FILE KEY IS GREATER THAN
                   LB-BALANCE-KEY
                   INVALID KEY SET WS-END-OF-LOTS TO TRUE
               END-START
               IF NOT WS-END-OF-LOTS
                   READ LOT-BALANCE-FILE NEXT
                       AT END SET WS-END-OF-LOTS TO TRUE
                   END-READ
               END-IF
               PERFORM CHECK-ONE-LOT
                   UNTIL WS-END-OF-LOTS
                       OR LB-ITEM-CODE NOT = ITEM-CODE
                       OR LB-LOCATION NOT = WS-DEFAULT-LOCATION.

           CHECK-ONE-LOT.
               IF LB-QUANTITY > ZERO
                   IF LB-EXPIRY-DATE = ZERO
                       MOVE 99999999 TO WS-LOT-SORT-EXPIRY
                   ELSE
                       MOVE LB-EXPIRY-DATE TO WS-LOT-SORT-EXPIRY
                   END-IF
                   IF NOT WS-LOT-FOUND
                      OR WS-LOT-SORT-EXPIRY < WS-EARLIEST-EXPIRY
                       SET WS-LOT-FOUND TO TRUE
                       MOVE WS-LOT-SORT-EXPIRY TO WS-EARLIEST-EXPIRY
                       MOVE LB-LOT-NUMBER TO WS-EARLIEST-LOT
                   END-IF
               END-IF
               READ LOT-BALANCE-FILE NEXT
                   AT END SET WS-END-OF-LOTS TO TRUE
               END-READ.

      *    The MN record itself is excluded from the sum - it is
      *    the one being recomputed.
           SUM-OTHER-LOCATIONS.
               ACCEPT WS-INPUT-REORDER-QTY-TEXT
               DISPLAY "ENTER SUPPLIER CODE (BLANK = NONE): "
               ACCEPT WS-INPUT-SUPPLIER
               DISPLAY "LOT TRACKED - Y OR N (BLANK = N): "
               ACCEPT WS-INPUT-LOT-TRACKED
               DISPLAY "ENTER STOCK UNIT, E.G. EA, M, L (BLANK = EA): "
               ACCEPT WS-INPUT-STOCK-UNIT
               DISPLAY "ENTER PURCHASE UNIT, E.G. BOX, DRUM "
                   "(BLANK = SAME AS STOCK UNIT): "
               ACCEPT WS-INPUT-PURCHASE-UNIT
               DISPLAY "ENTER STOCK UNITS PER PURCHASE UNIT AS 99999 "
                   "(BLANK = 00001): "
               ACCEPT WS-INPUT-PACK-SIZE-TEXT
               PERFORM VALIDATE-ITEM-FIELDS.

           VALIDATE-ITEM-FIELDS.
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WS-INPUT-LOT-TRACKED = SPACE
                   MOVE "N" TO WS-INPUT-LOT-TRACKED
               END-IF
               IF NOT WS-LOT-TRACKED-ANSWER
                   DISPLAY "LOT TRACKED MUST BE Y OR N"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF
      *    A purchase unit the same as the stock unit is a pack of
      *    one; a pack size of zero would make every receipt nothing.
               IF WS-INPUT-STOCK-UNIT = SPACES
                   MOVE "EA" TO WS-INPUT-STOCK-UNIT
               END-IF
               IF WS-INPUT-PURCHASE-UNIT = SPACES
                   MOVE WS-INPUT-STOCK-UNIT TO WS-INPUT-PURCHASE-UNIT
               END-IF
               IF WS-INPUT-PACK-SIZE-TEXT = SPACES
                   MOVE 1 TO WS-PACK-SIZE-NUMERIC
               END-IF
               IF WS-PACK-SIZE-NUMERIC NOT NUMERIC
                   DISPLAY "PACK SIZE IS NOT NUMERIC"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               ELSE
                   IF WS-PACK-SIZE-NUMERIC = ZERO
                       DISPLAY "PACK SIZE MAY NOT BE ZERO"
                       MOVE "N" TO WS-VALIDATION-SWITCH
                   END-IF
               END-IF
               IF WS-INPUT-PURCHASE-UNIT = WS-INPUT-STOCK-UNIT
                  AND WS-PACK-SIZE-NUMERIC NUMERIC
                  AND WS-PACK-SIZE-NUMERIC NOT = 1
                   DISPLAY "PACK SIZE MUST BE 1 WHEN PURCHASE UNIT "
                       "IS THE STOCK UNIT"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF.
