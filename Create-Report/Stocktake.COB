      *ITEM-PRICE, FLAGS COUNTS FOR UNKNOWN CODES AND ITEMS NOBODY
      *COUNTED, AND ON A CONFIRM RUN WRITES THE COUNTED QUANTITIES
      *BACK TO QUANTITY-ON-HAND, LOGGING EACH ADJUSTMENT TO THE
      *AUDIT-FILE. A CONFIRM ALSO STAMPS LAST-COUNTED-DATE ON EVERY
      *ITEM COUNTED, AGREEING OR NOT, SO CYCLE-COUNT-SELECT KNOWS
      *WHEN IT WAS LAST SEEN. THE COUNT FILE MAY BE A FULL SHEET OR
      *THE DAY'S CYCLE-COUNT SHEET - ON A PARTIAL SHEET THE NOT
      *COUNTED LINES ARE EXPECTED. A TRIAL RUN (THE DEFAULT)
      *CHANGES NOTHING. A CONFIRM RUN IS REFUSED UNLESS ITS
      *OPERATOR IS ACTIVE ON THE OPERATOR MASTER WITH STOCKTAKE
      *CONFIRM PERMITTED, AND THE REFUSAL IS LOGGED TO THE
      *SECURITY VIOLATIONS FILE. FOR A LOT-TRACKED ITEM A CONFIRMED
      *SHORTFALL IS ALSO TAKEN OFF ITS LOTS AT THE MAIN SITE, THE
      *LOT THAT EXPIRES FIRST FIRST, EXACTLY AS STOCK-POSTING
      *ISSUES THEM, SO THE LOTS NEVER SHOW STOCK THE COUNT FOUND
      *MISSING. A SURPLUS BELONGS TO NO LOT UNTIL IT IS RECEIVED
      *OR ADJUSTED INTO ONE BY NAME.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-BALANCE-KEY
           FILE STATUS IS WS-STOCK-BALANCE-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOT-BALANCE-PATH           *>Built at run time in BUILD-FILE-PATHS - lots a confirmed shortfall is taken from.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-BALANCE-KEY
           FILE STATUS IS WS-LOT-BALANCE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator master checked before a confirm run.
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

       01  WS-COUNT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-STOCK-BALANCE-STATUS PIC X(02).
       88  WS-STOCK-BALANCE-OK VALUE "00".
       01  WS-LOT-BALANCE-STATUS PIC X(02) VALUE SPACE.
       88  WS-LOT-BALANCE-OK VALUE "00".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-COUNT-EOF-SWITCH PIC X(01) VALUE "N".
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-STOCK-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\stockbal".
       01  WS-LOT-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\lotbal".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-COUNT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-VARIANCE-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-STOCK-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-LOT-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-COUNT-DATE PIC 9(08) VALUE ZERO.
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.
       01  WS-DEFAULT-LOCATION PIC X(03) VALUE "MN".
       01  WS-OTHER-LOCATION-TOTAL PIC 9(07) VALUE ZERO.
       01  WS-NEW-MN-BALANCE PIC 9(05) VALUE ZERO.
       01  WS-BALANCE-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-BALANCES VALUE "Y".

      *    A shortfall on a lot-tracked item is drawn off its lots
      *    at the main site, earliest expiry first.
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
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "STOCKTAKE-RECONCILE".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "STOCKTAKE CONFIRM".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

      *    Every code on a valid count sheet line is remembered here
      *    so the second pass over ITEM-FILE can flag the items that
      *    nobody counted. A full warehouse count sheet is a few

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
      *    Only a confirm run changes anything, so only a confirm
      *    run needs an authorized operator; a trial run is open to
      *    anyone.
       IF WS-CONFIRM-RUN
           PERFORM CHECK-OPERATOR-AUTHORITY
       ELSE
           SET WS-OPERATOR-AUTHORIZED TO TRUE
       END-IF
           IF WS-OPERATOR-AUTHORIZED
               PERFORM OPEN-STOCKTAKE-FILES
           END-IF.
           IF WS-OPERATOR-AUTHORIZED AND NOT WS-OPEN-ERROR
               READ COUNT-FILE
                   AT END SET WS-END-OF-COUNTS TO TRUE
               END-READ
               CLOSE COUNT-FILE, ITEM-FILE, VARIANCE-REPORT
               CLOSE AUDIT-FILE
               IF WS-CONFIRM-RUN
                   CLOSE STOCK-BALANCE-FILE, LOT-BALANCE-FILE
               END-IF
           END-IF.
           STOP RUN.
               IF WS-OPERATOR = SPACES
                   MOVE "STOCKTAK" TO WS-OPERATOR
               END-IF
               ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-STOCK-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-STOCK-BALANCE-PATH

               MOVE "operfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-FILE-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH

               MOVE "lotbal" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-LOT-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-LOT-BALANCE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                   END-IF
               END-IF.

      *    The operator named on a confirm run must be on the
      *    operator master, active and allowed to confirm a
      *    stocktake; anything else is refused before a single
      *    file is opened, and the counts can still be run in
      *    trial mode.
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
                               WHEN NOT OPER-MAY-CONFIRM-STOCKTAKE
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

           OPEN-STOCKTAKE-FILES.
               OPEN INPUT COUNT-FILE
               IF WS-COUNT-FILE-STATUS NOT = "00"
                                   PERFORM OPEN-BALANCE-FILE
                               END-IF
                               IF WS-CONFIRM-RUN
                                  AND (NOT WS-STOCK-BALANCE-OK
                                       OR NOT WS-LOT-BALANCE-OK)
                                   SET WS-OPEN-ERROR TO TRUE
                                   CLOSE COUNT-FILE, ITEM-FILE,
                                       VARIANCE-REPORT, AUDIT-FILE
                   ELSE
                       MOVE "VARIANCE" TO PRN-FLAG-TEXT
                   END-IF
                   IF WS-CONFIRM-RUN
                       PERFORM APPLY-COUNT-ADJUSTMENT
                       IF WS-VARIANCE-QUANTITY NOT = 0
                           MOVE "ADJUSTED" TO PRN-FLAG-TEXT
                       END-IF
                   END-IF
                   WRITE VARIANCE-PRINTLINE FROM VARIANCE-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                       WS-COUNTED-CODE (WS-COUNTED-TOTAL)
               END-IF.

      *    Every item confirmed is stamped as counted today, even
      *    when the count agrees - that is what takes it off the
      *    cycle-count due list. Only a real variance touches the
      *    quantity and the location balances. The stamp is itself
      *    a change to the record, so it is audited either way.
           APPLY-COUNT-ADJUSTMENT.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               MOVE WS-COUNT-DATE TO LAST-COUNTED-DATE
               IF WS-VARIANCE-QUANTITY NOT = 0
                   MOVE CNT-QUANTITY-NUMERIC TO QUANTITY-ON-HAND
               END-IF
               REWRITE STOCK-ITEMS
               IF WS-VARIANCE-QUANTITY NOT = 0
                   PERFORM REBALANCE-DEFAULT-LOCATION
                   ADD 1 TO WS-ADJUSTED-COUNT
               END-IF
               IF WS-VARIANCE-QUANTITY < 0 AND ITEM-LOT-TRACKED
                   COMPUTE WS-LOT-REMAINING = 0 - WS-VARIANCE-QUANTITY
                   PERFORM DRAW-SHORTFALL-FROM-LOTS
               END-IF
               PERFORM WRITE-AUDIT-RECORD.

      *    The shortfall is booked to the main site, so it comes off
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

      *    The stock-balance and lot balance files are held open
      *    I-O for a confirm run. The very first confirm on a box
      *    finds no file yet (status 35) and creates an empty one
      *    first, the same way STOCK-POSTING does.
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

      *    Overwriting QUANTITY-ON-HAND directly has to keep the
