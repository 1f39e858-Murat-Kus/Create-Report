      *LINE CLOSED AS IT FILLS, WITH OVER-RECEIPTS AND RECEIPTS
      *THAT HAVE NO OPEN ORDER FLAGGED ON THE REGISTER. EVERY
      *APPLIED MOVEMENT IS ALSO APPENDED TO THE PERMANENT MOVEMENT
      *HISTORY FILE WITH ITS OLD AND NEW BALANCES AND UNIT COST,
      *WHICH IS WHAT THE STOCK-CARD PROGRAM PRINTS FROM. AFTER THE
      *KEYED FILE, THE COUNTER CAPTURE FILE WRITTEN BY ITEM-INQUIRY
      *- WHICH ALSO CARRIES THE SALES ORDER ISSUES WRITTEN BY
      *DISPATCH-CONFIRM, AS BATCHES OF THEIR OWN -
      *IS POSTED THROUGH THE SAME LOOP AND THEN CLEARED. BOTH FILES
      *ARRIVE AS BATCHES WITH A HEADER AND A CONTROL TRAILER; A
      *FILE WHOSE TRAILERS DISAGREE WITH ITS LINES, OR THAT HOLDS
      *A BATCH ALREADY ON THE POSTED-BATCHES LOG, IS REFUSED WHOLE,
      *PRINTED AS SUCH ON THE REGISTER AND ENDS THE RUN NONZERO.
      *AN ITEM FLAGGED LOT-TRACKED IS ALSO KEPT BY LOT IN THE LOT
      *BALANCE FILE: EACH RECEIPT MUST NAME ITS LOT (AND MAY GIVE
      *ITS EXPIRY), AND ISSUES, MINUS ADJUSTMENTS, BACKORDER
      *RELEASES AND TRANSFERS TAKE THE STOCK FROM THE LOTS AT THE
      *LOCATION THAT EXPIRE FIRST. THE HISTORY FILE CARRIES ONE
      *LINE PER LOT DRAWN AND THE REGISTER LISTS THE LOTS UNDER
      *THE MOVEMENT. A RECEIPT MATCHED TO AN OPEN PURCHASE ORDER
      *LINE IS KEYED IN THE ITEM'S PURCHASE UNIT, AS ORDERED, WITH
      *THE COST OF ONE PURCHASE UNIT; IT ADVANCES THE ORDER LINE BY
      *THE PACKS RECEIVED AND IS TAKEN INTO STOCK TIMES THE PACK
      *SIZE, AT THE COST OVER THE PACK SIZE, SO QUANTITY-ON-HAND
      *AND AVERAGE-COST STAY IN STOCK UNITS. ANY OTHER MOVEMENT IS
      *KEYED IN STOCK UNITS. AN ISSUE OF AN ITEM WITH COMPONENTS ON
      *THE KIT STRUCTURE FILE IS EXPLODED INTO ONE ISSUE OF EACH
      *COMPONENT FOR ITS QUANTITY PER KIT TIMES THE KITS ISSUED,
      *EACH POSTED LIKE ANY OTHER ISSUE; THE KIT ITSELF IS NOT
      *STOCKED, SO ANY OTHER MOVEMENT OF A KIT IS REJECTED. THE
      *REGISTER PRINTS THE KIT LINE WITH ITS COMPONENTS UNDER IT
      *AND EACH COMPONENT'S HISTORY LINE NAMES THE KIT.
      *A SALES ORDER ISSUE FROM DISPATCH-CONFIRM CARRIES THE PART
      *OF IT THAT WAS ALLOCATED TO THE ORDER, AND THAT MUCH COMES
      *OFF QUANTITY-ALLOCATED IN THE SAME REWRITE THAT TAKES THE
      *STOCK OFF QUANTITY-ON-HAND - FOR A KIT, OFF EACH COMPONENT
      *TIMES ITS QUANTITY PER KIT - SO AVAILABLE-TO-PROMISE NEVER
      *READS HIGH WHILE THE ISSUE WAITS TO BE POSTED.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-BALANCE-KEY
           FILE STATUS IS WS-STOCK-BALANCE-STATUS.
           SELECT POSTED-BATCH-FILE ASSIGN TO DYNAMIC
           WS-POSTED-BATCH-PATH           *>Built at run time in BUILD-FILE-PATHS - every batch already posted, checked for repeats.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-BATCH-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOT-BALANCE-PATH           *>Built at run time in BUILD-FILE-PATHS - stock of lot-tracked items by location and lot.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-BALANCE-KEY
           FILE STATUS IS WS-LOT-BALANCE-STATUS.
           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - kit components an issue is exploded into.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-KIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
           COPY STOCKBAL.

       FD  POSTED-BATCH-FILE.
       01  POSTED-BATCH-RECORD.
        02 PB-SOURCE PIC X(01).
        02 PB-BATCH-NUMBER PIC 9(06).
        02 PB-BATCH-DATE PIC 9(08).
        02 PB-RECORD-COUNT PIC 9(06).
        02 PB-QUANTITY-HASH PIC 9(10).
        02 PB-POSTED-DATE PIC 9(08).
        02 PB-POSTED-TIME PIC 9(06).
        02 PB-OPERATOR PIC X(08).

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  KIT-FILE.
           COPY KITSTRUC.

       WORKING-STORAGE SECTION.

       01  WS-MOVEMENT-FILE-STATUS PIC X(02).
       88  WS-BACKORDER-FILE-OK VALUE "00".
       01  WS-STOCK-BALANCE-STATUS PIC X(02).
       88  WS-STOCK-BALANCE-OK VALUE "00".
       01  WS-POSTED-BATCH-STATUS PIC X(02).
       88  WS-POSTED-BATCH-OK VALUE "00".
       01  WS-LOT-BALANCE-STATUS PIC X(02).
       88  WS-LOT-BALANCE-OK VALUE "00".
       01  WS-KIT-FILE-STATUS PIC X(02).
       01  WS-KIT-FILE-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FILE-FOUND VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-MOVEMENT-EOF-SWITCH PIC X(01) VALUE "N".
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-MOVEMENT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemmoves".
       01  WS-CAPTURE-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\backorder".
       01  WS-STOCK-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\stockbal".
       01  WS-POSTED-BATCH-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\postbatch".
       01  WS-LOT-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\lotbal".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MOVEMENT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-POSTING-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-BACKORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-STOCK-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-CAPTURE-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-POSTED-BATCH-PATH PIC X(80) VALUE SPACE.
       01  WS-LOT-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.

      *    The whole open-order file is loaded here before posting
      *    so receipts can be matched and lines advanced in memory,
       01  WS-RELEASE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-RELEASE-OLD-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-RECEIPT-COST PIC 9(05)V9(02) VALUE ZERO.
       01  WS-RECEIPT-PACK-SIZE PIC 9(05) VALUE 1.
       01  WS-CONVERTED-QUANTITY PIC 9(10) VALUE ZERO.
       01  WS-MOVE-DATE-TEXT PIC X(08) VALUE SPACE.
       01  WS-MOVE-DATE-NUM REDEFINES WS-MOVE-DATE-TEXT PIC 9(08).
       01  WS-BACKORDER-NOTE.
        02 PRN-XFER-TO PIC X(03).
        02 FILLER PIC X(06) VALUE SPACE.

      *    A lot-tracked item's outgoing stock is drawn from its
      *    lots at the location, the lot that expires first going
      *    first and a lot with no expiry last. Each lot drawn is
      *    noted here so the history file can carry one line per
      *    lot and the register can list them. Whatever the lots
      *    cannot cover - stock held before the item was tracked -
      *    is noted as a last entry with no lot. Fifty lots in one
      *    movement is far beyond anything this warehouse holds;
      *    past that the rest of the movement is simply noted with
      *    no lot rather than stopping the run.
       01  WS-LOT-DRAW-TABLE.
        02 WS-LOT-DRAW-ENTRY OCCURS 50 TIMES.
         03 WS-LD-LOT-NUMBER PIC X(10).
         03 WS-LD-EXPIRY-DATE PIC 9(08).
         03 WS-LD-RECEIVED-DATE PIC 9(08).
         03 WS-LD-QUANTITY PIC 9(05).
       01  WS-LOT-DRAW-TOTAL PIC 9(02) VALUE ZERO.
       01  WS-LOT-DRAW-INDEX PIC 9(02) VALUE ZERO.
       01  WS-LOT-DRAW-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-LOT-REMAINING PIC 9(05) VALUE ZERO.
       01  WS-LOT-TAKE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-LOT-RUNNING-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-EARLIEST-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-EARLIEST-LOT PIC X(10) VALUE SPACE.
       01  WS-LOT-SORT-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-LOT-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-LOT-FOUND VALUE "Y".
       01  WS-LOT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-LOTS VALUE "Y".
       01  WS-LOT-REJECTED-SWITCH PIC X(01) VALUE "N".
       88  WS-LOT-REJECTED VALUE "Y".
       01  WS-INCOMING-LOT PIC X(10) VALUE SPACE.
       01  WS-NAMED-LOT PIC X(10) VALUE SPACE.
       01  WS-INCOMING-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-LOT-ADD-LOCATION PIC X(03) VALUE SPACE.
       01  WS-LOT-ADD-NUMBER PIC X(10) VALUE SPACE.
       01  WS-LOT-ADD-EXPIRY PIC 9(08) VALUE ZERO.
       01  WS-LOT-ADD-RECEIVED PIC 9(08) VALUE ZERO.
       01  WS-LOT-ADD-QUANTITY PIC 9(05) VALUE ZERO.

      *    An issue of a kit is posted as an issue of each of its
      *    components. The kit's lines are read into this table
      *    first, then the kit movement is saved and each component
      *    issue is built from it in turn and sent through the
      *    ordinary issue posting - backorders and lots included.
      *    WS-EXPLODING-KIT names the kit while its components
      *    post, so the history and register can point back to it.
      *    Fifty components is far more than any kit we make up;
      *    any past that are rejected on the register.
       01  WS-KIT-COMPONENT-TABLE.
        02 WS-KIT-COMPONENT-ENTRY OCCURS 50 TIMES.
         03 WS-KC-COMPONENT-CODE PIC X(05).
         03 WS-KC-QUANTITY-PER-KIT PIC 9(05).
       01  WS-KIT-COMPONENT-TOTAL PIC 9(02) VALUE ZERO.
       01  WS-KIT-COMPONENT-INDEX PIC 9(02) VALUE ZERO.
       01  WS-KIT-ITEM-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-ITEM VALUE "Y".
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-KIT-OVERFLOW-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-OVERFLOW VALUE "Y".
       01  WS-EXPLODING-KIT PIC X(05) VALUE SPACE.
       01  WS-KIT-MOVEMENT PIC X(75) VALUE SPACE.
       01  WS-COMPONENT-QUANTITY PIC 9(10) VALUE ZERO.
       01  WS-COMPONENT-ALLOCATED PIC 9(10) VALUE ZERO.
       01  WS-KIT-HEADER-NOTE.
        02 FILLER PIC X(06) VALUE "KIT - ".
        02 PRN-KIT-COMPONENT-COUNT PIC Z9.
        02 FILLER PIC X(11) VALUE " COMPONENTS".
        02 FILLER PIC X(06) VALUE SPACE.
       01  WS-KIT-NOTE.
        02 FILLER PIC X(17) VALUE "COMPONENT OF KIT ".
        02 PRN-KIT-NOTE-CODE PIC X(05).
        02 FILLER PIC X(03) VALUE SPACE.

      *    Each movement file is read through once before anything
      *    is posted from it, collecting its batches here and
      *    checking every trailer against the lines actually read;
      *    the batches are then looked up on the posted-batches log.
      *    A file that fails any check is refused whole - nothing
      *    in it posts, the refusal is printed on the register and
      *    the run ends with a nonzero return code so the overnight
      *    stream halts. A keyed batch number may never be reused;
      *    a capture batch is numbered off the capture control
      *    file, which starts again at 1 after 999999, so it is its
      *    number AND date that must not repeat. Every counter sale
      *    goes out as a batch of its own, so a busy day's capture
      *    file holds many of them.
       01  WS-BATCH-TABLE.
        02 WS-BATCH-ENTRY OCCURS 2000 TIMES.
         03 WS-BT-NUMBER PIC 9(06).
         03 WS-BT-DATE PIC 9(08).
         03 WS-BT-COUNT PIC 9(06).
         03 WS-BT-HASH PIC 9(10).
       01  WS-BATCH-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-BATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-BATCH-SOURCE PIC X(01) VALUE "M".
       88  WS-KEYED-BATCHES VALUE "M".
       88  WS-CAPTURED-BATCHES VALUE "C".
       01  WS-IN-BATCH-SWITCH PIC X(01) VALUE "N".
       88  WS-IN-BATCH VALUE "Y".
       01  WS-FILE-REFUSED-SWITCH PIC X(01) VALUE "N".
       88  WS-FILE-REFUSED VALUE "Y".
       01  WS-BATCH-REFUSED-SWITCH PIC X(01) VALUE "N".
       88  WS-BATCH-REFUSED VALUE "Y".
       01  WS-POSTED-BATCH-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-POSTED-BATCHES VALUE "Y".
       01  WS-REFUSAL-REASON PIC X(25) VALUE SPACE.
       01  WS-CURRENT-BATCH-NUMBER PIC 9(06) VALUE ZERO.
       01  WS-CURRENT-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-BATCH-LINE-COUNT PIC 9(06) VALUE ZERO.
       01  WS-BATCH-QUANTITY-HASH PIC 9(10) VALUE ZERO.

       01  WS-REJECT-REASON PIC X(25) VALUE SPACE.
       01  WS-OLD-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-NEW-QUANTITY PIC 9(05) VALUE ZERO.
        02 PRN-PO-CLOSED-COUNT PIC ZZZZ9.
       01  REGISTER-CAPTURE-HEADING PIC X(28) VALUE
       "COUNTER-CAPTURED MOVEMENTS".
       01  REGISTER-BATCH-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "BATCH ".
        02 PRN-BATCH-NUMBER PIC 9(06).
        02 FILLER PIC X(07) VALUE " DATED ".
        02 PRN-BATCH-DATE PIC 9(08).
        02 FILLER PIC X(07) VALUE " LINES ".
        02 PRN-BATCH-COUNT PIC ZZZZZ9.
        02 FILLER PIC X(06) VALUE " HASH ".
        02 PRN-BATCH-HASH PIC Z(9)9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-BATCH-DISPOSITION PIC X(11).
        02 PRN-BATCH-REASON PIC X(25).
       01  REGISTER-LOT-LINE.
        02 FILLER PIC X(17) VALUE SPACE.
        02 FILLER PIC X(04) VALUE "LOT ".
        02 PRN-LOT-NUMBER PIC X(10).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LOT-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE " EXPIRES ".
        02 PRN-LOT-EXPIRY PIC X(08).
       01  REGISTER-UNIT-LINE.
        02 FILLER PIC X(17) VALUE SPACE.
        02 FILLER PIC X(09) VALUE "RECEIVED ".
        02 PRN-UNIT-PACKS PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-UNIT-PURCHASE-UNIT PIC X(04).
        02 FILLER PIC X(04) VALUE " OF ".
        02 PRN-UNIT-PACK-SIZE PIC ZZZZ9.
        02 FILLER PIC X(03) VALUE " = ".
        02 PRN-UNIT-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-UNIT-STOCK-UNIT PIC X(04).
       01  REGISTER-REFUSED-FILE-LINE PIC X(40) VALUE
       " FILE REFUSED - NOTHING POSTED FROM IT".
       01  REGISTER-FOOTING PIC X(15) VALUE "END OF REGISTER".
       01  WS-RECEIPT-COUNT PIC 9(05) VALUE ZERO.
       01  WS-ISSUE-COUNT PIC 9(05) VALUE ZERO.
       01  WS-PO-CLOSED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-BACKORDER-COUNT PIC 9(05) VALUE ZERO.
       01  WS-RELEASE-COUNT PIC 9(05) VALUE ZERO.
       01  WS-KIT-COUNT PIC 9(05) VALUE ZERO.
       01  REGISTER-BACKORDER-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(13) VALUE "BACKORDERED: ".
        02 PRN-BACKORDER-COUNT PIC ZZZZ9.
        02 FILLER PIC X(22) VALUE "  BACKORDER RELEASES: ".
        02 PRN-RELEASE-COUNT PIC ZZZZ9.
        02 FILLER PIC X(18) VALUE "  KITS EXPLODED: ".
        02 PRN-KIT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATHS
           IF NOT WS-TABLE-FULL
               PERFORM OPEN-POSTING-FILES
               IF NOT WS-OPEN-ERROR
                   SET WS-KEYED-BATCHES TO TRUE
                   PERFORM VERIFY-MOVEMENT-BATCHES
                   IF NOT WS-FILE-REFUSED
                       READ MOVEMENT-FILE
                           AT END SET WS-END-OF-MOVEMENTS TO TRUE
                       END-READ
                       PERFORM POST-ONE-MOVEMENT
                           UNTIL WS-END-OF-MOVEMENTS
                       CLOSE MOVEMENT-FILE
                       PERFORM LOG-POSTED-BATCHES
                   END-IF
                   PERFORM POST-CAPTURE-MOVEMENTS
                   PERFORM PRINT-REGISTER-TOTALS
                   CLOSE ITEM-FILE, POSTING-REGISTER
                   CLOSE AUDIT-FILE, MOVEMENT-HISTORY-FILE
                   CLOSE STOCK-BALANCE-FILE, LOT-BALANCE-FILE
                   IF WS-KIT-FILE-FOUND
                       CLOSE KIT-FILE
                   END-IF
                   PERFORM REWRITE-OPEN-ORDER-FILE
                   PERFORM REWRITE-BACKORDER-FILE
               END-IF
      *    table or a file it could not open - leaves a nonzero
      *    return code so the overnight driver halts the stream
      *    instead of logging a clean step and letting the morning
      *    report print yesterday's quantities. A refused batch
      *    file does the same, so a stream restarted after the
      *    posting step already finished stops here rather than
      *    carrying on as if the postings were new.
           IF WS-TABLE-FULL OR WS-OPEN-ERROR OR WS-BATCH-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CAPTURE-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CAPTURE-FILE-PATH

               MOVE "postbatch" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-POSTED-BATCH-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-POSTED-BATCH-PATH

               MOVE "lotbal" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-LOT-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-LOT-BALANCE-PATH

               MOVE "kitfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-KIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-KIT-FILE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                               IF WS-MOVEMENT-HISTORY-OK
                                   PERFORM OPEN-BALANCE-FILE
                                   IF WS-STOCK-BALANCE-OK
                                       PERFORM OPEN-LOT-BALANCE-FILE
                                   ELSE
                                       SET WS-OPEN-ERROR TO TRUE
                                       CLOSE MOVEMENT-FILE, ITEM-FILE,
                       "STATUS " WS-STOCK-BALANCE-STATUS
               END-IF.

      *    The lot balance file is held open I-O for the whole run
      *    the same way, an empty one being created on the first
      *    run.
           OPEN-LOT-BALANCE-FILE.
               OPEN I-O LOT-BALANCE-FILE
               IF WS-LOT-BALANCE-STATUS = "35"
                   OPEN OUTPUT LOT-BALANCE-FILE
                   CLOSE LOT-BALANCE-FILE
                   OPEN I-O LOT-BALANCE-FILE
               END-IF
               IF WS-LOT-BALANCE-OK
                   PERFORM OPEN-KIT-FILE
               ELSE
                   DISPLAY "UNABLE TO OPEN LOT-BALANCE-FILE - "
                       "STATUS " WS-LOT-BALANCE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE MOVEMENT-FILE, ITEM-FILE,
                       POSTING-REGISTER, AUDIT-FILE
                   CLOSE MOVEMENT-HISTORY-FILE, STOCK-BALANCE-FILE
               END-IF.

      *    The kit structure file is only read. A missing one
      *    (status 35) just means no kits have been set up, and
      *    every issue posts as it always did. Being the last open
      *    in the chain, it is also what puts the register headings
      *    out once everything is open.
           OPEN-KIT-FILE.
               OPEN INPUT KIT-FILE
               IF WS-KIT-FILE-STATUS = "00"
                   SET WS-KIT-FILE-FOUND TO TRUE
               END-IF
               IF WS-KIT-FILE-STATUS = "00" OR "35"
                   WRITE REGISTER-PRINTLINE FROM
                       REGISTER-PAGE-HEADING
                       AFTER ADVANCING PAGE
                   WRITE REGISTER-PRINTLINE FROM
                       REGISTER-HEADS
                       AFTER ADVANCING 2 LINES
               ELSE
                   DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
                       WS-KIT-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE MOVEMENT-FILE, ITEM-FILE,
                       POSTING-REGISTER, AUDIT-FILE
                   CLOSE MOVEMENT-HISTORY-FILE, STOCK-BALANCE-FILE
                   CLOSE LOT-BALANCE-FILE
               END-IF.

      *    The counter capture file written by ITEM-INQUIRY is just
      *    more movements, so once the keyed movement file is done
      *    the same FD is pointed at the capture path and the same
      *    posting loop runs again. The captured lines are then
      *    cleared so the next posting run cannot apply them twice;
      *    a refused capture file is left exactly as it is to be
      *    put right. A missing capture file (status 35) means the
      *    counter captured nothing and is not an error.
           POST-CAPTURE-MOVEMENTS.
               MOVE WS-CAPTURE-FILE-PATH TO WS-MOVEMENT-FILE-PATH
               SET WS-CAPTURED-BATCHES TO TRUE
               MOVE "N" TO WS-MOVEMENT-EOF-SWITCH
               OPEN INPUT MOVEMENT-FILE
               IF WS-MOVEMENT-FILE-STATUS = "00"
                   WRITE REGISTER-PRINTLINE FROM
                       REGISTER-CAPTURE-HEADING
                       AFTER ADVANCING 2 LINES
                   PERFORM VERIFY-MOVEMENT-BATCHES
                   IF NOT WS-FILE-REFUSED
                       READ MOVEMENT-FILE
                           AT END SET WS-END-OF-MOVEMENTS TO TRUE
                       END-READ
                       PERFORM POST-ONE-MOVEMENT
                           UNTIL WS-END-OF-MOVEMENTS
                       CLOSE MOVEMENT-FILE
                       PERFORM LOG-POSTED-BATCHES
                       OPEN OUTPUT MOVEMENT-FILE
                       CLOSE MOVEMENT-FILE
                   END-IF
               ELSE
                   IF WS-MOVEMENT-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN CAPTURE FILE - STATUS "
                   END-IF
               END-IF.

      *    Reads the open movement file through once, checking its
      *    batch structure - a header, the lines, a trailer whose
      *    count and quantity hash agree with the lines read - and
      *    then the posted-batches log. A file with no lines at all
      *    has nothing to post and is not refused. On acceptance the
      *    file is reopened at its first record, ready to post; on
      *    refusal it is left closed.
           VERIFY-MOVEMENT-BATCHES.
               MOVE ZERO TO WS-BATCH-TOTAL
               MOVE ZERO TO WS-CURRENT-BATCH-NUMBER
               MOVE ZERO TO WS-CURRENT-BATCH-DATE
               MOVE ZERO TO WS-BATCH-LINE-COUNT
               MOVE ZERO TO WS-BATCH-QUANTITY-HASH
               MOVE "N" TO WS-IN-BATCH-SWITCH
               MOVE "N" TO WS-FILE-REFUSED-SWITCH
               MOVE "N" TO WS-MOVEMENT-EOF-SWITCH
               READ MOVEMENT-FILE
                   AT END SET WS-END-OF-MOVEMENTS TO TRUE
               END-READ
               PERFORM CHECK-ONE-BATCH-RECORD
                   UNTIL WS-END-OF-MOVEMENTS OR WS-FILE-REFUSED
               IF WS-IN-BATCH AND NOT WS-FILE-REFUSED
                   MOVE "MISSING BATCH TRAILER" TO WS-REFUSAL-REASON
                   SET WS-FILE-REFUSED TO TRUE
               END-IF
               IF NOT WS-FILE-REFUSED AND WS-BATCH-TOTAL > ZERO
                   PERFORM CHECK-POSTED-BATCH-LOG
               END-IF
               CLOSE MOVEMENT-FILE
               MOVE "N" TO WS-MOVEMENT-EOF-SWITCH
               IF NOT WS-FILE-REFUSED
                   OPEN INPUT MOVEMENT-FILE
                   IF WS-MOVEMENT-FILE-STATUS NOT = "00"
                       MOVE "FILE COULD NOT BE REOPENED" TO
                           WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
               IF WS-FILE-REFUSED
                   SET WS-BATCH-REFUSED TO TRUE
                   PERFORM WRITE-REFUSED-BATCH
               ELSE
                   PERFORM WRITE-ACCEPTED-BATCH
                       VARYING WS-BATCH-INDEX FROM 1 BY 1
                       UNTIL WS-BATCH-INDEX > WS-BATCH-TOTAL
               END-IF.

           CHECK-ONE-BATCH-RECORD.
               EVALUATE TRUE
                   WHEN MV-BATCH-HEADER
                       PERFORM CHECK-BATCH-HEADER
                   WHEN MV-BATCH-TRAILER
                       PERFORM CHECK-BATCH-TRAILER
                   WHEN OTHER
                       IF WS-IN-BATCH
                           ADD 1 TO WS-BATCH-LINE-COUNT
                           IF MV-QUANTITY-NUMERIC NUMERIC
                               ADD MV-QUANTITY-NUMERIC TO
                                   WS-BATCH-QUANTITY-HASH
                           END-IF
                       ELSE
                           MOVE "NO BATCH HEADER" TO WS-REFUSAL-REASON
                           SET WS-FILE-REFUSED TO TRUE
                       END-IF
               END-EVALUATE
               IF NOT WS-FILE-REFUSED
                   READ MOVEMENT-FILE
                       AT END SET WS-END-OF-MOVEMENTS TO TRUE
                   END-READ
               END-IF.

           CHECK-BATCH-HEADER.
               IF WS-IN-BATCH
                   MOVE "MISSING BATCH TRAILER" TO WS-REFUSAL-REASON
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF MB-BATCH-NUMBER NOT NUMERIC
                      OR MB-BATCH-DATE NOT NUMERIC
                       MOVE "INVALID BATCH HEADER" TO WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   ELSE
                       MOVE MB-BATCH-NUMBER TO WS-CURRENT-BATCH-NUMBER
                       MOVE MB-BATCH-DATE TO WS-CURRENT-BATCH-DATE
                       MOVE ZERO TO WS-BATCH-LINE-COUNT
                       MOVE ZERO TO WS-BATCH-QUANTITY-HASH
                       PERFORM FIND-REPEATED-BATCH
                           VARYING WS-BATCH-INDEX FROM 1 BY 1
                           UNTIL WS-BATCH-INDEX > WS-BATCH-TOTAL
                               OR WS-FILE-REFUSED
                       IF NOT WS-FILE-REFUSED
                           IF WS-BATCH-TOTAL >= 2000
                               MOVE "TOO MANY BATCHES IN FILE" TO
                                   WS-REFUSAL-REASON
                               SET WS-FILE-REFUSED TO TRUE
                           ELSE
                               ADD 1 TO WS-BATCH-TOTAL
                               MOVE MB-BATCH-NUMBER TO
                                   WS-BT-NUMBER (WS-BATCH-TOTAL)
                               MOVE MB-BATCH-DATE TO
                                   WS-BT-DATE (WS-BATCH-TOTAL)
                               MOVE ZERO TO WS-BT-COUNT (WS-BATCH-TOTAL)
                               MOVE ZERO TO WS-BT-HASH (WS-BATCH-TOTAL)
                               SET WS-IN-BATCH TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           FIND-REPEATED-BATCH.
               IF WS-BT-NUMBER (WS-BATCH-INDEX) =
                      WS-CURRENT-BATCH-NUMBER
                   IF WS-KEYED-BATCHES
                      OR WS-BT-DATE (WS-BATCH-INDEX) =
                          WS-CURRENT-BATCH-DATE
                       MOVE "BATCH REPEATED IN FILE" TO
                           WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF.

           CHECK-BATCH-TRAILER.
               IF NOT WS-IN-BATCH
                   MOVE "TRAILER WITHOUT HEADER" TO WS-REFUSAL-REASON
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF MB-BATCH-NUMBER NOT NUMERIC
                      OR MB-BATCH-DATE NOT NUMERIC
                       MOVE "TRAILER BATCH MISMATCH" TO
                           WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   ELSE
                       IF MB-BATCH-NUMBER NOT = WS-CURRENT-BATCH-NUMBER
                          OR MB-BATCH-DATE NOT = WS-CURRENT-BATCH-DATE
                           MOVE "TRAILER BATCH MISMATCH" TO
                               WS-REFUSAL-REASON
                           SET WS-FILE-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-FILE-REFUSED
                   IF MB-RECORD-COUNT NOT NUMERIC
                       MOVE "TRAILER COUNT DISAGREES" TO
                           WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   ELSE
                       IF MB-RECORD-COUNT NOT = WS-BATCH-LINE-COUNT
                           MOVE "TRAILER COUNT DISAGREES" TO
                               WS-REFUSAL-REASON
                           SET WS-FILE-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-FILE-REFUSED
                   IF MB-QUANTITY-HASH NOT NUMERIC
                       MOVE "TRAILER HASH DISAGREES" TO
                           WS-REFUSAL-REASON
                       SET WS-FILE-REFUSED TO TRUE
                   ELSE
                       IF MB-QUANTITY-HASH NOT = WS-BATCH-QUANTITY-HASH
                           MOVE "TRAILER HASH DISAGREES" TO
                               WS-REFUSAL-REASON
                           SET WS-FILE-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-FILE-REFUSED
                   MOVE WS-BATCH-LINE-COUNT TO
                       WS-BT-COUNT (WS-BATCH-TOTAL)
                   MOVE WS-BATCH-QUANTITY-HASH TO
                       WS-BT-HASH (WS-BATCH-TOTAL)
                   MOVE "N" TO WS-IN-BATCH-SWITCH
               END-IF.

      *    The log is read straight through against the file's own
      *    few batches rather than loaded, so it can grow for years
      *    without a table to outgrow. No log yet (status 35) means
      *    nothing has ever been posted under batch control.
           CHECK-POSTED-BATCH-LOG.
               MOVE "N" TO WS-POSTED-BATCH-EOF-SWITCH
               OPEN INPUT POSTED-BATCH-FILE
               IF WS-POSTED-BATCH-OK
                   READ POSTED-BATCH-FILE
                       AT END SET WS-END-OF-POSTED-BATCHES TO TRUE
                   END-READ
                   PERFORM CHECK-ONE-POSTED-BATCH
                       UNTIL WS-END-OF-POSTED-BATCHES
                           OR WS-FILE-REFUSED
                   CLOSE POSTED-BATCH-FILE
               END-IF.

           CHECK-ONE-POSTED-BATCH.
               IF PB-SOURCE = WS-BATCH-SOURCE
                   PERFORM MATCH-POSTED-BATCH
                       VARYING WS-BATCH-INDEX FROM 1 BY 1
                       UNTIL WS-BATCH-INDEX > WS-BATCH-TOTAL
                           OR WS-FILE-REFUSED
               END-IF
               READ POSTED-BATCH-FILE
                   AT END SET WS-END-OF-POSTED-BATCHES TO TRUE
               END-READ.

           MATCH-POSTED-BATCH.
               IF PB-BATCH-NUMBER = WS-BT-NUMBER (WS-BATCH-INDEX)
                   IF WS-KEYED-BATCHES
                      OR PB-BATCH-DATE = WS-BT-DATE (WS-BATCH-INDEX)
                       MOVE "BATCH ALREADY POSTED" TO WS-REFUSAL-REASON
                       MOVE WS-BT-NUMBER (WS-BATCH-INDEX) TO
                           WS-CURRENT-BATCH-NUMBER
                       MOVE WS-BT-DATE (WS-BATCH-INDEX) TO
                           WS-CURRENT-BATCH-DATE
                       MOVE WS-BT-COUNT (WS-BATCH-INDEX) TO
                           WS-BATCH-LINE-COUNT
                       MOVE WS-BT-HASH (WS-BATCH-INDEX) TO
                           WS-BATCH-QUANTITY-HASH
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF.

           WRITE-ACCEPTED-BATCH.
               MOVE WS-BT-NUMBER (WS-BATCH-INDEX) TO PRN-BATCH-NUMBER
               MOVE WS-BT-DATE (WS-BATCH-INDEX) TO PRN-BATCH-DATE
               MOVE WS-BT-COUNT (WS-BATCH-INDEX) TO PRN-BATCH-COUNT
               MOVE WS-BT-HASH (WS-BATCH-INDEX) TO PRN-BATCH-HASH
               MOVE "ACCEPTED" TO PRN-BATCH-DISPOSITION
               MOVE SPACE TO PRN-BATCH-REASON
               WRITE REGISTER-PRINTLINE FROM REGISTER-BATCH-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE-REFUSED-BATCH.
               MOVE WS-CURRENT-BATCH-NUMBER TO PRN-BATCH-NUMBER
               MOVE WS-CURRENT-BATCH-DATE TO PRN-BATCH-DATE
               MOVE WS-BATCH-LINE-COUNT TO PRN-BATCH-COUNT
               MOVE WS-BATCH-QUANTITY-HASH TO PRN-BATCH-HASH
               MOVE "REFUSED - " TO PRN-BATCH-DISPOSITION
               MOVE WS-REFUSAL-REASON TO PRN-BATCH-REASON
               WRITE REGISTER-PRINTLINE FROM REGISTER-BATCH-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REGISTER-PRINTLINE FROM REGISTER-REFUSED-FILE-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY "MOVEMENT FILE REFUSED - " WS-REFUSAL-REASON
                   " - BATCH " WS-CURRENT-BATCH-NUMBER " - "
                   WS-MOVEMENT-FILE-PATH.

      *    Appended only once the file's lines have all been run
      *    through the posting loop. The log is opened for EXTEND
      *    and created on the very first run (status 35); a log that
      *    cannot be written leaves the run nonzero, since the next
      *    run would have nothing to stop it posting the file again.
           LOG-POSTED-BATCHES.
               IF WS-BATCH-TOTAL > ZERO
                   OPEN EXTEND POSTED-BATCH-FILE
                   IF WS-POSTED-BATCH-STATUS = "35"
                       OPEN OUTPUT POSTED-BATCH-FILE
                   END-IF
                   IF NOT WS-POSTED-BATCH-OK
                       DISPLAY "UNABLE TO OPEN POSTED-BATCH-FILE - "
                           "STATUS " WS-POSTED-BATCH-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                   ELSE
                       ACCEPT WS-AUDIT-DATE-WORK FROM DATE YYYYMMDD
                       ACCEPT WS-AUDIT-TIME-WORK FROM TIME
                       PERFORM WRITE-ONE-POSTED-BATCH
                           VARYING WS-BATCH-INDEX FROM 1 BY 1
                           UNTIL WS-BATCH-INDEX > WS-BATCH-TOTAL
                       CLOSE POSTED-BATCH-FILE
                   END-IF
               END-IF.

           WRITE-ONE-POSTED-BATCH.
               MOVE WS-BATCH-SOURCE TO PB-SOURCE
               MOVE WS-BT-NUMBER (WS-BATCH-INDEX) TO PB-BATCH-NUMBER
               MOVE WS-BT-DATE (WS-BATCH-INDEX) TO PB-BATCH-DATE
               MOVE WS-BT-COUNT (WS-BATCH-INDEX) TO PB-RECORD-COUNT
               MOVE WS-BT-HASH (WS-BATCH-INDEX) TO PB-QUANTITY-HASH
               MOVE WS-AUDIT-DATE-WORK TO PB-POSTED-DATE
               MOVE WS-AUDIT-TIME-WORK (1:6) TO PB-POSTED-TIME
               MOVE WS-OPERATOR TO PB-OPERATOR
               WRITE POSTED-BATCH-RECORD.

      *    A missing open-order file (status 35) just means no run
      *    of PURCHASE-ORDERS has raised an order yet; matching is
      *    skipped and the file is not created, so a site that does
                   BO-RELEASE-DATE
               WRITE BACKORDER-RECORD.

      *    The batch header and trailer have already done their
      *    work in VERIFY-MOVEMENT-BATCHES and are stepped over.
           POST-ONE-MOVEMENT.
               IF NOT MV-BATCH-HEADER AND NOT MV-BATCH-TRAILER
                   PERFORM POST-DETAIL-MOVEMENT
               END-IF
               READ MOVEMENT-FILE
                   AT END SET WS-END-OF-MOVEMENTS TO TRUE
               END-READ.

           POST-DETAIL-MOVEMENT.
               PERFORM RESET-MOVEMENT-STATE
               IF NOT MV-RECEIPT AND NOT MV-ISSUE
                  AND NOT MV-ADJUSTMENT AND NOT MV-TRANSFER
                   MOVE "INVALID MOVEMENT TYPE" TO WS-REJECT-REASON
                       MOVE "NON-NUMERIC QUANTITY" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-MOVEMENT
                   ELSE
                       PERFORM CHECK-FOR-KIT
                       EVALUATE TRUE
                           WHEN WS-KIT-ITEM AND MV-ISSUE
                               PERFORM EXPLODE-KIT-ISSUE
                           WHEN WS-KIT-ITEM
                               MOVE "KIT - POST ITS COMPONENTS" TO
                                   WS-REJECT-REASON
                               PERFORM WRITE-REJECTED-MOVEMENT
                           WHEN MV-TRANSFER
                               PERFORM APPLY-TRANSFER
                           WHEN OTHER
                               PERFORM APPLY-MOVEMENT
                       END-EVALUATE
                   END-IF
               END-IF.

           RESET-MOVEMENT-STATE.
               MOVE ZERO TO WS-LOT-DRAW-TOTAL
               MOVE 1 TO WS-RECEIPT-PACK-SIZE
               MOVE "N" TO WS-ORDER-FOUND-SWITCH
               MOVE SPACE TO WS-INCOMING-LOT
               MOVE ZERO TO WS-INCOMING-EXPIRY.

      *    An item is a kit when the kit structure file holds at
      *    least one component line for it; its lines sit together
      *    in key order, so they are loaded straight off a START at
      *    the kit code.
           CHECK-FOR-KIT.
               MOVE "N" TO WS-KIT-ITEM-SWITCH
               MOVE "N" TO WS-KIT-OVERFLOW-SWITCH
               MOVE ZERO TO WS-KIT-COMPONENT-TOTAL
               IF WS-KIT-FILE-FOUND
                   MOVE "N" TO WS-KIT-EOF-SWITCH
                   MOVE MV-ITEM-CODE TO KS-KIT-CODE
                   MOVE LOW-VALUES TO KS-COMPONENT-CODE
                   START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                       INVALID KEY SET WS-END-OF-KIT TO TRUE
                   END-START
                   IF NOT WS-END-OF-KIT
                       READ KIT-FILE NEXT
                           AT END SET WS-END-OF-KIT TO TRUE
                       END-READ
                   END-IF
                   PERFORM LOAD-ONE-KIT-COMPONENT
                       UNTIL WS-END-OF-KIT
                           OR KS-KIT-CODE NOT = MV-ITEM-CODE
                   IF WS-KIT-COMPONENT-TOTAL > ZERO
                       SET WS-KIT-ITEM TO TRUE
                   END-IF
               END-IF.

           LOAD-ONE-KIT-COMPONENT.
               IF WS-KIT-COMPONENT-TOTAL >= 50
                   SET WS-KIT-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-KIT-COMPONENT-TOTAL
                   MOVE KS-COMPONENT-CODE TO
                       WS-KC-COMPONENT-CODE (WS-KIT-COMPONENT-TOTAL)
                   MOVE KS-QUANTITY-PER-KIT TO
                       WS-KC-QUANTITY-PER-KIT (WS-KIT-COMPONENT-TOTAL)
               END-IF
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ.

      *    The kit line goes on the register first, then each
      *    component is issued in turn under it. The saved kit
      *    movement is put back afterwards so the batch loop reads
      *    on from where it was.
           EXPLODE-KIT-ISSUE.
               MOVE MOVEMENT-RECORD TO WS-KIT-MOVEMENT
               MOVE MV-ITEM-CODE TO WS-EXPLODING-KIT
               PERFORM MOVE-MOVEMENT-TO-DETAIL
               MOVE MV-QUANTITY-NUMERIC TO PRN-MV-QUANTITY
               MOVE ZERO TO PRN-OLD-QUANTITY
               MOVE ZERO TO PRN-NEW-QUANTITY
               MOVE "EXPLODED" TO PRN-DISPOSITION
               MOVE WS-KIT-COMPONENT-TOTAL TO PRN-KIT-COMPONENT-COUNT
               MOVE WS-KIT-HEADER-NOTE TO PRN-REASON-TEXT
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-KIT-COUNT
               PERFORM ISSUE-ONE-KIT-COMPONENT
                   VARYING WS-KIT-COMPONENT-INDEX FROM 1 BY 1
                   UNTIL WS-KIT-COMPONENT-INDEX > WS-KIT-COMPONENT-TOTAL
               IF WS-KIT-OVERFLOW
                   MOVE WS-KIT-MOVEMENT TO MOVEMENT-RECORD
                   MOVE "KIT HAS OVER 50 COMPONENTS" TO
                       WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-MOVEMENT
               END-IF
               MOVE WS-KIT-MOVEMENT TO MOVEMENT-RECORD
               MOVE SPACE TO WS-EXPLODING-KIT.

      *    A component issue carries the kit's date, reference,
      *    location and operator, but never its lot - the lots are
      *    the component's own, drawn earliest expiry first. Kits
      *    allocated to a sales order were allocated as components,
      *    so the allocation released is the kit's times the
      *    component's quantity per kit.
           ISSUE-ONE-KIT-COMPONENT.
               MOVE WS-KIT-MOVEMENT TO MOVEMENT-RECORD
               PERFORM RESET-MOVEMENT-STATE
               MOVE WS-KC-COMPONENT-CODE (WS-KIT-COMPONENT-INDEX) TO
                   MV-ITEM-CODE
               MOVE SPACE TO MV-LOT-NUMBER
               MOVE SPACE TO MV-EXPIRY-DATE
               COMPUTE WS-COMPONENT-QUANTITY =
                   MV-QUANTITY-NUMERIC *
                   WS-KC-QUANTITY-PER-KIT (WS-KIT-COMPONENT-INDEX)
               IF WS-COMPONENT-QUANTITY > 99999
                   MOVE "QUANTITY EXCEEDS 99999" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-MOVEMENT
               ELSE
                   MOVE WS-COMPONENT-QUANTITY TO MV-QUANTITY-NUMERIC
                   IF MV-ALLOCATED-QUANTITY NUMERIC
                       COMPUTE WS-COMPONENT-ALLOCATED =
                           MV-ALLOCATED-QUANTITY *
                           WS-KC-QUANTITY-PER-KIT
                               (WS-KIT-COMPONENT-INDEX)
                       IF WS-COMPONENT-ALLOCATED > 99999
                           MOVE 99999 TO WS-COMPONENT-ALLOCATED
                       END-IF
                       MOVE WS-COMPONENT-ALLOCATED TO
                           MV-ALLOCATED-QUANTITY
                   END-IF
                   PERFORM APPLY-MOVEMENT
               END-IF.

      *    Receipts always add. Issues always subtract. Adjustments
      *    follow MV-SIGN so a stocktake correction can go either
      *    way. A negative adjustment larger than the book quantity
               END-IF.

           MOVE-TRANSFER-QUANTITY.
               IF ITEM-LOT-TRACKED
                   PERFORM TRANSFER-LOTS
               END-IF
               SUBTRACT MV-QUANTITY-NUMERIC FROM WS-LOCATION-BALANCE
               PERFORM PUT-LOCATION-BALANCE
               MOVE MV-ITEM-CODE TO SB-ITEM-CODE
               MOVE MV-TO-LOCATION TO PRN-XFER-TO
               MOVE WS-TRANSFER-NOTE TO PRN-REASON-TEXT
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM WRITE-LOT-REGISTER-LINES.

      *    The lots leave the sending location the same way an
      *    issue would take them and arrive at the receiving one
      *    under the same lot number, expiry and received date.
      *    Stock that belonged to no lot arrives as no lot.
           TRANSFER-LOTS.
               MOVE MV-QUANTITY-NUMERIC TO WS-LOT-DRAW-QUANTITY
               PERFORM DRAW-FROM-LOTS
               MOVE MV-TO-LOCATION TO WS-LOT-ADD-LOCATION
               PERFORM MOVE-ONE-DRAWN-LOT
                   VARYING WS-LOT-DRAW-INDEX FROM 1 BY 1
                   UNTIL WS-LOT-DRAW-INDEX > WS-LOT-DRAW-TOTAL.

           MOVE-ONE-DRAWN-LOT.
               IF WS-LD-LOT-NUMBER (WS-LOT-DRAW-INDEX) NOT = SPACES
                   MOVE WS-LD-LOT-NUMBER (WS-LOT-DRAW-INDEX) TO
                       WS-LOT-ADD-NUMBER
                   MOVE WS-LD-EXPIRY-DATE (WS-LOT-DRAW-INDEX) TO
                       WS-LOT-ADD-EXPIRY
                   MOVE WS-LD-RECEIVED-DATE (WS-LOT-DRAW-INDEX) TO
                       WS-LOT-ADD-RECEIVED
                   MOVE WS-LD-QUANTITY (WS-LOT-DRAW-INDEX) TO
                       WS-LOT-ADD-QUANTITY
                   PERFORM ADD-TO-LOT
               END-IF.

           WRITE-TRANSFER-HISTORY.
               ACCEPT WS-AUDIT-DATE-WORK FROM DATE YYYYMMDD
               MOVE WS-AUDIT-DATE-WORK TO MH-POST-DATE
               MOVE WS-POSTING-LOCATION TO MH-LOCATION
               MOVE MV-TO-LOCATION TO MH-TO-LOCATION
               MOVE SPACE TO MH-LOT-NUMBER
               MOVE SPACE TO MH-KIT-CODE
               PERFORM SET-HISTORY-UNIT-COST
               PERFORM WRITE-HISTORY-LINES.

      *    The unfilled remainder always goes on the backorder
      *    table. When anything is on hand it is issued first, with
               COMPUTE WS-NEW-QUANTITY =
                   WS-OLD-QUANTITY - WS-AVAILABLE-QUANTITY
               MOVE WS-NEW-QUANTITY TO QUANTITY-ON-HAND
               PERFORM RELEASE-ISSUE-ALLOCATION
               PERFORM STAMP-LAST-MOVED-DATE
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD
               IF ITEM-LOT-TRACKED
                   MOVE WS-AVAILABLE-QUANTITY TO WS-LOT-DRAW-QUANTITY
                   PERFORM DRAW-FROM-LOTS
               END-IF
               PERFORM WRITE-HISTORY-RECORD
               SUBTRACT WS-AVAILABLE-QUANTITY FROM WS-LOCATION-BALANCE
               PERFORM PUT-LOCATION-BALANCE
               MOVE WS-SHORT-QUANTITY TO PRN-BO-NOTE-QTY
               MOVE WS-BACKORDER-NOTE TO PRN-REASON-TEXT
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM WRITE-LOT-REGISTER-LINES.

      *    Nothing goes out, but a sales order issue still gives up
      *    its allocation - the order is now waiting on the
      *    backorder file instead.
           WRITE-BACKORDERED-MOVEMENT.
               IF MV-ISSUE AND MV-ALLOCATED-QUANTITY NUMERIC
                  AND MV-ALLOCATED-QUANTITY > ZERO
                   MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
                   PERFORM RELEASE-ISSUE-ALLOCATION
                   REWRITE STOCK-ITEMS
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
               PERFORM MOVE-MOVEMENT-TO-DETAIL
               MOVE MV-QUANTITY-NUMERIC TO PRN-MV-QUANTITY
               MOVE WS-OLD-QUANTITY TO PRN-OLD-QUANTITY

      *    An addition that no longer fits QUANTITY-ON-HAND's five
      *    digits is as corrupting as a negative result, so it is
      *    rejected the same way rather than truncated. So is a
      *    receipt of a lot-tracked item that names no lot, or one
      *    whose expiry is not a date.
           UPDATE-ITEM-QUANTITY.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               MOVE "N" TO WS-OVERFLOW-SWITCH
               IF MV-RECEIPT
                   PERFORM SET-RECEIPT-CONVERSION
               END-IF
               IF WS-SUBTRACT-MOVEMENT
                   SUBTRACT MV-QUANTITY-NUMERIC FROM WS-OLD-QUANTITY
                       GIVING WS-NEW-QUANTITY
               ELSE
                   IF NOT WS-QUANTITY-OVERFLOW
                       ADD WS-APPLIED-QUANTITY TO WS-OLD-QUANTITY
                           GIVING WS-NEW-QUANTITY
                           ON SIZE ERROR
                               SET WS-QUANTITY-OVERFLOW TO TRUE
                       END-ADD
                   END-IF
               END-IF
               MOVE "N" TO WS-LOT-REJECTED-SWITCH
               IF NOT WS-QUANTITY-OVERFLOW
                   PERFORM CHECK-INCOMING-LOT
               END-IF
               IF WS-QUANTITY-OVERFLOW OR WS-LOT-REJECTED
                   IF WS-QUANTITY-OVERFLOW
                       MOVE "QUANTITY EXCEEDS 99999" TO
                           WS-REJECT-REASON
                   END-IF
                   PERFORM WRITE-REJECTED-MOVEMENT
               ELSE
                   MOVE WS-NEW-QUANTITY TO QUANTITY-ON-HAND
                   PERFORM RELEASE-ISSUE-ALLOCATION
                   IF AVERAGE-COST NOT NUMERIC
                       MOVE ZERO TO AVERAGE-COST
                   END-IF
                   PERFORM STAMP-LAST-MOVED-DATE
                   REWRITE STOCK-ITEMS
                   PERFORM WRITE-AUDIT-RECORD
                   IF ITEM-LOT-TRACKED
                       PERFORM POST-LOT-QUANTITIES
                   END-IF
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE SPACE TO WS-PO-NOTE
                   EVALUATE TRUE
                       ADD WS-APPLIED-QUANTITY TO WS-LOCATION-BALANCE
                   END-IF
                   PERFORM WRITE-APPLIED-MOVEMENT
                   IF WS-RECEIPT-PACK-SIZE > 1
                       PERFORM WRITE-UNIT-REGISTER-LINE
                   END-IF
                   PERFORM WRITE-LOT-REGISTER-LINES
                   IF MV-RECEIPT
                       PERFORM RELEASE-WAITING-BACKORDERS
                   END-IF
                   PERFORM PUT-LOCATION-BALANCE
               END-IF.

      *    A sales order issue hands back the allocation it carries,
      *    never taking the item's figure below zero; any other
      *    movement carries none and leaves the figure alone. An
      *    older record with no allocated figure counts as zero.
           RELEASE-ISSUE-ALLOCATION.
               IF MV-ISSUE AND MV-ALLOCATED-QUANTITY NUMERIC
                  AND MV-ALLOCATED-QUANTITY > ZERO
                   IF QUANTITY-ALLOCATED NOT NUMERIC
                       MOVE ZERO TO QUANTITY-ALLOCATED
                   END-IF
                   IF QUANTITY-ALLOCATED > MV-ALLOCATED-QUANTITY
                       SUBTRACT MV-ALLOCATED-QUANTITY FROM
                           QUANTITY-ALLOCATED
                   ELSE
                       MOVE ZERO TO QUANTITY-ALLOCATED
                   END-IF
               END-IF.

      *    Fresh stock first feeds whatever is waiting on backorder
      *    for the item, oldest entry first, before it shows as
      *    free stock. Each release goes out exactly like a keyed
               MOVE WS-AUDIT-DATE-WORK TO LAST-ISSUE-DATE
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD
               IF ITEM-LOT-TRACKED
                   MOVE WS-RELEASE-QUANTITY TO WS-LOT-DRAW-QUANTITY
                   PERFORM DRAW-FROM-LOTS
               END-IF
               PERFORM WRITE-RELEASE-HISTORY
               PERFORM WRITE-RELEASE-REGISTER-LINE
               PERFORM WRITE-LOT-REGISTER-LINES
               ADD 1 TO WS-RELEASE-COUNT
               ADD 1 TO WS-ISSUE-COUNT.

               MOVE WS-AUDIT-DATE-WORK TO MH-POST-DATE
               MOVE WS-POSTING-LOCATION TO MH-LOCATION
               MOVE SPACE TO MH-TO-LOCATION
               MOVE SPACE TO MH-LOT-NUMBER
               MOVE SPACE TO MH-KIT-CODE
               PERFORM SET-HISTORY-UNIT-COST
               PERFORM WRITE-HISTORY-LINES.

           WRITE-RELEASE-REGISTER-LINE.
               MOVE "I" TO PRN-MV-TYPE
      *    receipt and is left alone. The stock has physically
      *    arrived either way, so the quantity stays applied - the
      *    register note only tells purchasing what to chase.
      *    The order line was found before the quantity was applied,
      *    since it decides the unit the receipt was keyed in.
           MATCH-RECEIPT-TO-ORDER.
               IF MV-REFERENCE (1:2) NOT = "PO"
                  OR MV-REFERENCE (3:6) NOT NUMERIC
                   CONTINUE
               ELSE
                   IF WS-ORDER-FOUND
                       PERFORM ADVANCE-ORDER-LINE
                   ELSE
                   END-IF
               END-IF.

      *    A receipt against an open order line arrives in packs,
      *    as it was ordered, and goes into stock as packs times the
      *    pack size; anything else is already in stock units. The
      *    converted figure must still fit the five-digit on-hand.
           SET-RECEIPT-CONVERSION.
               IF MV-REFERENCE (1:2) = "PO"
                  AND MV-REFERENCE (3:6) NUMERIC
                   MOVE MV-REFERENCE (3:6) TO WS-REFERENCE-PO-NUMBER
                   PERFORM SEARCH-ORDER-TABLE
                       VARYING WS-ORDER-INDEX FROM 1 BY 1
                       UNTIL WS-ORDER-INDEX > WS-ORDER-TOTAL
                           OR WS-ORDER-FOUND
               END-IF
               IF WS-ORDER-FOUND
                  AND ITEM-PACK-SIZE NUMERIC
                  AND ITEM-PACK-SIZE > ZERO
                   MOVE ITEM-PACK-SIZE TO WS-RECEIPT-PACK-SIZE
               END-IF
               COMPUTE WS-CONVERTED-QUANTITY =
                   MV-QUANTITY-NUMERIC * WS-RECEIPT-PACK-SIZE
               IF WS-CONVERTED-QUANTITY > 99999
                   SET WS-QUANTITY-OVERFLOW TO TRUE
               ELSE
                   MOVE WS-CONVERTED-QUANTITY TO WS-APPLIED-QUANTITY
               END-IF.

           SEARCH-ORDER-TABLE.
               IF WS-ORD-NUMBER (WS-ORDER-INDEX) =
                      WS-REFERENCE-PO-NUMBER
               IF MV-COST-DOLLARS NUMERIC
                  AND MV-COST-CENTS NUMERIC
                  AND WS-NEW-QUANTITY > ZERO
                   COMPUTE WS-RECEIPT-COST ROUNDED =
                       (MV-COST-DOLLARS + (MV-COST-CENTS / 100))
                       / WS-RECEIPT-PACK-SIZE
                   COMPUTE AVERAGE-COST ROUNDED =
                       ((WS-OLD-QUANTITY * AVERAGE-COST)
                        + (WS-APPLIED-QUANTITY * WS-RECEIPT-COST))
               MOVE WS-AUDIT-DATE-WORK TO MH-POST-DATE
               MOVE WS-POSTING-LOCATION TO MH-LOCATION
               MOVE SPACE TO MH-TO-LOCATION
               MOVE WS-INCOMING-LOT TO MH-LOT-NUMBER
               MOVE WS-EXPLODING-KIT TO MH-KIT-CODE
               PERFORM SET-HISTORY-UNIT-COST
               PERFORM WRITE-HISTORY-LINES.

      *    A movement that drew on lots is written as one history
      *    line per lot, the on-hand figures stepping down line by
      *    line so each still reads old less quantity equals new;
      *    a transfer leaves the all-locations total alone, so its
      *    lines all carry the same figure. Anything else is the
      *    single line the caller has built.
           WRITE-HISTORY-LINES.
               IF WS-LOT-DRAW-TOTAL = ZERO
                   WRITE MOVEMENT-HISTORY-RECORD
               ELSE
                   MOVE MH-OLD-QUANTITY TO WS-LOT-RUNNING-QUANTITY
                   PERFORM WRITE-ONE-LOT-HISTORY
                       VARYING WS-LOT-DRAW-INDEX FROM 1 BY 1
                       UNTIL WS-LOT-DRAW-INDEX > WS-LOT-DRAW-TOTAL
               END-IF.

           WRITE-ONE-LOT-HISTORY.
               MOVE WS-LD-LOT-NUMBER (WS-LOT-DRAW-INDEX) TO
                   MH-LOT-NUMBER
               MOVE WS-LD-QUANTITY (WS-LOT-DRAW-INDEX) TO MH-QUANTITY
               MOVE WS-LOT-RUNNING-QUANTITY TO MH-OLD-QUANTITY
               IF MH-TYPE NOT = "T" AND MH-TYPE NOT = "t"
                   SUBTRACT WS-LD-QUANTITY (WS-LOT-DRAW-INDEX) FROM
                       WS-LOT-RUNNING-QUANTITY
               END-IF
               MOVE WS-LOT-RUNNING-QUANTITY TO MH-NEW-QUANTITY
               WRITE MOVEMENT-HISTORY-RECORD.

      *    Stock coming in to a lot-tracked item - a receipt, or a
      *    plus adjustment - names the lot it goes into. A receipt
      *    must; an adjustment that names none puts the stock back
      *    as stock belonging to no lot. The expiry is optional,
      *    blank meaning the lot does not expire.
           CHECK-INCOMING-LOT.
               IF ITEM-LOT-TRACKED AND NOT WS-SUBTRACT-MOVEMENT
                   IF MV-LOT-NUMBER = SPACES
                       IF MV-RECEIPT
                           MOVE "LOT NUMBER REQUIRED" TO
                               WS-REJECT-REASON
                           SET WS-LOT-REJECTED TO TRUE
                       END-IF
                   ELSE
                       IF MV-EXPIRY-DATE NOT = SPACES
                          AND MV-EXPIRY-NUMERIC NOT NUMERIC
                           MOVE "INVALID EXPIRY DATE" TO
                               WS-REJECT-REASON
                           SET WS-LOT-REJECTED TO TRUE
                       ELSE
                           MOVE MV-LOT-NUMBER TO WS-INCOMING-LOT
                           IF MV-EXPIRY-DATE NOT = SPACES
                               MOVE MV-EXPIRY-NUMERIC TO
                                   WS-INCOMING-EXPIRY
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    An outgoing movement is drawn from the lots; a minus
      *    adjustment naming a lot - expired stock being written
      *    off - takes from that lot before any other. An incoming
      *    movement that names a lot is added to it, the lot being
      *    opened with its expiry and the movement date the first
      *    time it is received.
           POST-LOT-QUANTITIES.
               IF WS-SUBTRACT-MOVEMENT
                   IF MV-ADJUSTMENT
                       MOVE MV-LOT-NUMBER TO WS-NAMED-LOT
                   END-IF
                   MOVE WS-APPLIED-QUANTITY TO WS-LOT-DRAW-QUANTITY
                   PERFORM DRAW-FROM-LOTS
                   MOVE SPACE TO WS-NAMED-LOT
               ELSE
                   IF WS-INCOMING-LOT NOT = SPACES
                       MOVE WS-POSTING-LOCATION TO WS-LOT-ADD-LOCATION
                       MOVE WS-INCOMING-LOT TO WS-LOT-ADD-NUMBER
                       MOVE WS-INCOMING-EXPIRY TO WS-LOT-ADD-EXPIRY
                       MOVE WS-APPLIED-QUANTITY TO WS-LOT-ADD-QUANTITY
                       MOVE MV-DATE TO WS-MOVE-DATE-TEXT
                       IF WS-MOVE-DATE-NUM NUMERIC
                           MOVE WS-MOVE-DATE-NUM TO WS-LOT-ADD-RECEIVED
                       ELSE
                           MOVE WS-AUDIT-DATE-WORK TO
                               WS-LOT-ADD-RECEIVED
                       END-IF
                       PERFORM ADD-TO-LOT
                   END-IF
               END-IF.

           ADD-TO-LOT.
               MOVE MV-ITEM-CODE TO LB-ITEM-CODE
               MOVE WS-LOT-ADD-LOCATION TO LB-LOCATION
               MOVE WS-LOT-ADD-NUMBER TO LB-LOT-NUMBER
               READ LOT-BALANCE-FILE
                   INVALID KEY
                       MOVE MV-ITEM-CODE TO LB-ITEM-CODE
                       MOVE WS-LOT-ADD-LOCATION TO LB-LOCATION
                       MOVE WS-LOT-ADD-NUMBER TO LB-LOT-NUMBER
                       MOVE WS-LOT-ADD-EXPIRY TO LB-EXPIRY-DATE
                       MOVE WS-LOT-ADD-QUANTITY TO LB-QUANTITY
                       MOVE WS-LOT-ADD-RECEIVED TO LB-RECEIVED-DATE
                       WRITE LOT-BALANCE-RECORD
                   NOT INVALID KEY
                       ADD WS-LOT-ADD-QUANTITY TO LB-QUANTITY
                           ON SIZE ERROR MOVE 99999 TO LB-QUANTITY
                       END-ADD
                       IF LB-EXPIRY-DATE = ZERO
                           MOVE WS-LOT-ADD-EXPIRY TO LB-EXPIRY-DATE
                       END-IF
                       REWRITE LOT-BALANCE-RECORD
               END-READ.

      *    Takes WS-LOT-DRAW-QUANTITY of the item from its lots at
      *    the posting location, earliest expiry first, noting
      *    each lot drawn in the draw table. A lot used up is
      *    deleted; the history keeps its trail.
           DRAW-FROM-LOTS.
               MOVE ZERO TO WS-LOT-DRAW-TOTAL
               MOVE WS-LOT-DRAW-QUANTITY TO WS-LOT-REMAINING
               IF WS-NAMED-LOT NOT = SPACES
                   MOVE MV-ITEM-CODE TO LB-ITEM-CODE
                   MOVE WS-POSTING-LOCATION TO LB-LOCATION
                   MOVE WS-NAMED-LOT TO LB-LOT-NUMBER
                   READ LOT-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LB-QUANTITY > ZERO
                               PERFORM TAKE-FROM-LOT
                           END-IF
                   END-READ
               END-IF
               SET WS-LOT-FOUND TO TRUE
               PERFORM DRAW-EARLIEST-LOT
                   UNTIL WS-LOT-REMAINING = ZERO
                       OR NOT WS-LOT-FOUND
                       OR WS-LOT-DRAW-TOTAL >= 49
               IF WS-LOT-REMAINING > ZERO
                   ADD 1 TO WS-LOT-DRAW-TOTAL
                   MOVE SPACE TO WS-LD-LOT-NUMBER (WS-LOT-DRAW-TOTAL)
                   MOVE ZERO TO WS-LD-EXPIRY-DATE (WS-LOT-DRAW-TOTAL)
                   MOVE ZERO TO WS-LD-RECEIVED-DATE (WS-LOT-DRAW-TOTAL)
                   MOVE WS-LOT-REMAINING TO
                       WS-LD-QUANTITY (WS-LOT-DRAW-TOTAL)
               END-IF.

           DRAW-EARLIEST-LOT.
               PERFORM FIND-EARLIEST-LOT
               IF WS-LOT-FOUND
                   MOVE MV-ITEM-CODE TO LB-ITEM-CODE
                   MOVE WS-POSTING-LOCATION TO LB-LOCATION
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
               ADD 1 TO WS-LOT-DRAW-TOTAL
               MOVE LB-LOT-NUMBER TO
                   WS-LD-LOT-NUMBER (WS-LOT-DRAW-TOTAL)
               MOVE LB-EXPIRY-DATE TO
                   WS-LD-EXPIRY-DATE (WS-LOT-DRAW-TOTAL)
               MOVE LB-RECEIVED-DATE TO
                   WS-LD-RECEIVED-DATE (WS-LOT-DRAW-TOTAL)
               MOVE WS-LOT-TAKE-QUANTITY TO
                   WS-LD-QUANTITY (WS-LOT-DRAW-TOTAL)
               IF LB-QUANTITY = ZERO
                   DELETE LOT-BALANCE-FILE
               ELSE
                   REWRITE LOT-BALANCE-RECORD
               END-IF.

      *    Scans the item's lots at the posting location for the
      *    one with stock that expires first. A lot with no expiry
      *    sorts after every dated lot; between lots expiring the
      *    same day the lower lot number goes first.
           FIND-EARLIEST-LOT.
               MOVE "N" TO WS-LOT-FOUND-SWITCH
               MOVE "N" TO WS-LOT-EOF-SWITCH
               MOVE ZERO TO WS-EARLIEST-EXPIRY
               MOVE MV-ITEM-CODE TO LB-ITEM-CODE
               MOVE WS-POSTING-LOCATION TO LB-LOCATION
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
                       OR LB-ITEM-CODE NOT = MV-ITEM-CODE
                       OR LB-LOCATION NOT = WS-POSTING-LOCATION.

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

      *    Lists under a movement's register line the lots it drew
      *    on, or the lot an incoming movement went into.
           WRITE-LOT-REGISTER-LINES.
               IF WS-LOT-DRAW-TOTAL > ZERO
                   PERFORM WRITE-ONE-LOT-LINE
                       VARYING WS-LOT-DRAW-INDEX FROM 1 BY 1
                       UNTIL WS-LOT-DRAW-INDEX > WS-LOT-DRAW-TOTAL
               ELSE
                   IF WS-INCOMING-LOT NOT = SPACES
                       MOVE WS-INCOMING-LOT TO PRN-LOT-NUMBER
                       MOVE WS-APPLIED-QUANTITY TO PRN-LOT-QUANTITY
                       IF WS-INCOMING-EXPIRY = ZERO
                           MOVE "NONE" TO PRN-LOT-EXPIRY
                       ELSE
                           MOVE WS-INCOMING-EXPIRY TO PRN-LOT-EXPIRY
                       END-IF
                       WRITE REGISTER-PRINTLINE FROM REGISTER-LOT-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF.

           WRITE-ONE-LOT-LINE.
               IF WS-LD-LOT-NUMBER (WS-LOT-DRAW-INDEX) = SPACES
                   MOVE "(NO LOT)" TO PRN-LOT-NUMBER
               ELSE
                   MOVE WS-LD-LOT-NUMBER (WS-LOT-DRAW-INDEX) TO
                       PRN-LOT-NUMBER
               END-IF
               MOVE WS-LD-QUANTITY (WS-LOT-DRAW-INDEX) TO
                   PRN-LOT-QUANTITY
               IF WS-LD-EXPIRY-DATE (WS-LOT-DRAW-INDEX) = ZERO
                   MOVE "NONE" TO PRN-LOT-EXPIRY
               ELSE
                   MOVE WS-LD-EXPIRY-DATE (WS-LOT-DRAW-INDEX) TO
                       PRN-LOT-EXPIRY
               END-IF
               WRITE REGISTER-PRINTLINE FROM REGISTER-LOT-LINE
                   AFTER ADVANCING 1 LINE.

      *    A receipt's history line carries what was paid for it,
      *    so invoices can later be checked against the receipt;
      *    an uncosted receipt carries zero rather than a guess.
      *    Everything else is valued at the average cost standing
      *    on the item when it was posted.
           SET-HISTORY-UNIT-COST.
               MOVE ZERO TO MH-UNIT-COST
               MOVE 1 TO MH-PACK-SIZE
               IF MH-TYPE = "R" OR "r"
                   MOVE WS-RECEIPT-PACK-SIZE TO MH-PACK-SIZE
                   IF MV-COST-DOLLARS NUMERIC
                      AND MV-COST-CENTS NUMERIC
                       COMPUTE MH-UNIT-COST ROUNDED =
                           (MV-COST-DOLLARS + (MV-COST-CENTS / 100))
                           / WS-RECEIPT-PACK-SIZE
                   END-IF
               ELSE
                   IF AVERAGE-COST NUMERIC
                       MOVE AVERAGE-COST TO MH-UNIT-COST
                   END-IF
               END-IF.

           MOVE-MOVEMENT-TO-DETAIL.
               MOVE MV-TYPE TO PRN-MV-TYPE
               MOVE MV-ITEM-CODE TO PRN-MV-ITEM-CODE

           WRITE-APPLIED-MOVEMENT.
               PERFORM MOVE-MOVEMENT-TO-DETAIL
               MOVE WS-APPLIED-QUANTITY TO PRN-MV-QUANTITY
               MOVE WS-OLD-QUANTITY TO PRN-OLD-QUANTITY
               MOVE WS-NEW-QUANTITY TO PRN-NEW-QUANTITY
               MOVE "APPLIED" TO PRN-DISPOSITION
               IF WS-EXPLODING-KIT NOT = SPACES
                   MOVE WS-EXPLODING-KIT TO PRN-KIT-NOTE-CODE
                   MOVE WS-KIT-NOTE TO PRN-REASON-TEXT
               ELSE
                   MOVE WS-PO-NOTE TO PRN-REASON-TEXT
               END-IF
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

      *    Under a receipt taken in by the pack, so the quantity
      *    column can be read back against the delivery note.
           WRITE-UNIT-REGISTER-LINE.
               MOVE MV-QUANTITY-NUMERIC TO PRN-UNIT-PACKS
               MOVE ITEM-PURCHASE-UNIT TO PRN-UNIT-PURCHASE-UNIT
               MOVE WS-RECEIPT-PACK-SIZE TO PRN-UNIT-PACK-SIZE
               MOVE WS-APPLIED-QUANTITY TO PRN-UNIT-QUANTITY
               MOVE ITEM-STOCK-UNIT TO PRN-UNIT-STOCK-UNIT
               IF ITEM-STOCK-UNIT = SPACES
                   MOVE "EA" TO PRN-UNIT-STOCK-UNIT
               END-IF
               WRITE REGISTER-PRINTLINE FROM REGISTER-UNIT-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE-REJECTED-MOVEMENT.
               PERFORM MOVE-MOVEMENT-TO-DETAIL
               MOVE ZERO TO PRN-MV-QUANTITY
               END-IF
               MOVE WS-BACKORDER-COUNT TO PRN-BACKORDER-COUNT
               MOVE WS-RELEASE-COUNT TO PRN-RELEASE-COUNT
               MOVE WS-KIT-COUNT TO PRN-KIT-COUNT
               WRITE REGISTER-PRINTLINE FROM REGISTER-BACKORDER-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REGISTER-PRINTLINE FROM REGISTER-FOOTING
