       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPATCH-CONFIRM.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. POSTS THE DISPATCH FILE WRITTEN BY PICK-LIST ONCE
      *THE WAREHOUSE HAS FILLED IN WHAT WAS ACTUALLY PICKED. FOR
      *EACH CONFIRMED LINE THE PICKED QUANTITY IS WRITTEN AS AN
      *ISSUE MOVEMENT, REFERENCED SO AND THE ORDER NUMBER, TO THE
      *CAPTURE FILE THAT STOCK-POSTING TAKES AT ITS NEXT RUN. THE
      *ISSUES ARE HELD UNTIL EVERY LINE HAS BEEN CONFIRMED AND
      *THEN GO OUT AS ONE BATCH - HEADER, LINES AND CONTROL
      *TRAILER WRITTEN IN A SINGLE OPEN OF THE FILE - SO A COUNTER
      *BATCH WRITTEN WHILE THE RUN IS GOING NEVER LANDS INSIDE IT.
      *EACH ISSUE CARRIES THE PART OF IT THAT WAS ALLOCATED TO THE
      *ORDER, AND STOCK-POSTING RELEASES THAT ALLOCATION IN THE
      *SAME REWRITE THAT TAKES THE STOCK OFF HAND, SO PICKED STOCK
      *IS NEVER SHOWN FREE TO PROMISE WHILE IT WAITS FOR POSTING.
      *ONLY THE ALLOCATION THE WAREHOUSE DID NOT PICK IS RELEASED
      *HERE - FROM THE COMPONENTS WHEN THE LINE IS FOR A KIT - AND
      *LOGGED TO THE AUDIT-FILE. ANY SHORTFALL AGAINST THE
      *QUANTITY ORDERED IS WRITTEN TO THE BACKORDER FILE UNDER THE
      *SAME SO REFERENCE - FOR A KIT AS ITS COMPONENTS, SINCE A KIT
      *IS NEVER RECEIVED - AND THE LINE IS MARKED DISPATCHED. A LINE
      *WHOSE PICKED QUANTITY IS STILL BLANK IS LEFT OPEN FOR THE
      *NEXT PICK; A LINE THAT IS NOT NUMERIC, NOT ON FILE, ALREADY
      *DISPATCHED, FOR THE WRONG ITEM OR PICKED OVER THE QUANTITY
      *ORDERED IS REJECTED AND CHANGES NOTHING. A DISPATCH REGISTER
      *LISTS EVERY LINE READ WITH ITS DISPOSITION AND CONTROL
      *TOTALS. THE SALES ORDER LINE FILE IS LOADED WHOLE AND
      *REWRITTEN AT THE END OF THE RUN, SO THE SAME DISPATCH FILE
      *FED IN TWICE FINDS ITS LINES ALREADY DISPATCHED. THE BATCH
      *OF ISSUES IS WRITTEN ONLY AFTER THAT REWRITE HAS WORKED, SO
      *STOCK IS NEVER ISSUED FOR LINES STILL OPEN ON FILE; IT IS
      *NUMBERED OFF THE CAPTURE CONTROL FILE SHARED WITH
      *ITEM-INQUIRY, SO NO TWO CAPTURE BATCHES SHARE A NUMBER.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALES-ORDER-FILE ASSIGN TO DYNAMIC
           WS-SALES-ORDER-PATH           *>Built at run time in BUILD-FILE-PATHS - the sales order lines.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-ORDER-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO DYNAMIC
           WS-DISPATCH-PATH           *>Built at run time in BUILD-FILE-PATHS - picked quantities from the warehouse.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT CAPTURE-FILE ASSIGN TO DYNAMIC
           WS-CAPTURE-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - dispatch issues for the next posting run.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPTURE-FILE-STATUS.
           SELECT CAPTURE-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-CAPTURE-CONTROL-PATH           *>Built at run time in BUILD-FILE-PATHS - next capture batch number.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAPTURE-CONTROL-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-PATH           *>Built at run time in BUILD-FILE-PATHS - unfilled order remainders awaiting receipts.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audit trail of every allocation release.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DISPATCH-REGISTER ASSIGN TO DYNAMIC
           WS-DISPATCH-REGISTER-PATH           *>Built at run time in BUILD-FILE-PATHS - register of confirmed/rejected lines.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-REGISTER-STATUS.
           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - components a kit line's allocation sits on.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-KIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-ORDER-FILE.
           COPY SORDLINE.

       FD  DISPATCH-FILE.
           COPY DISPATCH.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  CAPTURE-FILE.
           COPY MOVEREC.

       FD  CAPTURE-CONTROL-FILE.
           COPY CAPTCTL.

       FD  BACKORDER-FILE.
           COPY BACKORD.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  DISPATCH-REGISTER.
       01  REGISTER-PRINTLINE PIC X(110).

       FD  KIT-FILE.
           COPY KITSTRUC.

       WORKING-STORAGE SECTION.

       01  WS-SALES-ORDER-STATUS PIC X(02).
       88  WS-SALES-ORDER-OK VALUE "00".
       01  WS-DISPATCH-STATUS PIC X(02).
       88  WS-DISPATCH-OK VALUE "00".
       01  WS-ITEM-FILE-STATUS PIC X(02).
       88  WS-ITEM-FILE-OK VALUE "00".
       01  WS-CAPTURE-FILE-STATUS PIC X(02).
       88  WS-CAPTURE-FILE-OK VALUE "00".
       01  WS-CAPTURE-CONTROL-STATUS PIC X(02).
       88  WS-CAPTURE-CONTROL-OK VALUE "00".
       01  WS-BACKORDER-STATUS PIC X(02).
       88  WS-BACKORDER-FILE-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-DISPATCH-REGISTER-STATUS PIC X(02).
       88  WS-DISPATCH-REGISTER-OK VALUE "00".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".
       01  WS-ORDER-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ORDERS VALUE "Y".
       01  WS-DISPATCH-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-DISPATCH VALUE "Y".
       01  WS-KIT-FILE-STATUS PIC X(02).
       01  WS-KIT-FILE-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FILE-FOUND VALUE "Y".
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-CAPTURE-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-CAPTURE-ERROR VALUE "Y".
       01  WS-ORDER-REWRITE-SWITCH PIC X(01) VALUE "N".
       88  WS-ORDER-REWRITE-ERROR VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-SALES-ORDER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\soline".
       01  WS-DISPATCH-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\dispatch".
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-CAPTURE-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemcapt".
       01  WS-CAPTURE-CONTROL-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\captctl".
       01  WS-BACKORDER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\backorder".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-DISPATCH-REGISTER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\dispreg".
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-SALES-ORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-DISPATCH-PATH PIC X(80) VALUE SPACE.
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CAPTURE-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CAPTURE-CONTROL-PATH PIC X(80) VALUE SPACE.
       01  WS-BACKORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-DISPATCH-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.

      *    The whole sales order line file is held here for the
      *    run and written back at the end with the confirmed
      *    lines marked dispatched. Two thousand lines is generous
      *    for this warehouse; a bigger file than that stops the
      *    run rather than silently dropping the tail on rewrite.
       01  WS-ORDER-LINE-TABLE.
        02 WS-ORDER-LINE-ENTRY OCCURS 2000 TIMES.
         03 WS-SO-NUMBER PIC 9(06).
         03 WS-SO-LINE-NUMBER PIC 9(03).
         03 WS-SO-CUSTOMER-CODE PIC X(05).
         03 WS-SO-ORDER-DATE PIC 9(08).
         03 WS-SO-ITEM-CODE PIC X(05).
         03 WS-SO-LOCATION PIC X(03).
         03 WS-SO-ORDER-QUANTITY PIC 9(05).
         03 WS-SO-ALLOCATED-QUANTITY PIC 9(05).
         03 WS-SO-DISPATCHED-QUANTITY PIC 9(05).
         03 WS-SO-SHORT-QUANTITY PIC 9(05).
         03 WS-SO-LINE-STATUS PIC X(01).
         03 WS-SO-DISPATCH-DATE PIC 9(08).
       01  WS-SO-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-SO-INDEX PIC 9(04) VALUE ZERO.
       01  WS-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-LINE-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-LINE-FOUND VALUE "Y".

       01  WS-PICKED-TEXT PIC X(05) VALUE SPACE.
       01  WS-PICKED-QUANTITY REDEFINES WS-PICKED-TEXT PIC 9(05).
       01  WS-QUANTITY-SHIFT PIC X(04) VALUE SPACE.
       01  WS-SHORT-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-ISSUED-ALLOCATION PIC 9(05) VALUE ZERO.
       01  WS-RELEASE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-COMPONENT-RELEASE PIC 9(10) VALUE ZERO.
       01  WS-REJECT-REASON PIC X(30) VALUE SPACE.
       01  WS-SO-REFERENCE.
        02 FILLER PIC X(02) VALUE "SO".
        02 WS-SO-REFERENCE-NUMBER PIC 9(06).
        02 FILLER PIC X(02) VALUE SPACE.

       01  WS-CAPTURE-BATCH-NUMBER PIC 9(06) VALUE ZERO.
       01  WS-CAPTURE-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-CAPTURED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CAPTURE-QUANTITY-HASH PIC 9(10) VALUE ZERO.

      *    The run's issue movements are held here and written to
      *    the capture file as one batch once every line is done.
      *    Each issue dispatches a distinct open order line, so
      *    there can never be more of them than the order line
      *    table holds.
       01  WS-ISSUE-TABLE.
        02 WS-ISSUE-MOVEMENT PIC X(75) OCCURS 2000 TIMES.
       01  WS-ISSUE-INDEX PIC 9(04) VALUE ZERO.

       01  WS-LINES-READ PIC 9(05) VALUE ZERO.
       01  WS-LINES-DISPATCHED PIC 9(05) VALUE ZERO.
       01  WS-LINES-SHORT PIC 9(05) VALUE ZERO.
       01  WS-LINES-LEFT-OPEN PIC 9(05) VALUE ZERO.
       01  WS-LINES-REJECTED PIC 9(05) VALUE ZERO.
       01  WS-QUANTITY-DISPATCHED PIC 9(07) VALUE ZERO.
       01  WS-QUANTITY-BACKORDERED PIC 9(07) VALUE ZERO.

       01  REGISTER-PAGE-HEADING PIC X(20) VALUE
       "DISPATCH REGISTER".
       01  REGISTER-RUN-DATE-LINE.
        02 FILLER PIC X(11) VALUE " RUN DATE: ".
        02 PRN-RUN-DATE PIC 9(08).
       01  REGISTER-HEADS.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "ORDER".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(03) VALUE "LN".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "CODE".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(07) VALUE "ORDERED".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "PICKED".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "SHORT".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(03) VALUE "BY".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(30) VALUE "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-SO-NUMBER PIC 9(06).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LINE-NUMBER PIC ZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(04) VALUE SPACE.
        02 PRN-ORDER-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-PICKED-QUANTITY PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-SHORT-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-PICKER-INITIALS PIC X(03).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-DISPOSITION PIC X(30).
       01  REGISTER-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "READ: ".
        02 PRN-LINES-READ PIC ZZZZ9.
        02 FILLER PIC X(14) VALUE "  DISPATCHED: ".
        02 PRN-LINES-DISPATCHED PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE "  SHORT: ".
        02 PRN-LINES-SHORT PIC ZZZZ9.
        02 FILLER PIC X(13) VALUE "  LEFT OPEN: ".
        02 PRN-LINES-LEFT-OPEN PIC ZZZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 PRN-LINES-REJECTED PIC ZZZZ9.
       01  REGISTER-QUANTITY-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(20) VALUE "QUANTITY DISPATCHED:".
        02 PRN-QUANTITY-DISPATCHED PIC Z(6)9.
        02 FILLER PIC X(16) VALUE "  BACKORDERED:  ".
        02 PRN-QUANTITY-BACKORDERED PIC Z(6)9.
       01  REGISTER-FOOTING PIC X(15) VALUE "END OF REGISTER".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM LOAD-ORDER-LINE-TABLE
           IF NOT WS-TABLE-FULL AND NOT WS-OPEN-ERROR
               PERFORM OPEN-DISPATCH-FILES
               IF NOT WS-OPEN-ERROR
                   READ DISPATCH-FILE
                       AT END SET WS-END-OF-DISPATCH TO TRUE
                   END-READ
                   PERFORM CONFIRM-ONE-LINE UNTIL WS-END-OF-DISPATCH
                   PERFORM PRINT-REGISTER-TOTALS
                   CLOSE DISPATCH-FILE, ITEM-FILE, BACKORDER-FILE
                   CLOSE AUDIT-FILE, DISPATCH-REGISTER
                   IF WS-KIT-FILE-FOUND
                       CLOSE KIT-FILE
                   END-IF
                   PERFORM REWRITE-ORDER-LINE-FILE
                   IF WS-CAPTURED-COUNT > ZERO
                       IF WS-ORDER-REWRITE-ERROR
                           DISPLAY WS-CAPTURED-COUNT
                               " DISPATCH ISSUES NOT WRITTEN - ORDER "
                               "LINES NOT UPDATED"
                       ELSE
                           PERFORM WRITE-CAPTURE-BATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    A run that confirmed nothing - a full table or a file
      *    it could not open - leaves a nonzero return code so the
      *    overnight driver halts the stream, as does a run whose
      *    order lines could not be rewritten or whose issues could
      *    not be written to the capture file.
           IF WS-TABLE-FULL OR WS-OPEN-ERROR OR WS-CAPTURE-ERROR
              OR WS-ORDER-REWRITE-ERROR
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
      *    trail and for any issue line whose picker left no
      *    initials; an unattended run with no argument is stamped
      *    with the program's own short name.
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-OPERATOR = SPACES
                   MOVE "DISPATCH" TO WS-OPERATOR
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "soline" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SALES-ORDER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SALES-ORDER-PATH

               MOVE "dispatch" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-DISPATCH-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-DISPATCH-PATH

               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "itemcapt" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CAPTURE-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CAPTURE-FILE-PATH

               MOVE "captctl" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CAPTURE-CONTROL-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CAPTURE-CONTROL-PATH

               MOVE "backorder" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-BACKORDER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-BACKORDER-PATH

               MOVE "itemaudit" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-AUDIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-AUDIT-FILE-PATH

               MOVE "dispreg" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-DISPATCH-REGISTER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-DISPATCH-REGISTER-PATH

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

      *    With no sales order file there is nothing to confirm
      *    against, so the run stops as an open error.
           LOAD-ORDER-LINE-TABLE.
               OPEN INPUT SALES-ORDER-FILE
               IF NOT WS-SALES-ORDER-OK
                   DISPLAY "UNABLE TO OPEN SALES-ORDER-FILE - STATUS "
                       WS-SALES-ORDER-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   READ SALES-ORDER-FILE
                       AT END SET WS-END-OF-ORDERS TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-ORDER-LINE
                       UNTIL WS-END-OF-ORDERS OR WS-TABLE-FULL
                   CLOSE SALES-ORDER-FILE
                   IF WS-TABLE-FULL
                       DISPLAY "ORDER LINE TABLE FULL AT "
                           WS-SO-TOTAL " ENTRIES - RUN STOPPED"
                   END-IF
               END-IF.

           LOAD-ONE-ORDER-LINE.
               IF WS-SO-TOTAL >= 2000
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SO-TOTAL
                   MOVE SO-NUMBER TO WS-SO-NUMBER (WS-SO-TOTAL)
                   MOVE SO-LINE-NUMBER TO
                       WS-SO-LINE-NUMBER (WS-SO-TOTAL)
                   MOVE SO-CUSTOMER-CODE TO
                       WS-SO-CUSTOMER-CODE (WS-SO-TOTAL)
                   MOVE SO-ORDER-DATE TO
                       WS-SO-ORDER-DATE (WS-SO-TOTAL)
                   MOVE SO-ITEM-CODE TO WS-SO-ITEM-CODE (WS-SO-TOTAL)
                   MOVE SO-LOCATION TO WS-SO-LOCATION (WS-SO-TOTAL)
                   MOVE SO-ORDER-QUANTITY TO
                       WS-SO-ORDER-QUANTITY (WS-SO-TOTAL)
                   MOVE SO-ALLOCATED-QUANTITY TO
                       WS-SO-ALLOCATED-QUANTITY (WS-SO-TOTAL)
                   MOVE SO-DISPATCHED-QUANTITY TO
                       WS-SO-DISPATCHED-QUANTITY (WS-SO-TOTAL)
                   MOVE SO-SHORT-QUANTITY TO
                       WS-SO-SHORT-QUANTITY (WS-SO-TOTAL)
                   MOVE SO-LINE-STATUS TO
                       WS-SO-LINE-STATUS (WS-SO-TOTAL)
                   MOVE SO-DISPATCH-DATE TO
                       WS-SO-DISPATCH-DATE (WS-SO-TOTAL)
                   READ SALES-ORDER-FILE
                       AT END SET WS-END-OF-ORDERS TO TRUE
                   END-READ
               END-IF.

           OPEN-DISPATCH-FILES.
               OPEN INPUT DISPATCH-FILE
               IF NOT WS-DISPATCH-OK
                   DISPLAY "UNABLE TO OPEN DISPATCH-FILE - STATUS "
                       WS-DISPATCH-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN I-O ITEM-FILE
                   IF NOT WS-ITEM-FILE-OK
                       DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                           WS-ITEM-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE DISPATCH-FILE
                   ELSE
                       OPEN OUTPUT DISPATCH-REGISTER
                       IF NOT WS-DISPATCH-REGISTER-OK
                           DISPLAY "UNABLE TO OPEN DISPATCH-REGISTER"
                               " - STATUS " WS-DISPATCH-REGISTER-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE DISPATCH-FILE, ITEM-FILE
                       ELSE
                           PERFORM OPEN-BACKORDER-AND-AUDIT
                       END-IF
                   END-IF
               END-IF.

      *    The backorder and audit files are opened for EXTEND so
      *    this run appends behind what is already there; the very
      *    first run on a box finds no file yet (status 35) and
      *    creates each with a plain OUTPUT open.
           OPEN-BACKORDER-AND-AUDIT.
               OPEN EXTEND BACKORDER-FILE
               IF WS-BACKORDER-STATUS = "35"
                   OPEN OUTPUT BACKORDER-FILE
               END-IF
               IF NOT WS-BACKORDER-FILE-OK
                   DISPLAY "UNABLE TO OPEN BACKORDER-FILE - STATUS "
                       WS-BACKORDER-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE DISPATCH-FILE, ITEM-FILE, DISPATCH-REGISTER
               ELSE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   IF NOT WS-AUDIT-FILE-OK
                       DISPLAY "UNABLE TO OPEN AUDIT-FILE - STATUS "
                           WS-AUDIT-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE DISPATCH-FILE, ITEM-FILE,
                           DISPATCH-REGISTER, BACKORDER-FILE
                   ELSE
                       PERFORM CHECK-CAPTURE-FILE
                   END-IF
               END-IF.

      *    The issues are not written until the end of the run, so
      *    the capture file is tried here first - opened and closed
      *    again, creating it on the very first run on a box
      *    (status 35) - and a run that could not write its issues
      *    stops before it confirms anything.
           CHECK-CAPTURE-FILE.
               OPEN EXTEND CAPTURE-FILE
               IF WS-CAPTURE-FILE-STATUS = "35"
                   OPEN OUTPUT CAPTURE-FILE
               END-IF
               IF NOT WS-CAPTURE-FILE-OK
                   DISPLAY "UNABLE TO OPEN CAPTURE-FILE - STATUS "
                       WS-CAPTURE-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE DISPATCH-FILE, ITEM-FILE, DISPATCH-REGISTER
                   CLOSE BACKORDER-FILE, AUDIT-FILE
               ELSE
                   CLOSE CAPTURE-FILE
                   PERFORM OPEN-KIT-FILE
               END-IF.

      *    The kit structure file is only read. A missing one
      *    (status 35) just means no kits have been set up. Being
      *    the last open in the chain, it is also what puts the
      *    register headings out once everything is open.
           OPEN-KIT-FILE.
               OPEN INPUT KIT-FILE
               IF WS-KIT-FILE-STATUS = "00"
                   SET WS-KIT-FILE-FOUND TO TRUE
               END-IF
               IF WS-KIT-FILE-STATUS = "00" OR "35"
                   WRITE REGISTER-PRINTLINE FROM
                       REGISTER-PAGE-HEADING
                       AFTER ADVANCING PAGE
                   MOVE WS-RUN-DATE TO PRN-RUN-DATE
                   WRITE REGISTER-PRINTLINE FROM
                       REGISTER-RUN-DATE-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE REGISTER-PRINTLINE FROM REGISTER-HEADS
                       AFTER ADVANCING 2 LINES
               ELSE
                   DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
                       WS-KIT-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE DISPATCH-FILE, ITEM-FILE, DISPATCH-REGISTER
                   CLOSE BACKORDER-FILE, AUDIT-FILE
               END-IF.

      *    Every dispatch line read gets exactly one register line.
      *    The checks run in order and the first that fails names
      *    the rejection; only a line passing all of them touches
      *    any file.
           CONFIRM-ONE-LINE.
               ADD 1 TO WS-LINES-READ
               MOVE SPACE TO WS-REJECT-REASON
               MOVE ZERO TO WS-SHORT-QUANTITY
               MOVE DSP-PICKED-TEXT TO WS-PICKED-TEXT
               PERFORM NORMALIZE-QUANTITY
               PERFORM FIND-ORDER-LINE
               EVALUATE TRUE
                   WHEN NOT WS-LINE-FOUND
                       MOVE "ORDER LINE NOT ON FILE" TO
                           WS-REJECT-REASON
                   WHEN WS-SO-LINE-STATUS (WS-MATCH-INDEX) NOT = "O"
                       MOVE "LINE ALREADY DISPATCHED" TO
                           WS-REJECT-REASON
                   WHEN DSP-ITEM-CODE NOT =
                       WS-SO-ITEM-CODE (WS-MATCH-INDEX)
                       MOVE "ITEM DOES NOT MATCH ORDER" TO
                           WS-REJECT-REASON
                   WHEN DSP-PICKED-TEXT = SPACES
                       CONTINUE
                   WHEN WS-PICKED-QUANTITY NOT NUMERIC
                       MOVE "PICKED QUANTITY NOT NUMERIC" TO
                           WS-REJECT-REASON
                   WHEN WS-PICKED-QUANTITY >
                       WS-SO-ORDER-QUANTITY (WS-MATCH-INDEX)
                       MOVE "PICKED MORE THAN ORDERED" TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       MOVE DSP-ITEM-CODE TO ITEM-CODE
                       READ ITEM-FILE
                           INVALID KEY
                               MOVE "ITEM NOT ON ITEM-FILE" TO
                                   WS-REJECT-REASON
                       END-READ
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-REJECT-REASON NOT = SPACES
                       MOVE WS-REJECT-REASON TO PRN-DISPOSITION
                       ADD 1 TO WS-LINES-REJECTED
                   WHEN DSP-PICKED-TEXT = SPACES
                       MOVE "NOT PICKED - LEFT OPEN" TO
                           PRN-DISPOSITION
                       ADD 1 TO WS-LINES-LEFT-OPEN
                   WHEN OTHER
                       PERFORM DISPATCH-ORDER-LINE
               END-EVALUATE
               PERFORM WRITE-REGISTER-DETAIL
               READ DISPATCH-FILE
                   AT END SET WS-END-OF-DISPATCH TO TRUE
               END-READ.

           FIND-ORDER-LINE.
               MOVE "N" TO WS-LINE-FOUND-SWITCH
               MOVE ZERO TO WS-MATCH-INDEX
               PERFORM MATCH-ONE-ORDER-LINE
                   VARYING WS-SO-INDEX FROM 1 BY 1
                   UNTIL WS-SO-INDEX > WS-SO-TOTAL
                       OR WS-LINE-FOUND.

           MATCH-ONE-ORDER-LINE.
               IF WS-SO-NUMBER (WS-SO-INDEX) = DSP-ORDER-NUMBER
                  AND WS-SO-LINE-NUMBER (WS-SO-INDEX) =
                      DSP-LINE-NUMBER
                   SET WS-LINE-FOUND TO TRUE
                   MOVE WS-SO-INDEX TO WS-MATCH-INDEX
               END-IF.

      *    The picked quantity goes out as an issue carrying as
      *    much of the line's allocation as was picked, the rest of
      *    the allocation comes off the item here, and whatever the
      *    warehouse could not pick is backordered under the order
      *    reference. A line picked in full leaves no backorder.
           DISPATCH-ORDER-LINE.
               MOVE WS-SO-NUMBER (WS-MATCH-INDEX) TO
                   WS-SO-REFERENCE-NUMBER
               IF WS-PICKED-QUANTITY >
                   WS-SO-ALLOCATED-QUANTITY (WS-MATCH-INDEX)
                   MOVE WS-SO-ALLOCATED-QUANTITY (WS-MATCH-INDEX) TO
                       WS-ISSUED-ALLOCATION
               ELSE
                   MOVE WS-PICKED-QUANTITY TO WS-ISSUED-ALLOCATION
               END-IF
               IF WS-PICKED-QUANTITY > ZERO
                   PERFORM WRITE-DISPATCH-ISSUE
               END-IF
               PERFORM RELEASE-LINE-ALLOCATION
               COMPUTE WS-SHORT-QUANTITY =
                   WS-SO-ORDER-QUANTITY (WS-MATCH-INDEX)
                   - WS-PICKED-QUANTITY
               IF WS-SHORT-QUANTITY > ZERO
                   PERFORM WRITE-SHORT-BACKORDER
                   ADD 1 TO WS-LINES-SHORT
                   ADD WS-SHORT-QUANTITY TO WS-QUANTITY-BACKORDERED
                   MOVE "DISPATCHED - SHORT BACKORDERED" TO
                       PRN-DISPOSITION
               ELSE
                   MOVE "DISPATCHED" TO PRN-DISPOSITION
               END-IF
               MOVE WS-PICKED-QUANTITY TO
                   WS-SO-DISPATCHED-QUANTITY (WS-MATCH-INDEX)
               MOVE WS-SHORT-QUANTITY TO
                   WS-SO-SHORT-QUANTITY (WS-MATCH-INDEX)
               MOVE "D" TO WS-SO-LINE-STATUS (WS-MATCH-INDEX)
               MOVE WS-RUN-DATE TO
                   WS-SO-DISPATCH-DATE (WS-MATCH-INDEX)
               ADD 1 TO WS-LINES-DISPATCHED
               ADD WS-PICKED-QUANTITY TO WS-QUANTITY-DISPATCHED.

      *    The issue is built in the record area and held in the
      *    issue table; the batch is written at the end of the run.
           WRITE-DISPATCH-ISSUE.
               MOVE SPACE TO MOVEMENT-RECORD
               MOVE "I" TO MV-TYPE
               MOVE DSP-ITEM-CODE TO MV-ITEM-CODE
               MOVE SPACE TO MV-SIGN
               MOVE WS-PICKED-QUANTITY TO MV-QUANTITY-NUMERIC
               MOVE WS-RUN-DATE TO MV-DATE
               MOVE WS-SO-REFERENCE TO MV-REFERENCE
               MOVE WS-SO-LOCATION (WS-MATCH-INDEX) TO MV-LOCATION
               MOVE SPACE TO MV-TO-LOCATION
               IF DSP-PICKER-INITIALS = SPACES
                   MOVE WS-OPERATOR TO MV-OPERATOR
               ELSE
                   MOVE DSP-PICKER-INITIALS TO MV-OPERATOR
               END-IF
               MOVE SPACE TO MV-UNIT-COST-TEXT
               MOVE SPACE TO MV-LOT-NUMBER
               MOVE SPACE TO MV-EXPIRY-DATE
               MOVE WS-ISSUED-ALLOCATION TO MV-ALLOCATED-QUANTITY
               ADD 1 TO WS-CAPTURED-COUNT
               MOVE MOVEMENT-RECORD TO
                   WS-ISSUE-MOVEMENT (WS-CAPTURED-COUNT)
               ADD WS-PICKED-QUANTITY TO WS-CAPTURE-QUANTITY-HASH.

      *    The picked part of the allocation travels on the issue
      *    and is released by STOCK-POSTING; only the part the
      *    warehouse did not pick is given back here. A kit holds
      *    no allocation of its own - its order line's allocation
      *    sits on the components - so for a kit line each
      *    component gives back its share.
           RELEASE-LINE-ALLOCATION.
               COMPUTE WS-RELEASE-QUANTITY =
                   WS-SO-ALLOCATED-QUANTITY (WS-MATCH-INDEX)
                   - WS-ISSUED-ALLOCATION
               IF WS-RELEASE-QUANTITY > ZERO
                   PERFORM FIND-FIRST-KIT-LINE
                   IF WS-END-OF-KIT
                       MOVE WS-RELEASE-QUANTITY TO WS-COMPONENT-RELEASE
                       PERFORM RELEASE-ITEM-ALLOCATION
                   ELSE
                       PERFORM RELEASE-ONE-COMPONENT
                           UNTIL WS-END-OF-KIT
                   END-IF
               END-IF.

      *    Positions the kit structure file on the first component
      *    line of the dispatched code; finding none leaves the end
      *    of kit switch set, and the code is an ordinary item.
           FIND-FIRST-KIT-LINE.
               MOVE "Y" TO WS-KIT-EOF-SWITCH
               IF WS-KIT-FILE-FOUND
                   MOVE "N" TO WS-KIT-EOF-SWITCH
                   MOVE DSP-ITEM-CODE TO KS-KIT-CODE
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
                      AND KS-KIT-CODE NOT = DSP-ITEM-CODE
                       SET WS-END-OF-KIT TO TRUE
                   END-IF
               END-IF.

      *    A component missing from the item file has nothing to
      *    give back and is passed over.
           RELEASE-ONE-COMPONENT.
               COMPUTE WS-COMPONENT-RELEASE =
                   WS-RELEASE-QUANTITY * KS-QUANTITY-PER-KIT
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM RELEASE-ITEM-ALLOCATION
               END-READ
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ
               IF NOT WS-END-OF-KIT
                  AND KS-KIT-CODE NOT = DSP-ITEM-CODE
                   SET WS-END-OF-KIT TO TRUE
               END-IF.

      *    The item in the record area gives back the release,
      *    never taking its figure below zero; a record written
      *    before allocations were kept carries no figure and is
      *    treated as nothing allocated.
           RELEASE-ITEM-ALLOCATION.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               IF QUANTITY-ALLOCATED NOT NUMERIC
                   MOVE ZERO TO QUANTITY-ALLOCATED
               END-IF
               IF QUANTITY-ALLOCATED > WS-COMPONENT-RELEASE
                   SUBTRACT WS-COMPONENT-RELEASE FROM QUANTITY-ALLOCATED
               ELSE
                   MOVE ZERO TO QUANTITY-ALLOCATED
               END-IF
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD.

      *    A kit is never received, so a short kit line could not
      *    be released off a backorder in its own code; it is
      *    backordered instead as its components, each for the
      *    kits short times its quantity per kit, all under the
      *    order reference, and STOCK-POSTING releases each as that
      *    component comes in. The register and its totals still
      *    count the line's shortfall in kits, as ordered.
           WRITE-SHORT-BACKORDER.
               PERFORM FIND-FIRST-KIT-LINE
               IF WS-END-OF-KIT
                   MOVE DSP-ITEM-CODE TO BO-ITEM-CODE
                   MOVE WS-SHORT-QUANTITY TO BO-QUANTITY
                   PERFORM WRITE-ONE-BACKORDER
               ELSE
                   PERFORM BACKORDER-ONE-COMPONENT
                       UNTIL WS-END-OF-KIT
               END-IF.

           BACKORDER-ONE-COMPONENT.
               MOVE KS-COMPONENT-CODE TO BO-ITEM-CODE
               COMPUTE BO-QUANTITY =
                   WS-SHORT-QUANTITY * KS-QUANTITY-PER-KIT
                   ON SIZE ERROR
                       MOVE 99999 TO BO-QUANTITY
               END-COMPUTE
               PERFORM WRITE-ONE-BACKORDER
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ
               IF NOT WS-END-OF-KIT
                  AND KS-KIT-CODE NOT = DSP-ITEM-CODE
                   SET WS-END-OF-KIT TO TRUE
               END-IF.

      *    The caller has set the code and quantity to backorder.
           WRITE-ONE-BACKORDER.
               MOVE WS-SO-ORDER-DATE (WS-MATCH-INDEX) TO BO-ORDER-DATE
               MOVE WS-SO-REFERENCE TO BO-REFERENCE
               MOVE BO-QUANTITY TO BO-ORIG-QUANTITY
               SET BO-WAITING TO TRUE
               MOVE ZERO TO BO-RELEASE-DATE
               WRITE BACKORDER-RECORD.

      *    The whole batch - header, the held issues and trailer -
      *    goes out in one open of the file, for EXTEND so it
      *    appends behind any counter batches still waiting for
      *    posting. It is written only once the order lines have
      *    been rewritten as dispatched, so a run that stops short
      *    never leaves issues out for lines still open. Should no
      *    batch number be had, or the file refuse to open now,
      *    after it was tried at the start, the issues must be
      *    keyed by hand and the run ends with a nonzero return
      *    code.
           WRITE-CAPTURE-BATCH.
               PERFORM TAKE-CAPTURE-BATCH-NUMBER
               IF WS-CAPTURE-BATCH-NUMBER NOT = ZERO
                   OPEN EXTEND CAPTURE-FILE
                   IF WS-CAPTURE-FILE-STATUS = "35"
                       OPEN OUTPUT CAPTURE-FILE
                   END-IF
                   IF NOT WS-CAPTURE-FILE-OK
                       DISPLAY "UNABLE TO OPEN CAPTURE-FILE - STATUS "
                           WS-CAPTURE-FILE-STATUS
                   END-IF
               END-IF
               IF WS-CAPTURE-BATCH-NUMBER NOT = ZERO
                  AND WS-CAPTURE-FILE-OK
                   PERFORM WRITE-CAPTURE-HEADER
                   PERFORM WRITE-ONE-HELD-ISSUE
                       VARYING WS-ISSUE-INDEX FROM 1 BY 1
                       UNTIL WS-ISSUE-INDEX > WS-CAPTURED-COUNT
                   PERFORM WRITE-CAPTURE-TRAILER
                   CLOSE CAPTURE-FILE
               ELSE
                   DISPLAY WS-CAPTURED-COUNT
                       " DISPATCH ISSUES NOT WRITTEN - SEE REGISTER"
                   SET WS-CAPTURE-ERROR TO TRUE
               END-IF.

           WRITE-ONE-HELD-ISSUE.
               MOVE WS-ISSUE-MOVEMENT (WS-ISSUE-INDEX) TO
                   MOVEMENT-RECORD
               WRITE MOVEMENT-RECORD.

      *    Capture batch numbers come from the capture control file,
      *    which every program writing the capture file shares. The
      *    number is read, stepped on and rewritten in one I-O open
      *    before the batch is written; after 999999 it starts again
      *    at 1. The very first capture on a box finds no file yet
      *    (status 35) and creates it holding 1. A number that
      *    cannot be taken is left at zero and nothing is written.
           TAKE-CAPTURE-BATCH-NUMBER.
               MOVE ZERO TO WS-CAPTURE-BATCH-NUMBER
               OPEN I-O CAPTURE-CONTROL-FILE
               IF WS-CAPTURE-CONTROL-STATUS = "35"
                   OPEN OUTPUT CAPTURE-CONTROL-FILE
                   IF WS-CAPTURE-CONTROL-OK
                       MOVE 1 TO CC-NEXT-BATCH-NUMBER
                       WRITE CAPTURE-CONTROL-RECORD
                       CLOSE CAPTURE-CONTROL-FILE
                       OPEN I-O CAPTURE-CONTROL-FILE
                   END-IF
               END-IF
               IF NOT WS-CAPTURE-CONTROL-OK
                   DISPLAY "UNABLE TO OPEN CAPTURE-CONTROL-FILE - "
                       "STATUS " WS-CAPTURE-CONTROL-STATUS
               ELSE
                   READ CAPTURE-CONTROL-FILE
                       AT END
                           DISPLAY "CAPTURE-CONTROL-FILE IS EMPTY"
                       NOT AT END
                           PERFORM STEP-CAPTURE-BATCH-NUMBER
                   END-READ
                   CLOSE CAPTURE-CONTROL-FILE
               END-IF.

           STEP-CAPTURE-BATCH-NUMBER.
               IF CC-NEXT-BATCH-NUMBER NOT NUMERIC
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               IF CC-NEXT-BATCH-NUMBER = ZERO
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               MOVE CC-NEXT-BATCH-NUMBER TO WS-CAPTURE-BATCH-NUMBER
               IF CC-NEXT-BATCH-NUMBER = 999999
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               ELSE
                   ADD 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               REWRITE CAPTURE-CONTROL-RECORD
               IF NOT WS-CAPTURE-CONTROL-OK
                   DISPLAY "UNABLE TO REWRITE CAPTURE-CONTROL-FILE - "
                       "STATUS " WS-CAPTURE-CONTROL-STATUS
                   MOVE ZERO TO WS-CAPTURE-BATCH-NUMBER
               END-IF.

      *    The batch number has already been taken off the capture
      *    control file; the date is carried beside it.
           WRITE-CAPTURE-HEADER.
               ACCEPT WS-CAPTURE-BATCH-DATE FROM DATE YYYYMMDD
               MOVE SPACE TO MOVEMENT-BATCH-RECORD
               MOVE "H" TO MB-RECORD-TYPE
               MOVE WS-CAPTURE-BATCH-NUMBER TO MB-BATCH-NUMBER
               MOVE WS-CAPTURE-BATCH-DATE TO MB-BATCH-DATE
               MOVE ZERO TO MB-RECORD-COUNT
               MOVE ZERO TO MB-QUANTITY-HASH
               WRITE MOVEMENT-BATCH-RECORD.

           WRITE-CAPTURE-TRAILER.
               MOVE SPACE TO MOVEMENT-BATCH-RECORD
               MOVE "Z" TO MB-RECORD-TYPE
               MOVE WS-CAPTURE-BATCH-NUMBER TO MB-BATCH-NUMBER
               MOVE WS-CAPTURE-BATCH-DATE TO MB-BATCH-DATE
               MOVE WS-CAPTURED-COUNT TO MB-RECORD-COUNT
               MOVE WS-CAPTURE-QUANTITY-HASH TO MB-QUANTITY-HASH
               WRITE MOVEMENT-BATCH-RECORD.

           NORMALIZE-QUANTITY.
               PERFORM SHIFT-QUANTITY-RIGHT
                   UNTIL WS-PICKED-TEXT (5:1) NOT = SPACE
                       OR WS-PICKED-TEXT = SPACES
               INSPECT WS-PICKED-TEXT
                   REPLACING LEADING SPACE BY ZERO.

           SHIFT-QUANTITY-RIGHT.
               MOVE WS-PICKED-TEXT (1:4) TO WS-QUANTITY-SHIFT
               MOVE SPACE TO WS-PICKED-TEXT
               MOVE WS-QUANTITY-SHIFT TO WS-PICKED-TEXT (2:4).

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

           WRITE-REGISTER-DETAIL.
               MOVE DSP-ORDER-NUMBER TO PRN-SO-NUMBER
               MOVE DSP-LINE-NUMBER TO PRN-LINE-NUMBER
               MOVE DSP-ITEM-CODE TO PRN-ITEM-CODE
               IF WS-LINE-FOUND
                   MOVE WS-SO-ORDER-QUANTITY (WS-MATCH-INDEX) TO
                       PRN-ORDER-QUANTITY
               ELSE
                   MOVE ZERO TO PRN-ORDER-QUANTITY
               END-IF
               MOVE DSP-PICKED-TEXT TO PRN-PICKED-QUANTITY
               MOVE WS-SHORT-QUANTITY TO PRN-SHORT-QUANTITY
               MOVE DSP-PICKER-INITIALS TO PRN-PICKER-INITIALS
               WRITE REGISTER-PRINTLINE FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

           PRINT-REGISTER-TOTALS.
               MOVE WS-LINES-READ TO PRN-LINES-READ
               MOVE WS-LINES-DISPATCHED TO PRN-LINES-DISPATCHED
               MOVE WS-LINES-SHORT TO PRN-LINES-SHORT
               MOVE WS-LINES-LEFT-OPEN TO PRN-LINES-LEFT-OPEN
               MOVE WS-LINES-REJECTED TO PRN-LINES-REJECTED
               WRITE REGISTER-PRINTLINE FROM REGISTER-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-QUANTITY-DISPATCHED TO PRN-QUANTITY-DISPATCHED
               MOVE WS-QUANTITY-BACKORDERED TO
                   PRN-QUANTITY-BACKORDERED
               WRITE REGISTER-PRINTLINE FROM REGISTER-QUANTITY-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REGISTER-PRINTLINE FROM REGISTER-FOOTING
                   AFTER ADVANCING 2 LINES.

      *    The whole table goes back out, dispatched and open lines
      *    alike, in the order it was read. If the file cannot be
      *    rewritten the lines stay open on file, so no issue is
      *    written for them and the run ends with a nonzero return
      *    code. The backorders and allocation releases already
      *    made stand, so the register is worked through by hand
      *    before the dispatch file is fed in again.
           REWRITE-ORDER-LINE-FILE.
               OPEN OUTPUT SALES-ORDER-FILE
               IF NOT WS-SALES-ORDER-OK
                   DISPLAY "UNABLE TO REWRITE SALES-ORDER-FILE - "
                       "STATUS " WS-SALES-ORDER-STATUS
                   SET WS-ORDER-REWRITE-ERROR TO TRUE
               ELSE
                   PERFORM WRITE-ONE-ORDER-LINE
                       VARYING WS-SO-INDEX FROM 1 BY 1
                       UNTIL WS-SO-INDEX > WS-SO-TOTAL
                   CLOSE SALES-ORDER-FILE
               END-IF.

           WRITE-ONE-ORDER-LINE.
               MOVE WS-SO-NUMBER (WS-SO-INDEX) TO SO-NUMBER
               MOVE WS-SO-LINE-NUMBER (WS-SO-INDEX) TO SO-LINE-NUMBER
               MOVE WS-SO-CUSTOMER-CODE (WS-SO-INDEX) TO
                   SO-CUSTOMER-CODE
               MOVE WS-SO-ORDER-DATE (WS-SO-INDEX) TO SO-ORDER-DATE
               MOVE WS-SO-ITEM-CODE (WS-SO-INDEX) TO SO-ITEM-CODE
               MOVE WS-SO-LOCATION (WS-SO-INDEX) TO SO-LOCATION
               MOVE WS-SO-ORDER-QUANTITY (WS-SO-INDEX) TO
                   SO-ORDER-QUANTITY
               MOVE WS-SO-ALLOCATED-QUANTITY (WS-SO-INDEX) TO
                   SO-ALLOCATED-QUANTITY
               MOVE WS-SO-DISPATCHED-QUANTITY (WS-SO-INDEX) TO
                   SO-DISPATCHED-QUANTITY
               MOVE WS-SO-SHORT-QUANTITY (WS-SO-INDEX) TO
                   SO-SHORT-QUANTITY
               MOVE WS-SO-LINE-STATUS (WS-SO-INDEX) TO SO-LINE-STATUS
               MOVE WS-SO-DISPATCH-DATE (WS-SO-INDEX) TO
                   SO-DISPATCH-DATE
               WRITE SALES-ORDER-LINE.
