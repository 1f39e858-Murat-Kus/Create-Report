       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-JOURNAL.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. MONTH-END INVENTORY JOURNAL EXTRACT AND VALUATION
      *ROLL-FORWARD FOR THE GENERAL LEDGER. FOR THE PERIOD GIVEN AS
      *YYYYMM IN THE FIRST ARGUMENT (DEFAULT THE CURRENT MONTH) IT
      *READS THE MOVEMENT HISTORY AND THE ITEM AUDIT TRAIL AND
      *BUILDS DEBIT/CREDIT JOURNAL LINES BY CATEGORY-CODE -
      *RECEIPTS INTO STOCK AT THEIR RECEIPT COST, ISSUES OUT TO
      *COST OF SALES AT AVERAGE-COST, SIGNED ADJUSTMENTS AND
      *STOCKTAKE CORRECTIONS TO SHRINKAGE, AND LOCATION TRANSFERS
      *AS A PAIR THAT NETS TO ZERO. A STOCKTAKE OR KEYED QUANTITY
      *CORRECTION NEVER REACHES THE MOVEMENT HISTORY, SO IT IS
      *FOUND AS THE PART OF AN ITEM'S AUDITED QUANTITY CHANGE FOR
      *THE PERIOD THAT THE HISTORY DOES NOT ACCOUNT FOR. A ROLL-
      *FORWARD PER CATEGORY SHOWS OPENING PLUS RECEIPTS LESS
      *ISSUES PLUS OR MINUS ADJUSTMENTS EQUALS CLOSING, BESIDE THE
      *BOOK VALUE OF THE ITEM FILE, AND THE CLOSING TOTAL IS
      *RECONCILED TO THE EXTENDED VALUE ADDING-ITEMS LAST LOGGED
      *ON THE RUN-CONTROL FILE WITH ANY DIFFERENCE SHOWN. EACH
      *CATEGORY'S CLOSING VALUE IS CARRIED FORWARD AS NEXT
      *MONTH'S OPENING. RUN IT BEFORE AUDIT-PERIOD-CLOSE CUTS THE
      *MONTH FROM THE LIVE TRAIL.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-HISTORY-PATH           *>Built at run time in BUILD-FILE-PATHS - posted movements for the period.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audited quantity changes for the period.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC
           WS-RUN-LOG-PATH           *>Built at run time in BUILD-FILE-PATHS - run-control records from ADDING-ITEMS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT CARRY-FORWARD-FILE ASSIGN TO DYNAMIC
           WS-CARRY-FORWARD-PATH           *>Built at run time in BUILD-FILE-PATHS - category closing values carried to next month.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRY-FORWARD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC
           WS-JOURNAL-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - the ledger journal extract.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT ROLL-FORWARD-REPORT ASSIGN TO DYNAMIC
           WS-ROLL-FORWARD-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed roll-forward.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-FORWARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  MOVEMENT-HISTORY-FILE.
           COPY MOVEHIST.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
        02 CF-PERIOD PIC 9(06).
        02 CF-CATEGORY-CODE PIC X(04).
        02 CF-OPENING-VALUE PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        02 CF-CLOSING-VALUE PIC S9(11)V99 SIGN IS LEADING SEPARATE.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
        02 JNL-PERIOD PIC 9(06).
        02 JNL-CATEGORY-CODE PIC X(04).
        02 JNL-ACCOUNT PIC X(10).
        02 JNL-DEBIT-CREDIT PIC X(01).
        02 JNL-AMOUNT PIC 9(11).9(02).
        02 JNL-DESCRIPTION PIC X(30).

       FD  ROLL-FORWARD-REPORT.
       01  ROLL-PRINTLINE PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-MOVEMENT-HISTORY-STATUS PIC X(02).
       88  WS-MOVEMENT-HISTORY-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-RUN-LOG-STATUS PIC X(02).
       88  WS-RUN-LOG-OK VALUE "00".
       01  WS-CARRY-FORWARD-STATUS PIC X(02).
       88  WS-CARRY-FORWARD-OK VALUE "00".
       01  WS-JOURNAL-FILE-STATUS PIC X(02).
       01  WS-ROLL-FORWARD-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ITEMS VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-HISTORY VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-AUDIT VALUE "Y".
       01  WS-RUN-LOG-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-RUN-LOG VALUE "Y".
       01  WS-CARRY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-CARRY VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-MOVEMENT-HISTORY-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\movehist".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-RUN-LOG-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\runlog".
       01  WS-CARRY-FORWARD-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invcarry".
       01  WS-JOURNAL-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invjrnl".
       01  WS-ROLL-FORWARD-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\invroll".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MOVEMENT-HISTORY-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-RUN-LOG-PATH PIC X(80) VALUE SPACE.
       01  WS-CARRY-FORWARD-PATH PIC X(80) VALUE SPACE.
       01  WS-JOURNAL-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ROLL-FORWARD-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-PERIOD-TEXT PIC X(06) VALUE SPACE.
       01  WS-PERIOD REDEFINES WS-PERIOD-TEXT PIC 9(06).
       01  WS-TODAY PIC 9(08) VALUE ZERO.
       01  WS-RECORD-PERIOD PIC 9(06) VALUE ZERO.

      *    The ledger accounts the lines are posted to. Receipts are
      *    credited to goods-received-not-invoiced until the
      *    supplier invoice clears through INVOICE-MATCH.
       01  WS-INVENTORY-ACCOUNT PIC X(10) VALUE "INVENTORY".
       01  WS-RECEIPTS-ACCOUNT PIC X(10) VALUE "GRNI".
       01  WS-COST-OF-SALES-ACCOUNT PIC X(10) VALUE "COST-SALES".
       01  WS-SHRINKAGE-ACCOUNT PIC X(10) VALUE "SHRINKAGE".

      *    One entry per item code: what it is worth a unit now
      *    (AVERAGE-COST, or list price where it has never had a
      *    costed receipt - the same rule the item report's EXT
      *    VALUE uses), its book value, and the period's movement
      *    values. The two quantity deltas are the audited change
      *    in QUANTITY-ON-HAND and the change the movement history
      *    explains; whatever is left over was a stocktake or a
      *    keyed correction. Codes met on the history or trail but
      *    no longer on the item file (deleted since) are added as
      *    they are found. Two thousand codes matches the other
      *    item tables; a bigger file stops the run.
       01  WS-JOURNAL-ITEM-TABLE.
        02 WS-JOURNAL-ITEM-ENTRY OCCURS 2000 TIMES.
         03 WS-JI-ITEM-CODE PIC X(05).
         03 WS-JI-CATEGORY-CODE PIC X(04).
         03 WS-JI-UNIT-VALUE PIC 9(05)V99.
         03 WS-JI-BOOK-VALUE PIC 9(11)V99.
         03 WS-JI-RECEIPT-VALUE PIC 9(11)V99.
         03 WS-JI-ISSUE-VALUE PIC 9(11)V99.
         03 WS-JI-ADJUST-VALUE PIC S9(11)V99.
         03 WS-JI-TRANSFER-VALUE PIC 9(11)V99.
         03 WS-JI-AUDIT-DELTA PIC S9(07).
         03 WS-JI-HISTORY-DELTA PIC S9(07).
       01  WS-ITEM-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-ITEM-INDEX PIC 9(04) VALUE ZERO.
       01  WS-ITEM-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-ITEM-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-ITEM-FOUND VALUE "Y".
       01  WS-LOOKUP-CODE PIC X(05) VALUE SPACE.
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".

       01  WS-CATEGORY-TABLE.
        02 WS-CATEGORY-ENTRY OCCURS 500 TIMES.
         03 WS-JC-CATEGORY-CODE PIC X(04).
         03 WS-JC-OPENING-VALUE PIC S9(11)V99.
         03 WS-JC-RECEIPT-VALUE PIC S9(11)V99.
         03 WS-JC-ISSUE-VALUE PIC S9(11)V99.
         03 WS-JC-ADJUST-VALUE PIC S9(11)V99.
         03 WS-JC-TRANSFER-VALUE PIC S9(11)V99.
         03 WS-JC-CLOSING-VALUE PIC S9(11)V99.
         03 WS-JC-BOOK-VALUE PIC S9(11)V99.
       01  WS-CATEGORY-TOTAL PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-INDEX PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-MATCH-INDEX PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-CATEGORY-FOUND VALUE "Y".
       01  WS-LOOKUP-CATEGORY PIC X(04) VALUE SPACE.

      *    With no carry-forward file yet (the first month this
      *    runs) there is no opening value to start from, so each
      *    category's opening is worked back from its book value
      *    and the period's movements, and the report says so. A
      *    carry-forward file already written for a LATER period
      *    means the months are being run out of order and the run
      *    refuses rather than overwrite it.
       01  WS-OPENING-SOURCE-SWITCH PIC X(01) VALUE "D".
       88  WS-OPENING-DERIVED VALUE "D".
       88  WS-OPENING-CARRIED VALUE "C".
       01  WS-CARRY-PERIOD PIC 9(06) VALUE ZERO.
       01  WS-LATER-PERIOD-SWITCH PIC X(01) VALUE "N".
       88  WS-LATER-PERIOD-ON-FILE VALUE "Y".

      *    QUANTITY-ON-HAND and CATEGORY-CODE sit at fixed offsets
      *    in the STOCK-ITEMS image carried on the audit trail.
       01  WS-IMAGE-QUANTITY-TEXT PIC X(05) VALUE SPACE.
       01  WS-IMAGE-QUANTITY REDEFINES WS-IMAGE-QUANTITY-TEXT
           PIC 9(05).
       01  WS-BEFORE-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-AFTER-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-IMAGE-CATEGORY PIC X(04) VALUE SPACE.

       01  WS-WORK-ITEM-PRICE PIC 9(05)V99 VALUE ZERO.
       01  WS-MOVE-UNIT-COST PIC 9(05)V99 VALUE ZERO.
       01  WS-MOVE-VALUE PIC 9(11)V99 VALUE ZERO.
       01  WS-UNEXPLAINED-QUANTITY PIC S9(07) VALUE ZERO.
       01  WS-JOURNAL-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-DESCRIPTION PIC X(30) VALUE SPACE.
       01  WS-DEBIT-ACCOUNT PIC X(10) VALUE SPACE.
       01  WS-CREDIT-ACCOUNT PIC X(10) VALUE SPACE.

       01  WS-HISTORY-LINES-USED PIC 9(07) VALUE ZERO.
       01  WS-AUDIT-LINES-USED PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-LINES PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DEBITS PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-OPENING PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-RECEIPTS PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-ISSUES PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-ADJUSTMENTS PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-CLOSING PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-BOOK PIC S9(12)V99 VALUE ZERO.
       01  WS-DIFFERENCE PIC S9(12)V99 VALUE ZERO.

       01  WS-RUN-LOG-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-RUN-LOG-FOUND VALUE "Y".
       01  WS-LAST-RUN-DATE PIC 9(08) VALUE ZERO.
       01  WS-LAST-RUN-TIME PIC 9(06) VALUE ZERO.
       01  WS-LAST-EXTENDED-VALUE PIC 9(12)V99 VALUE ZERO.

       01  ROLL-PAGE-HEADING PIC X(40) VALUE
       "INVENTORY VALUATION ROLL-FORWARD".
       01  ROLL-PERIOD-LINE.
        02 FILLER PIC X(09) VALUE " PERIOD: ".
        02 PRN-PERIOD PIC 9(06).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-OPENING-SOURCE PIC X(50).
       01  ROLL-HEADS.
        02 FILLER PIC X(06) VALUE " CAT".
        02 FILLER PIC X(15) VALUE "        OPENING".
        02 FILLER PIC X(15) VALUE "      RECEIPTS".
        02 FILLER PIC X(15) VALUE "        ISSUES".
        02 FILLER PIC X(15) VALUE "   ADJUSTMENTS".
        02 FILLER PIC X(15) VALUE "       CLOSING".
        02 FILLER PIC X(15) VALUE "    BOOK VALUE".
        02 FILLER PIC X(15) VALUE "    DIFFERENCE".
       01  ROLL-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-CATEGORY-CODE PIC X(05).
        02 PRN-OPENING-VALUE PIC -(11)9.99.
        02 PRN-RECEIPT-VALUE PIC -(11)9.99.
        02 PRN-ISSUE-VALUE PIC -(11)9.99.
        02 PRN-ADJUST-VALUE PIC -(11)9.99.
        02 PRN-CLOSING-VALUE PIC -(11)9.99.
        02 PRN-BOOK-VALUE PIC -(11)9.99.
        02 PRN-DIFFERENCE PIC -(11)9.99.
       01  ROLL-JOURNAL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(15) VALUE "JOURNAL LINES: ".
        02 PRN-JOURNAL-LINES PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  DEBITS: ".
        02 PRN-TOTAL-DEBITS PIC Z(11)9.99.
        02 FILLER PIC X(12) VALUE "  CREDITS: ".
        02 PRN-TOTAL-CREDITS PIC Z(11)9.99.
       01  ROLL-RUN-LOG-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(35) VALUE
           "RUN-CONTROL EXTENDED VALUE (ADDING-".
        02 FILLER PIC X(11) VALUE "ITEMS RUN ".
        02 PRN-LAST-RUN-DATE PIC 9(08).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LAST-RUN-TIME PIC 9(06).
        02 FILLER PIC X(03) VALUE "): ".
        02 PRN-LAST-EXTENDED-VALUE PIC Z(11)9.99.
       01  ROLL-RECONCILE-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(22) VALUE "ROLL-FORWARD CLOSING: ".
        02 PRN-RECONCILE-CLOSING PIC -(11)9.99.
        02 FILLER PIC X(15) VALUE "  DIFFERENCE: ".
        02 PRN-RECONCILE-DIFFERENCE PIC -(11)9.99.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-RECONCILE-TEXT PIC X(14).
       01  ROLL-NO-RUN-LOG-LINE PIC X(50) VALUE
       " NO RUN-CONTROL RECORD ON FILE - NOT RECONCILED".
       01  ROLL-REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM LOAD-ITEM-TABLE
           IF NOT WS-OPEN-ERROR AND NOT WS-TABLE-FULL
               PERFORM LOAD-CARRY-FORWARD
           END-IF
           IF WS-LATER-PERIOD-ON-FILE
               DISPLAY "CARRY-FORWARD FILE IS FOR PERIOD "
                   WS-CARRY-PERIOD " - LATER THAN " WS-PERIOD
                   " - RUN REFUSED, NOTHING WRITTEN"
           END-IF
           IF NOT WS-OPEN-ERROR AND NOT WS-TABLE-FULL
              AND NOT WS-LATER-PERIOD-ON-FILE
               PERFORM ABSORB-MOVEMENT-HISTORY
           END-IF
           IF NOT WS-OPEN-ERROR AND NOT WS-TABLE-FULL
              AND NOT WS-LATER-PERIOD-ON-FILE
               PERFORM ABSORB-AUDIT-TRAIL
           END-IF
           IF NOT WS-OPEN-ERROR AND NOT WS-TABLE-FULL
              AND NOT WS-LATER-PERIOD-ON-FILE
               PERFORM ROLL-ITEMS-INTO-CATEGORIES
               PERFORM READ-LAST-RUN-CONTROL
               PERFORM OPEN-JOURNAL-FILES
               IF NOT WS-OPEN-ERROR
                   PERFORM PRINT-ROLL-FORWARD
                   CLOSE JOURNAL-FILE, ROLL-FORWARD-REPORT
                   PERFORM WRITE-CARRY-FORWARD
               END-IF
           END-IF.
           IF WS-OPEN-ERROR OR WS-TABLE-FULL
              OR WS-LATER-PERIOD-ON-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-PERIOD-TEXT FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-SUFFIX FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-PERIOD NOT NUMERIC
                   MOVE WS-TODAY (1:6) TO WS-PERIOD-TEXT
               END-IF
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "movehist" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-MOVEMENT-HISTORY-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-MOVEMENT-HISTORY-PATH

               MOVE "itemaudit" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-AUDIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-AUDIT-FILE-PATH

               MOVE "runlog" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-RUN-LOG-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-RUN-LOG-PATH

               MOVE "invcarry" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CARRY-FORWARD-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CARRY-FORWARD-PATH

               MOVE "invjrnl" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-JOURNAL-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-JOURNAL-FILE-PATH

               MOVE "invroll" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-ROLL-FORWARD-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ROLL-FORWARD-PATH.

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

           LOAD-ITEM-TABLE.
               OPEN INPUT ITEM-FILE
               IF WS-ITEM-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                       WS-ITEM-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   READ ITEM-FILE
                       AT END SET WS-END-OF-ITEMS TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-ITEM
                       UNTIL WS-END-OF-ITEMS OR WS-TABLE-FULL
                   CLOSE ITEM-FILE
                   IF WS-TABLE-FULL
                       DISPLAY "ITEM TABLE FULL AT " WS-ITEM-TOTAL
                           " ENTRIES - RUN STOPPED"
                   END-IF
               END-IF.

           LOAD-ONE-ITEM.
               MOVE ITEM-CODE TO WS-LOOKUP-CODE
               PERFORM ADD-ITEM-ENTRY
               IF NOT WS-TABLE-FULL
                   MOVE CATEGORY-CODE TO
                       WS-JI-CATEGORY-CODE (WS-ITEM-MATCH-INDEX)
                   MOVE ITEM-PRICE TO WS-WORK-ITEM-PRICE
                   IF AVERAGE-COST NUMERIC AND AVERAGE-COST > ZERO
                       MOVE AVERAGE-COST TO
                           WS-JI-UNIT-VALUE (WS-ITEM-MATCH-INDEX)
                   ELSE
                       MOVE WS-WORK-ITEM-PRICE TO
                           WS-JI-UNIT-VALUE (WS-ITEM-MATCH-INDEX)
                   END-IF
                   IF QUANTITY-ON-HAND NUMERIC
                       COMPUTE WS-JI-BOOK-VALUE (WS-ITEM-MATCH-INDEX) =
                           QUANTITY-ON-HAND *
                           WS-JI-UNIT-VALUE (WS-ITEM-MATCH-INDEX)
                   END-IF
                   READ ITEM-FILE
                       AT END SET WS-END-OF-ITEMS TO TRUE
                   END-READ
               END-IF.

      *    Appends a zeroed entry for WS-LOOKUP-CODE and leaves
      *    WS-ITEM-MATCH-INDEX pointing at it.
           ADD-ITEM-ENTRY.
               IF WS-ITEM-TOTAL >= 2000
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-TOTAL
                   MOVE WS-ITEM-TOTAL TO WS-ITEM-MATCH-INDEX
                   MOVE WS-LOOKUP-CODE TO
                       WS-JI-ITEM-CODE (WS-ITEM-TOTAL)
                   MOVE SPACE TO WS-JI-CATEGORY-CODE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-UNIT-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-BOOK-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-RECEIPT-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-ISSUE-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-ADJUST-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-TRANSFER-VALUE (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-AUDIT-DELTA (WS-ITEM-TOTAL)
                   MOVE ZERO TO WS-JI-HISTORY-DELTA (WS-ITEM-TOTAL)
               END-IF.

           FIND-ITEM-ENTRY.
               MOVE "N" TO WS-ITEM-FOUND-SWITCH
               PERFORM MATCH-ITEM-ENTRY
                   VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-TOTAL
                       OR WS-ITEM-FOUND
               IF NOT WS-ITEM-FOUND
                   PERFORM ADD-ITEM-ENTRY
               END-IF.

           MATCH-ITEM-ENTRY.
               IF WS-JI-ITEM-CODE (WS-ITEM-INDEX) = WS-LOOKUP-CODE
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE WS-ITEM-INDEX TO WS-ITEM-MATCH-INDEX
               END-IF.

      *    A rerun of the same month takes the opening it used the
      *    first time; a new month takes last month's closing.
           LOAD-CARRY-FORWARD.
               OPEN INPUT CARRY-FORWARD-FILE
               IF WS-CARRY-FORWARD-OK
                   SET WS-OPENING-CARRIED TO TRUE
                   READ CARRY-FORWARD-FILE
                       AT END SET WS-END-OF-CARRY TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-CARRY-RECORD
                       UNTIL WS-END-OF-CARRY
                   CLOSE CARRY-FORWARD-FILE
               END-IF.

           LOAD-ONE-CARRY-RECORD.
               MOVE CF-PERIOD TO WS-CARRY-PERIOD
               IF CF-PERIOD > WS-PERIOD
                   SET WS-LATER-PERIOD-ON-FILE TO TRUE
               ELSE
                   MOVE CF-CATEGORY-CODE TO WS-LOOKUP-CATEGORY
                   PERFORM FIND-CATEGORY-ENTRY
                   IF NOT WS-TABLE-FULL
                       IF CF-PERIOD = WS-PERIOD
                           MOVE CF-OPENING-VALUE TO WS-JC-OPENING-VALUE
                               (WS-CATEGORY-MATCH-INDEX)
                       ELSE
                           MOVE CF-CLOSING-VALUE TO WS-JC-OPENING-VALUE
                               (WS-CATEGORY-MATCH-INDEX)
                       END-IF
                   END-IF
               END-IF
               READ CARRY-FORWARD-FILE
                   AT END SET WS-END-OF-CARRY TO TRUE
               END-READ.

           FIND-CATEGORY-ENTRY.
               MOVE "N" TO WS-CATEGORY-FOUND-SWITCH
               PERFORM MATCH-CATEGORY-ENTRY
                   VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                   UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-TOTAL
                       OR WS-CATEGORY-FOUND
               IF NOT WS-CATEGORY-FOUND
                   IF WS-CATEGORY-TOTAL >= 500
                       SET WS-TABLE-FULL TO TRUE
                       DISPLAY "CATEGORY TABLE FULL AT "
                           WS-CATEGORY-TOTAL " ENTRIES - RUN STOPPED"
                   ELSE
                       ADD 1 TO WS-CATEGORY-TOTAL
                       MOVE WS-CATEGORY-TOTAL TO WS-CATEGORY-MATCH-INDEX
                       MOVE WS-LOOKUP-CATEGORY TO
                           WS-JC-CATEGORY-CODE (WS-CATEGORY-TOTAL)
                       MOVE ZERO TO
                           WS-JC-OPENING-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-RECEIPT-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-ISSUE-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-ADJUST-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-TRANSFER-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-CLOSING-VALUE (WS-CATEGORY-TOTAL)
                           WS-JC-BOOK-VALUE (WS-CATEGORY-TOTAL)
                   END-IF
               END-IF.

           MATCH-CATEGORY-ENTRY.
               IF WS-JC-CATEGORY-CODE (WS-CATEGORY-INDEX) =
                      WS-LOOKUP-CATEGORY
                   SET WS-CATEGORY-FOUND TO TRUE
                   MOVE WS-CATEGORY-INDEX TO WS-CATEGORY-MATCH-INDEX
               END-IF.

      *    The period is taken from the date each line was POSTED,
      *    not the date keyed on the movement, so a late-keyed
      *    receipt lands in the month the stock figure changed.
           ABSORB-MOVEMENT-HISTORY.
               OPEN INPUT MOVEMENT-HISTORY-FILE
               IF WS-MOVEMENT-HISTORY-OK
                   READ MOVEMENT-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
                   PERFORM ABSORB-ONE-HISTORY-LINE
                       UNTIL WS-END-OF-HISTORY OR WS-TABLE-FULL
                   CLOSE MOVEMENT-HISTORY-FILE
               END-IF.

           ABSORB-ONE-HISTORY-LINE.
               IF MH-POST-DATE NUMERIC AND MH-QUANTITY NUMERIC
                   DIVIDE MH-POST-DATE BY 100 GIVING WS-RECORD-PERIOD
                   IF WS-RECORD-PERIOD = WS-PERIOD
                       MOVE MH-ITEM-CODE TO WS-LOOKUP-CODE
                       PERFORM FIND-ITEM-ENTRY
                       IF NOT WS-TABLE-FULL
                           PERFORM VALUE-ONE-HISTORY-LINE
                       END-IF
                   END-IF
               END-IF
               READ MOVEMENT-HISTORY-FILE
                   AT END SET WS-END-OF-HISTORY TO TRUE
               END-READ.

      *    Each line is valued at the unit cost carried on it - the
      *    receipt's own cost, or the average cost when it was
      *    posted. An uncosted receipt, or a line written before
      *    history carried a cost, falls back to the item's value
      *    per unit today.
           VALUE-ONE-HISTORY-LINE.
               ADD 1 TO WS-HISTORY-LINES-USED
               MOVE WS-JI-UNIT-VALUE (WS-ITEM-MATCH-INDEX) TO
                   WS-MOVE-UNIT-COST
               IF MH-UNIT-COST NUMERIC
                   IF MH-UNIT-COST > ZERO
                       MOVE MH-UNIT-COST TO WS-MOVE-UNIT-COST
                   END-IF
               END-IF
               COMPUTE WS-MOVE-VALUE = MH-QUANTITY * WS-MOVE-UNIT-COST
               EVALUATE MH-TYPE
                   WHEN "R"
                   WHEN "r"
                       ADD WS-MOVE-VALUE TO
                           WS-JI-RECEIPT-VALUE (WS-ITEM-MATCH-INDEX)
                       ADD MH-QUANTITY TO
                           WS-JI-HISTORY-DELTA (WS-ITEM-MATCH-INDEX)
                   WHEN "I"
                   WHEN "i"
                       ADD WS-MOVE-VALUE TO
                           WS-JI-ISSUE-VALUE (WS-ITEM-MATCH-INDEX)
                       SUBTRACT MH-QUANTITY FROM
                           WS-JI-HISTORY-DELTA (WS-ITEM-MATCH-INDEX)
                   WHEN "A"
                   WHEN "a"
                       IF MH-SIGN = "-"
                           SUBTRACT WS-MOVE-VALUE FROM
                               WS-JI-ADJUST-VALUE (WS-ITEM-MATCH-INDEX)
                           SUBTRACT MH-QUANTITY FROM
                               WS-JI-HISTORY-DELTA (WS-ITEM-MATCH-INDEX)
                       ELSE
                           ADD WS-MOVE-VALUE TO
                               WS-JI-ADJUST-VALUE (WS-ITEM-MATCH-INDEX)
                           ADD MH-QUANTITY TO
                               WS-JI-HISTORY-DELTA (WS-ITEM-MATCH-INDEX)
                       END-IF
                   WHEN OTHER
                       ADD WS-MOVE-VALUE TO
                           WS-JI-TRANSFER-VALUE (WS-ITEM-MATCH-INDEX)
               END-EVALUATE.

      *    Every audited change to QUANTITY-ON-HAND in the period is
      *    netted per item - an add counts from zero and a delete
      *    down to zero. Postings are on the trail too, which is
      *    exactly why the history delta is subtracted later.
           ABSORB-AUDIT-TRAIL.
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-OK
                   READ AUDIT-FILE
                       AT END SET WS-END-OF-AUDIT TO TRUE
                   END-READ
                   PERFORM ABSORB-ONE-AUDIT-RECORD
                       UNTIL WS-END-OF-AUDIT OR WS-TABLE-FULL
                   CLOSE AUDIT-FILE
               END-IF.

           ABSORB-ONE-AUDIT-RECORD.
               IF AUDIT-DATE NUMERIC
                   DIVIDE AUDIT-DATE BY 100 GIVING WS-RECORD-PERIOD
                   IF WS-RECORD-PERIOD = WS-PERIOD
                       PERFORM NET-ONE-AUDIT-RECORD
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END SET WS-END-OF-AUDIT TO TRUE
               END-READ.

           NET-ONE-AUDIT-RECORD.
               MOVE ZERO TO WS-BEFORE-QUANTITY
               MOVE ZERO TO WS-AFTER-QUANTITY
               MOVE SPACE TO WS-IMAGE-CATEGORY
               MOVE AUDIT-BEFORE-IMAGE (39:5) TO WS-IMAGE-QUANTITY-TEXT
               IF WS-IMAGE-QUANTITY NUMERIC
                   MOVE WS-IMAGE-QUANTITY TO WS-BEFORE-QUANTITY
                   MOVE AUDIT-BEFORE-IMAGE (35:4) TO WS-IMAGE-CATEGORY
               END-IF
               MOVE AUDIT-AFTER-IMAGE (39:5) TO WS-IMAGE-QUANTITY-TEXT
               IF WS-IMAGE-QUANTITY NUMERIC
                   MOVE WS-IMAGE-QUANTITY TO WS-AFTER-QUANTITY
                   MOVE AUDIT-AFTER-IMAGE (35:4) TO WS-IMAGE-CATEGORY
               END-IF
               IF WS-AFTER-QUANTITY NOT = WS-BEFORE-QUANTITY
                   ADD 1 TO WS-AUDIT-LINES-USED
                   MOVE AUDIT-ITEM-CODE TO WS-LOOKUP-CODE
                   PERFORM FIND-ITEM-ENTRY
                   IF NOT WS-TABLE-FULL
                       COMPUTE WS-JI-AUDIT-DELTA (WS-ITEM-MATCH-INDEX) =
                           WS-JI-AUDIT-DELTA (WS-ITEM-MATCH-INDEX)
                           + WS-AFTER-QUANTITY - WS-BEFORE-QUANTITY
                       IF WS-JI-CATEGORY-CODE (WS-ITEM-MATCH-INDEX)
                              = SPACE
                           MOVE WS-IMAGE-CATEGORY TO
                               WS-JI-CATEGORY-CODE (WS-ITEM-MATCH-INDEX)
                       END-IF
                   END-IF
               END-IF.

           ROLL-ITEMS-INTO-CATEGORIES.
               PERFORM ROLL-ONE-ITEM
                   VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-TOTAL
                       OR WS-TABLE-FULL
               PERFORM CLOSE-ONE-CATEGORY
                   VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                   UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-TOTAL.

      *    The quantity the trail saw change but the history does
      *    not explain was counted or keyed in - valued at the
      *    item's unit value and booked as an adjustment.
           ROLL-ONE-ITEM.
               COMPUTE WS-UNEXPLAINED-QUANTITY =
                   WS-JI-AUDIT-DELTA (WS-ITEM-INDEX)
                   - WS-JI-HISTORY-DELTA (WS-ITEM-INDEX)
               IF WS-UNEXPLAINED-QUANTITY NOT = ZERO
                   COMPUTE WS-JI-ADJUST-VALUE (WS-ITEM-INDEX) =
                       WS-JI-ADJUST-VALUE (WS-ITEM-INDEX)
                       + (WS-UNEXPLAINED-QUANTITY
                          * WS-JI-UNIT-VALUE (WS-ITEM-INDEX))
               END-IF
               MOVE WS-JI-CATEGORY-CODE (WS-ITEM-INDEX) TO
                   WS-LOOKUP-CATEGORY
               PERFORM FIND-CATEGORY-ENTRY
               IF NOT WS-TABLE-FULL
                   ADD WS-JI-RECEIPT-VALUE (WS-ITEM-INDEX) TO
                       WS-JC-RECEIPT-VALUE (WS-CATEGORY-MATCH-INDEX)
                   ADD WS-JI-ISSUE-VALUE (WS-ITEM-INDEX) TO
                       WS-JC-ISSUE-VALUE (WS-CATEGORY-MATCH-INDEX)
                   ADD WS-JI-ADJUST-VALUE (WS-ITEM-INDEX) TO
                       WS-JC-ADJUST-VALUE (WS-CATEGORY-MATCH-INDEX)
                   ADD WS-JI-TRANSFER-VALUE (WS-ITEM-INDEX) TO
                       WS-JC-TRANSFER-VALUE (WS-CATEGORY-MATCH-INDEX)
                   ADD WS-JI-BOOK-VALUE (WS-ITEM-INDEX) TO
                       WS-JC-BOOK-VALUE (WS-CATEGORY-MATCH-INDEX)
               END-IF.

           CLOSE-ONE-CATEGORY.
               IF WS-OPENING-DERIVED
                   COMPUTE WS-JC-OPENING-VALUE (WS-CATEGORY-INDEX) =
                       WS-JC-BOOK-VALUE (WS-CATEGORY-INDEX)
                       - WS-JC-RECEIPT-VALUE (WS-CATEGORY-INDEX)
                       + WS-JC-ISSUE-VALUE (WS-CATEGORY-INDEX)
                       - WS-JC-ADJUST-VALUE (WS-CATEGORY-INDEX)
               END-IF
               COMPUTE WS-JC-CLOSING-VALUE (WS-CATEGORY-INDEX) =
                   WS-JC-OPENING-VALUE (WS-CATEGORY-INDEX)
                   + WS-JC-RECEIPT-VALUE (WS-CATEGORY-INDEX)
                   - WS-JC-ISSUE-VALUE (WS-CATEGORY-INDEX)
                   + WS-JC-ADJUST-VALUE (WS-CATEGORY-INDEX).

      *    The latest record on the run log is ADDING-ITEMS' most
      *    recent valuation; the closing value is held up against
      *    its extended value.
           READ-LAST-RUN-CONTROL.
               OPEN INPUT RUN-LOG-FILE
               IF WS-RUN-LOG-OK
                   READ RUN-LOG-FILE
                       AT END SET WS-END-OF-RUN-LOG TO TRUE
                   END-READ
                   PERFORM KEEP-ONE-RUN-CONTROL
                       UNTIL WS-END-OF-RUN-LOG
                   CLOSE RUN-LOG-FILE
               END-IF.

           KEEP-ONE-RUN-CONTROL.
               IF RC-EXTENDED-VALUE NUMERIC
                   SET WS-RUN-LOG-FOUND TO TRUE
                   MOVE RC-RUN-DATE TO WS-LAST-RUN-DATE
                   MOVE RC-RUN-TIME TO WS-LAST-RUN-TIME
                   MOVE RC-EXTENDED-VALUE TO WS-LAST-EXTENDED-VALUE
               END-IF
               READ RUN-LOG-FILE
                   AT END SET WS-END-OF-RUN-LOG TO TRUE
               END-READ.

           OPEN-JOURNAL-FILES.
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN JOURNAL-FILE - STATUS "
                       WS-JOURNAL-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT ROLL-FORWARD-REPORT
                   IF WS-ROLL-FORWARD-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN ROLL-FORWARD-REPORT"
                           " - STATUS " WS-ROLL-FORWARD-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE JOURNAL-FILE
                   END-IF
               END-IF.

           PRINT-ROLL-FORWARD.
               WRITE ROLL-PRINTLINE FROM ROLL-PAGE-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-PERIOD TO PRN-PERIOD
               IF WS-OPENING-DERIVED
                   MOVE "OPENING DERIVED - NO CARRY-FORWARD ON FILE"
                       TO PRN-OPENING-SOURCE
               ELSE
                   MOVE "OPENING CARRIED FORWARD" TO PRN-OPENING-SOURCE
               END-IF
               WRITE ROLL-PRINTLINE FROM ROLL-PERIOD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ROLL-PRINTLINE FROM ROLL-HEADS
                   AFTER ADVANCING 2 LINES
               PERFORM PRINT-ONE-CATEGORY
                   VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                   UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-TOTAL
               MOVE "TOTAL" TO PRN-CATEGORY-CODE
               MOVE WS-TOT-OPENING TO PRN-OPENING-VALUE
               MOVE WS-TOT-RECEIPTS TO PRN-RECEIPT-VALUE
               MOVE WS-TOT-ISSUES TO PRN-ISSUE-VALUE
               MOVE WS-TOT-ADJUSTMENTS TO PRN-ADJUST-VALUE
               MOVE WS-TOT-CLOSING TO PRN-CLOSING-VALUE
               MOVE WS-TOT-BOOK TO PRN-BOOK-VALUE
               COMPUTE WS-DIFFERENCE = WS-TOT-CLOSING - WS-TOT-BOOK
               MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
               WRITE ROLL-PRINTLINE FROM ROLL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-JOURNAL-LINES TO PRN-JOURNAL-LINES
               MOVE WS-TOTAL-DEBITS TO PRN-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO PRN-TOTAL-CREDITS
               WRITE ROLL-PRINTLINE FROM ROLL-JOURNAL-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM PRINT-RUN-CONTROL-RECONCILE
               WRITE ROLL-PRINTLINE FROM ROLL-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.

           PRINT-ONE-CATEGORY.
               MOVE WS-JC-CATEGORY-CODE (WS-CATEGORY-INDEX) TO
                   PRN-CATEGORY-CODE
               MOVE WS-JC-OPENING-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-OPENING-VALUE
               MOVE WS-JC-RECEIPT-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-RECEIPT-VALUE
               MOVE WS-JC-ISSUE-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-ISSUE-VALUE
               MOVE WS-JC-ADJUST-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-ADJUST-VALUE
               MOVE WS-JC-CLOSING-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-CLOSING-VALUE
               MOVE WS-JC-BOOK-VALUE (WS-CATEGORY-INDEX) TO
                   PRN-BOOK-VALUE
               COMPUTE WS-DIFFERENCE =
                   WS-JC-CLOSING-VALUE (WS-CATEGORY-INDEX)
                   - WS-JC-BOOK-VALUE (WS-CATEGORY-INDEX)
               MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
               WRITE ROLL-PRINTLINE FROM ROLL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-JC-OPENING-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-OPENING
               ADD WS-JC-RECEIPT-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-RECEIPTS
               ADD WS-JC-ISSUE-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-ISSUES
               ADD WS-JC-ADJUST-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-ADJUSTMENTS
               ADD WS-JC-CLOSING-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-CLOSING
               ADD WS-JC-BOOK-VALUE (WS-CATEGORY-INDEX) TO
                   WS-TOT-BOOK
               PERFORM WRITE-CATEGORY-JOURNAL.

      *    Each category posts up to four balanced pairs. A gain
      *    on adjustment debits stock and credits shrinkage; a
      *    loss the other way round. Transfers between locations
      *    stay inside the category, so their pair debits and
      *    credits the same inventory account and nets to zero.
           WRITE-CATEGORY-JOURNAL.
               MOVE WS-JC-RECEIPT-VALUE (WS-CATEGORY-INDEX) TO
                   WS-JOURNAL-AMOUNT
               MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-RECEIPTS-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE "RECEIPTS AT COST" TO WS-JOURNAL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
               MOVE WS-JC-ISSUE-VALUE (WS-CATEGORY-INDEX) TO
                   WS-JOURNAL-AMOUNT
               MOVE WS-COST-OF-SALES-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE "ISSUES AT AVERAGE COST" TO WS-JOURNAL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
               MOVE WS-JC-ADJUST-VALUE (WS-CATEGORY-INDEX) TO
                   WS-JOURNAL-AMOUNT
               IF WS-JOURNAL-AMOUNT < ZERO
                   COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-JOURNAL-AMOUNT
                   MOVE WS-SHRINKAGE-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               ELSE
                   MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-SHRINKAGE-ACCOUNT TO WS-CREDIT-ACCOUNT
               END-IF
               MOVE "STOCKTAKE AND ADJUSTMENTS" TO
                   WS-JOURNAL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
               MOVE WS-JC-TRANSFER-VALUE (WS-CATEGORY-INDEX) TO
                   WS-JOURNAL-AMOUNT
               MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE "LOCATION TRANSFERS" TO WS-JOURNAL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR.

           WRITE-JOURNAL-PAIR.
               IF WS-JOURNAL-AMOUNT NOT = ZERO
                   MOVE WS-PERIOD TO JNL-PERIOD
                   MOVE WS-JC-CATEGORY-CODE (WS-CATEGORY-INDEX) TO
                       JNL-CATEGORY-CODE
                   MOVE WS-JOURNAL-AMOUNT TO JNL-AMOUNT
                   MOVE WS-JOURNAL-DESCRIPTION TO JNL-DESCRIPTION
                   MOVE WS-DEBIT-ACCOUNT TO JNL-ACCOUNT
                   MOVE "D" TO JNL-DEBIT-CREDIT
                   WRITE JOURNAL-RECORD
                   MOVE WS-CREDIT-ACCOUNT TO JNL-ACCOUNT
                   MOVE "C" TO JNL-DEBIT-CREDIT
                   WRITE JOURNAL-RECORD
                   ADD 2 TO WS-JOURNAL-LINES
                   ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DEBITS
                   ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-CREDITS
               END-IF.

           PRINT-RUN-CONTROL-RECONCILE.
               IF NOT WS-RUN-LOG-FOUND
                   WRITE ROLL-PRINTLINE FROM ROLL-NO-RUN-LOG-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE WS-LAST-RUN-DATE TO PRN-LAST-RUN-DATE
                   MOVE WS-LAST-RUN-TIME TO PRN-LAST-RUN-TIME
                   MOVE WS-LAST-EXTENDED-VALUE TO
                       PRN-LAST-EXTENDED-VALUE
                   WRITE ROLL-PRINTLINE FROM ROLL-RUN-LOG-LINE
                       AFTER ADVANCING 2 LINES
                   COMPUTE WS-DIFFERENCE =
                       WS-TOT-CLOSING - WS-LAST-EXTENDED-VALUE
                   MOVE WS-TOT-CLOSING TO PRN-RECONCILE-CLOSING
                   MOVE WS-DIFFERENCE TO PRN-RECONCILE-DIFFERENCE
                   IF WS-DIFFERENCE = ZERO
                       MOVE "RECONCILED" TO PRN-RECONCILE-TEXT
                   ELSE
                       MOVE "** OUT **" TO PRN-RECONCILE-TEXT
                   END-IF
                   WRITE ROLL-PRINTLINE FROM ROLL-RECONCILE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

      *    The file is rewritten whole with this month's figures,
      *    keeping the opening so a rerun of the same month starts
      *    from the same place.
           WRITE-CARRY-FORWARD.
               OPEN OUTPUT CARRY-FORWARD-FILE
               IF NOT WS-CARRY-FORWARD-OK
                   DISPLAY "UNABLE TO OPEN CARRY-FORWARD-FILE - "
                       "STATUS " WS-CARRY-FORWARD-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   PERFORM WRITE-ONE-CARRY-RECORD
                       VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                       UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-TOTAL
                   CLOSE CARRY-FORWARD-FILE
               END-IF.

           WRITE-ONE-CARRY-RECORD.
               MOVE WS-PERIOD TO CF-PERIOD
               MOVE WS-JC-CATEGORY-CODE (WS-CATEGORY-INDEX) TO
                   CF-CATEGORY-CODE
               MOVE WS-JC-OPENING-VALUE (WS-CATEGORY-INDEX) TO
                   CF-OPENING-VALUE
               MOVE WS-JC-CLOSING-VALUE (WS-CATEGORY-INDEX) TO
                   CF-CLOSING-VALUE
               WRITE CARRY-FORWARD-RECORD.
