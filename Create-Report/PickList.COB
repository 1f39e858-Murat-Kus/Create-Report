       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. PRINTS THE WAREHOUSE PICK LIST FOR EVERY OPEN SALES
      *ORDER LINE, GROUPED BY THE LOCATION EACH LINE IS TO BE
      *PICKED FROM AND IN ITEM ORDER WITHIN A LOCATION, SO ONE WALK
      *ROUND A SITE PICKS EVERY ORDER WAITING ON IT. EACH LINE
      *SHOWS THE ORDER, CUSTOMER, QUANTITY ORDERED AND THE QUANTITY
      *ALLOCATED TO IT (WHAT TO PICK), WITH A BLANK COLUMN FOR WHAT
      *WAS ACTUALLY PICKED. THE SAME LINES ARE WRITTEN TO THE
      *DISPATCH FILE WITH THE PICKED QUANTITY BLANK; THE WAREHOUSE
      *FILLS IT IN AND DISPATCH-CONFIRM POSTS IT. EACH RUN REPLACES
      *THE DISPATCH FILE - A LINE NOT YET CONFIRMED IS STILL OPEN ON
      *THE SALES ORDER FILE AND SIMPLY APPEARS AGAIN.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALES-ORDER-FILE ASSIGN TO DYNAMIC
           WS-SALES-ORDER-PATH           *>Built at run time in BUILD-FILE-PATHS - the sales order lines.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-ORDER-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC
           WS-CUSTOMER-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT PICK-LIST-FILE ASSIGN TO DYNAMIC
           WS-PICK-LIST-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed pick list.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICK-LIST-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO DYNAMIC
           WS-DISPATCH-PATH           *>Built at run time in BUILD-FILE-PATHS - lines for the warehouse to confirm.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.
           SELECT PICK-SORT-FILE ASSIGN TO "PICKSORT"           *>Work file used to group the open lines by location.
           .

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-ORDER-FILE.
           COPY SORDLINE.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  PICK-LIST-FILE.
       01  PICK-PRINTLINE PIC X(110).

       FD  DISPATCH-FILE.
           COPY DISPATCH.

       SD  PICK-SORT-FILE.
       01  SORT-PICK-REC.
        02 SRT-LOCATION PIC X(03).
        02 SRT-ITEM-CODE PIC X(05).
        02 SRT-SO-NUMBER PIC 9(06).
        02 SRT-LINE-NUMBER PIC 9(03).
        02 SRT-CUSTOMER-CODE PIC X(05).
        02 SRT-ORDER-QUANTITY PIC 9(05).
        02 SRT-ALLOCATED-QUANTITY PIC 9(05).

       WORKING-STORAGE SECTION.

       01  WS-SALES-ORDER-STATUS PIC X(02).
       88  WS-SALES-ORDER-OK VALUE "00".
       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-CUSTOMER-FILE-STATUS PIC X(02).
       01  WS-PICK-LIST-STATUS PIC X(02).
       01  WS-DISPATCH-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ORDER-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ORDERS VALUE "Y".
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SORT VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
       88  WS-FIRST-RECORD VALUE "Y".
       88  WS-NOT-FIRST-RECORD VALUE "N".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-SALES-ORDER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\soline".
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-CUSTOMER-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\custfile".
       01  WS-PICK-LIST-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\picklist".
       01  WS-DISPATCH-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\dispatch".
       01  WS-SALES-ORDER-PATH PIC X(80) VALUE SPACE.
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CUSTOMER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PICK-LIST-PATH PIC X(80) VALUE SPACE.
       01  WS-DISPATCH-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-LOCATION PIC X(03) VALUE SPACE.
       01  WS-LOCATION-LINES PIC 9(05) VALUE ZERO.
       01  WS-LOCATION-TO-PICK PIC 9(07) VALUE ZERO.
       01  WS-LOCATION-COUNT PIC 9(05) VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-TO-PICK PIC 9(07) VALUE ZERO.
       01  WS-UNALLOCATED-COUNT PIC 9(05) VALUE ZERO.

       01  PICK-PAGE-HEADING PIC X(26) VALUE
       "WAREHOUSE PICK LIST".
       01  PICK-RUN-DATE-LINE.
        02 FILLER PIC X(11) VALUE " RUN DATE: ".
        02 PRN-RUN-DATE PIC 9(08).
       01  PICK-LOCATION-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(10) VALUE "LOCATION: ".
        02 PRN-LOCATION PIC X(03).
       01  PICK-HEADS.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "CODE".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(20) VALUE "NAME".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "ORDER".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(03) VALUE "LN".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(20) VALUE "CUSTOMER".
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(07) VALUE "ORDERED".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(07) VALUE "TO PICK".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "PICKED".
       01  PICK-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-SO-NUMBER PIC 9(06).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LINE-NUMBER PIC ZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-CUSTOMER-NAME PIC X(20).
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-ORDER-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(04) VALUE SPACE.
        02 PRN-ALLOCATED-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "______".
       01  PICK-LOCATION-TOTAL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(16) VALUE "LOCATION TOTAL: ".
        02 PRN-LOCATION-LINES PIC ZZZZ9.
        02 FILLER PIC X(18) VALUE " LINES  TO PICK:  ".
        02 PRN-LOCATION-TO-PICK PIC Z(6)9.
       01  PICK-RUN-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(11) VALUE "LOCATIONS: ".
        02 PRN-LOCATION-COUNT PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE "  LINES: ".
        02 PRN-LINE-COUNT PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  TO PICK: ".
        02 PRN-TOTAL-TO-PICK PIC Z(6)9.
        02 FILLER PIC X(20) VALUE "  NOTHING ALLOCATED:".
        02 PRN-UNALLOCATED-COUNT PIC ZZZZ9.
       01  PICK-REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM OPEN-PICK-FILES
           IF NOT WS-OPEN-ERROR
               SORT PICK-SORT-FILE
                   ON ASCENDING KEY SRT-LOCATION SRT-ITEM-CODE
                       SRT-SO-NUMBER SRT-LINE-NUMBER
                   INPUT PROCEDURE IS SELECT-OPEN-LINES
                   OUTPUT PROCEDURE IS PRINT-PICK-LIST
               CLOSE SALES-ORDER-FILE, ITEM-FILE, CUSTOMER-FILE
               CLOSE PICK-LIST-FILE, DISPATCH-FILE
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
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "soline" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SALES-ORDER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SALES-ORDER-PATH

               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "custfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-CUSTOMER-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CUSTOMER-FILE-PATH

               MOVE "picklist" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-PICK-LIST-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-PICK-LIST-PATH

               MOVE "dispatch" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-DISPATCH-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-DISPATCH-PATH.

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

           OPEN-PICK-FILES.
               OPEN INPUT SALES-ORDER-FILE
               IF NOT WS-SALES-ORDER-OK
                   DISPLAY "UNABLE TO OPEN SALES-ORDER-FILE - STATUS "
                       WS-SALES-ORDER-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN INPUT ITEM-FILE
                   IF WS-ITEM-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                           WS-ITEM-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE SALES-ORDER-FILE
                   ELSE
                       PERFORM OPEN-CUSTOMER-AND-OUTPUTS
                   END-IF
               END-IF.

           OPEN-CUSTOMER-AND-OUTPUTS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CUSTOMER-FILE - STATUS "
                       WS-CUSTOMER-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
                   CLOSE SALES-ORDER-FILE, ITEM-FILE
               ELSE
                   OPEN OUTPUT PICK-LIST-FILE
                   IF WS-PICK-LIST-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PICK-LIST-FILE - STATUS "
                           WS-PICK-LIST-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE SALES-ORDER-FILE, ITEM-FILE, CUSTOMER-FILE
                   ELSE
                       OPEN OUTPUT DISPATCH-FILE
                       IF WS-DISPATCH-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN DISPATCH-FILE - "
                               "STATUS " WS-DISPATCH-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE SALES-ORDER-FILE, ITEM-FILE,
                               CUSTOMER-FILE, PICK-LIST-FILE
                       END-IF
                   END-IF
               END-IF.

      *    Only lines still open go to the sort; dispatched lines
      *    stay on the file as history and are passed over.
           SELECT-OPEN-LINES.
               READ SALES-ORDER-FILE
                   AT END SET WS-END-OF-ORDERS TO TRUE
               END-READ
               PERFORM RELEASE-ONE-LINE UNTIL WS-END-OF-ORDERS.

           RELEASE-ONE-LINE.
               IF SO-LINE-OPEN
                   MOVE SO-LOCATION TO SRT-LOCATION
                   MOVE SO-ITEM-CODE TO SRT-ITEM-CODE
                   MOVE SO-NUMBER TO SRT-SO-NUMBER
                   MOVE SO-LINE-NUMBER TO SRT-LINE-NUMBER
                   MOVE SO-CUSTOMER-CODE TO SRT-CUSTOMER-CODE
                   MOVE SO-ORDER-QUANTITY TO SRT-ORDER-QUANTITY
                   MOVE SO-ALLOCATED-QUANTITY TO SRT-ALLOCATED-QUANTITY
                   RELEASE SORT-PICK-REC
               END-IF
               READ SALES-ORDER-FILE
                   AT END SET WS-END-OF-ORDERS TO TRUE
               END-READ.

           PRINT-PICK-LIST.
               WRITE PICK-PRINTLINE FROM PICK-PAGE-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-RUN-DATE TO PRN-RUN-DATE
               WRITE PICK-PRINTLINE FROM PICK-RUN-DATE-LINE
                   AFTER ADVANCING 1 LINE
               RETURN PICK-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN
               PERFORM PRINT-ONE-PICK-LINE UNTIL WS-END-OF-SORT
               IF WS-NOT-FIRST-RECORD
                   PERFORM PRINT-LOCATION-TOTAL
               END-IF
               PERFORM PRINT-RUN-TOTALS.

           PRINT-ONE-PICK-LINE.
               IF WS-FIRST-RECORD
                   MOVE SRT-LOCATION TO WS-CURRENT-LOCATION
                   PERFORM START-NEW-LOCATION
                   SET WS-NOT-FIRST-RECORD TO TRUE
               ELSE
                   IF SRT-LOCATION NOT = WS-CURRENT-LOCATION
                       PERFORM PRINT-LOCATION-TOTAL
                       MOVE SRT-LOCATION TO WS-CURRENT-LOCATION
                       PERFORM START-NEW-LOCATION
                   END-IF
               END-IF
               PERFORM PRINT-PICK-DETAIL
               PERFORM WRITE-DISPATCH-RECORD
               RETURN PICK-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN.

           START-NEW-LOCATION.
               MOVE ZERO TO WS-LOCATION-LINES
               MOVE ZERO TO WS-LOCATION-TO-PICK
               ADD 1 TO WS-LOCATION-COUNT
               MOVE WS-CURRENT-LOCATION TO PRN-LOCATION
               WRITE PICK-PRINTLINE FROM PICK-LOCATION-LINE
                   AFTER ADVANCING 3 LINES
               WRITE PICK-PRINTLINE FROM PICK-HEADS
                   AFTER ADVANCING 2 LINES.

           PRINT-PICK-DETAIL.
               MOVE SRT-ITEM-CODE TO PRN-ITEM-CODE
               MOVE SRT-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "** NOT ON ITEM-FILE" TO PRN-ITEM-NAME
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO PRN-ITEM-NAME
               END-READ
               MOVE SRT-SO-NUMBER TO PRN-SO-NUMBER
               MOVE SRT-LINE-NUMBER TO PRN-LINE-NUMBER
               MOVE SRT-CUSTOMER-CODE TO CUST-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SRT-CUSTOMER-CODE TO PRN-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO PRN-CUSTOMER-NAME
               END-READ
               MOVE SRT-ORDER-QUANTITY TO PRN-ORDER-QUANTITY
               MOVE SRT-ALLOCATED-QUANTITY TO PRN-ALLOCATED-QUANTITY
               WRITE PICK-PRINTLINE FROM PICK-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LOCATION-LINES
               ADD 1 TO WS-LINE-COUNT
               ADD SRT-ALLOCATED-QUANTITY TO WS-LOCATION-TO-PICK
               ADD SRT-ALLOCATED-QUANTITY TO WS-TOTAL-TO-PICK
               IF SRT-ALLOCATED-QUANTITY = ZERO
                   ADD 1 TO WS-UNALLOCATED-COUNT
               END-IF.

           WRITE-DISPATCH-RECORD.
               MOVE SRT-SO-NUMBER TO DSP-ORDER-NUMBER
               MOVE SRT-LINE-NUMBER TO DSP-LINE-NUMBER
               MOVE SRT-ITEM-CODE TO DSP-ITEM-CODE
               MOVE SPACES TO DSP-PICKED-TEXT
               MOVE SPACES TO DSP-PICKER-INITIALS
               WRITE DISPATCH-RECORD.

           PRINT-LOCATION-TOTAL.
               MOVE WS-LOCATION-LINES TO PRN-LOCATION-LINES
               MOVE WS-LOCATION-TO-PICK TO PRN-LOCATION-TO-PICK
               WRITE PICK-PRINTLINE FROM PICK-LOCATION-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           PRINT-RUN-TOTALS.
               MOVE WS-LOCATION-COUNT TO PRN-LOCATION-COUNT
               MOVE WS-LINE-COUNT TO PRN-LINE-COUNT
               MOVE WS-TOTAL-TO-PICK TO PRN-TOTAL-TO-PICK
               MOVE WS-UNALLOCATED-COUNT TO PRN-UNALLOCATED-COUNT
               WRITE PICK-PRINTLINE FROM PICK-RUN-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PICK-PRINTLINE FROM PICK-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.
