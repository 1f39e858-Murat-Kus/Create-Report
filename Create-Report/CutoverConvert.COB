      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 02/09/2026.
      *REMARKS. ONE-OFF CUTOVER CONVERSION FOR THE WIDENED STOCK
      *RECORD. THE STOCK-ITEMS LAYOUT GREW FROM 81 TO 120 BYTES
      *(THE ABC CLASS, THE LAST-COUNTED DATE, THE ALLOCATED
      *QUANTITY, THE LOT-TRACKED FLAG, THE STOCK AND PURCHASE
      *UNITS, THE PACK SIZE AND AN 11-BYTE RESERVE) AND THE AUDIT
      *IMAGES WITH IT, SO THE OLD INDEXED ITEMFILE WILL NOT OPEN
      *UNDER THE NEW PROGRAMS AND OLD AUDIT LINES WOULD READ BACK
      *MISALIGNED. THE SUPPLIER MASTER GREW FROM 35 TO 43 BYTES
      *(LEAD TIME AND ORDER MULTIPLE) AND IS CONVERTED IN THE SAME
      *RUN, BOTH NEW FIELDS ZERO - NOT KNOWN - UNTIL
      *SUPPLIER-MAINTENANCE SETS THEM.
      *THIS RUN READS THE OLD-LAYOUT FILES AND WRITES NEW-LAYOUT
      *COPIES BESIDE THEM - CLASS AND RESERVE SPACES, THE DATE AND
      *ALLOCATION ZERO, NOT LOT TRACKED, EA FOR BOTH UNITS AND A
      *PACK SIZE OF 1, EXACTLY AS THE MAINTENANCE ADD PATHS WOULD
      *HAVE WRITTEN IT, AND A SPACES IMAGE (AN ADD'S BEFORE OR A
      *DELETE'S AFTER) STAYS ALL SPACES. THE OPERATOR CHECKS THE
      *DISPLAYED COUNTS, THEN RENAMES THE NEW FILES OVER THE OLD
      *ONES BEFORE THE NEW PROGRAMS FIRST RUN.
      *RUN ONCE AT CUTOVER AND NEVER AGAIN - A SECOND RUN AGAINST
      *ALREADY-CONVERTED FILES FAILS TO OPEN THE ITEM FILE AND
      *CHANGES NOTHING.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-NEW-AUDIT-PATH           *>Built at run time in BUILD-FILE-PATHS - the converted copy, renamed over the old trail by the operator.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-AUDIT-STATUS.
           SELECT OLD-SUPPLIER-FILE ASSIGN TO DYNAMIC
           WS-OLD-SUPPLIER-PATH           *>Built at run time in BUILD-FILE-PATHS - the live pre-cutover supplier master.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-SUPP-CODE
           FILE STATUS IS WS-OLD-SUPPLIER-STATUS.
           SELECT NEW-SUPPLIER-FILE ASSIGN TO DYNAMIC
           WS-NEW-SUPPLIER-PATH           *>Built at run time in BUILD-FILE-PATHS - the converted copy, renamed over the old master by the operator.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-NEW-SUPPLIER-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    The pre-cutover 81-byte layout, spelt out here because
      *    the shared copybook now describes the new one.
       FD  OLD-ITEM-FILE.
       01  OLD-STOCK-ITEMS.
        02 OLD-REORDER-LEVEL PIC X(05).
        02 OLD-REORDER-QUANTITY PIC X(05).
        02 OLD-SUPPLIER-CODE PIC X(05).
        02 OLD-AVERAGE-COST PIC X(07).
        02 OLD-LAST-RECEIPT-DATE PIC X(08).
        02 OLD-LAST-ISSUE-DATE PIC X(08).

       FD  NEW-ITEM-FILE.
           COPY STOCKITM.

      *    The pre-cutover 190-byte audit line: a 28-byte header
      *    (date, time, operator, transaction, item code) and two
      *    81-byte record images.
       FD  OLD-AUDIT-FILE.
       01  OLD-AUDIT-RECORD.
        02 OA-HEADER PIC X(28).
        02 OA-BEFORE-IMAGE PIC X(81).
        02 OA-AFTER-IMAGE PIC X(81).

       FD  NEW-AUDIT-FILE.
           COPY AUDITREC.

      *    The pre-cutover 35-byte supplier record.
       FD  OLD-SUPPLIER-FILE.
       01  OLD-SUPPLIER-MASTER.
        02 OLD-SUPP-CODE PIC X(05).
        02 OLD-SUPP-NAME PIC X(30).

       FD  NEW-SUPPLIER-FILE.
           COPY SUPPMAST.

       WORKING-STORAGE SECTION.

       01  WS-OLD-ITEM-STATUS PIC X(02).
       01  WS-OLD-AUDIT-STATUS PIC X(02).
       88  WS-OLD-AUDIT-OK VALUE "00".
       01  WS-NEW-AUDIT-STATUS PIC X(02).
       01  WS-OLD-SUPPLIER-STATUS PIC X(02).
       88  WS-OLD-SUPPLIER-OK VALUE "00".
       01  WS-NEW-SUPPLIER-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ITEMS VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-AUDIT VALUE "Y".
       01  WS-SUPPLIER-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SUPPLIERS VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-NEW-AUDIT-BASE PIC X(58) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemauditnew".
       01  WS-OLD-SUPPLIER-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\suppfile".
       01  WS-NEW-SUPPLIER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\suppfilenew".
       01  WS-OLD-ITEM-PATH PIC X(80) VALUE SPACE.
       01  WS-NEW-ITEM-PATH PIC X(80) VALUE SPACE.
       01  WS-OLD-AUDIT-PATH PIC X(80) VALUE SPACE.
       01  WS-NEW-AUDIT-PATH PIC X(80) VALUE SPACE.
       01  WS-OLD-SUPPLIER-PATH PIC X(80) VALUE SPACE.
       01  WS-NEW-SUPPLIER-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.

       01  WS-ITEM-COUNT PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-COUNT PIC 9(07) VALUE ZERO.
       01  WS-SUPPLIER-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATHS
           IF NOT WS-OPEN-ERROR
               PERFORM CONVERT-AUDIT-FILE
           END-IF
           IF NOT WS-OPEN-ERROR
               PERFORM CONVERT-SUPPLIER-FILE
           END-IF
           IF WS-OPEN-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ITEMS CONVERTED: " WS-ITEM-COUNT
               DISPLAY "AUDIT LINES CONVERTED: " WS-AUDIT-COUNT
               DISPLAY "SUPPLIERS CONVERTED: " WS-SUPPLIER-COUNT
               DISPLAY "CHECK THE COUNTS AGAINST THE OLD FILES, "
                   "THEN RENAME THE NEW FILES OVER THE OLD ONES"
           END-IF.
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-NEW-AUDIT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-NEW-AUDIT-PATH

               MOVE "suppfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OLD-SUPPLIER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OLD-SUPPLIER-PATH

               MOVE "suppfilenew" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-NEW-SUPPLIER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-NEW-SUPPLIER-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                   END-IF
               END-IF.

      *    The old record IS the first 81 bytes of the new one, so
      *    it carries across byte for byte - whatever oddities the
      *    data held, it holds them still. The new fields start as
      *    the maintenance add paths write them: no class until the
      *    first ABC-CLASSIFICATION run, and never counted, so the
      *    first cycle-count selection treats every item as due;
      *    nothing allocated, not lot tracked, and bought and
      *    stocked each by the one.
           CONVERT-ONE-ITEM.
               MOVE SPACES TO STOCK-ITEMS
               MOVE OLD-STOCK-ITEMS TO STOCK-ITEMS (1:81)
               MOVE SPACE TO ITEM-ABC-CLASS
               MOVE ZERO TO LAST-COUNTED-DATE
               MOVE ZERO TO QUANTITY-ALLOCATED
               MOVE "N" TO ITEM-LOT-TRACKED-FLAG
               MOVE "EA" TO ITEM-STOCK-UNIT
               MOVE "EA" TO ITEM-PURCHASE-UNIT
               MOVE 1 TO ITEM-PACK-SIZE
               MOVE SPACES TO ITEM-RESERVE
               WRITE STOCK-ITEMS
               ADD 1 TO WS-ITEM-COUNT
               READ OLD-ITEM-FILE
                   END-IF
               END-IF.

      *    The header carries straight across; each 81-byte image
      *    is widened to 120 with a space class, a zero counted
      *    date, a zero allocation, N for lot tracked, EA for both
      *    units, a pack size of 1 and an 11-byte spaces reserve -
      *    what the record would have held had the fields always
      *    existed - except that a spaces image (an add's before,
      *    a delete's after) stays all spaces.
           CONVERT-ONE-AUDIT-LINE.
               MOVE OA-HEADER TO AUDIT-RECORD (1:28)
               IF OA-BEFORE-IMAGE = SPACES
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                   MOVE OA-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE (1:81)
                   MOVE ALL "0" TO AUDIT-BEFORE-IMAGE (83:8)
                   MOVE ALL "0" TO AUDIT-BEFORE-IMAGE (91:5)
                   MOVE "N" TO AUDIT-BEFORE-IMAGE (96:1)
                   MOVE "EA" TO AUDIT-BEFORE-IMAGE (97:4)
                   MOVE "EA" TO AUDIT-BEFORE-IMAGE (101:4)
                   MOVE "00001" TO AUDIT-BEFORE-IMAGE (105:5)
               END-IF
               IF OA-AFTER-IMAGE = SPACES
                   MOVE SPACES TO AUDIT-AFTER-IMAGE
               ELSE
                   MOVE SPACES TO AUDIT-AFTER-IMAGE
                   MOVE OA-AFTER-IMAGE TO AUDIT-AFTER-IMAGE (1:81)
                   MOVE ALL "0" TO AUDIT-AFTER-IMAGE (83:8)
                   MOVE ALL "0" TO AUDIT-AFTER-IMAGE (91:5)
                   MOVE "N" TO AUDIT-AFTER-IMAGE (96:1)
                   MOVE "EA" TO AUDIT-AFTER-IMAGE (97:4)
                   MOVE "EA" TO AUDIT-AFTER-IMAGE (101:4)
                   MOVE "00001" TO AUDIT-AFTER-IMAGE (105:5)
               END-IF
               WRITE AUDIT-RECORD
               ADD 1 TO WS-AUDIT-COUNT
               READ OLD-AUDIT-FILE
                   AT END SET WS-END-OF-AUDIT TO TRUE
               END-READ.

      *    A box that never kept a supplier master (status 35) has
      *    nothing to convert and that is not an error either.
           CONVERT-SUPPLIER-FILE.
               OPEN INPUT OLD-SUPPLIER-FILE
               IF NOT WS-OLD-SUPPLIER-OK
                   IF WS-OLD-SUPPLIER-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN OLD SUPPLIER-FILE - "
                           "STATUS " WS-OLD-SUPPLIER-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                   END-IF
               ELSE
                   OPEN OUTPUT NEW-SUPPLIER-FILE
                   IF WS-NEW-SUPPLIER-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN NEW SUPPLIER-FILE - "
                           "STATUS " WS-NEW-SUPPLIER-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE OLD-SUPPLIER-FILE
                   ELSE
                       READ OLD-SUPPLIER-FILE
                           AT END SET WS-END-OF-SUPPLIERS TO TRUE
                       END-READ
                       PERFORM CONVERT-ONE-SUPPLIER
                           UNTIL WS-END-OF-SUPPLIERS
                       CLOSE OLD-SUPPLIER-FILE, NEW-SUPPLIER-FILE
                   END-IF
               END-IF.

           CONVERT-ONE-SUPPLIER.
               MOVE OLD-SUPP-CODE TO SUPP-CODE
               MOVE OLD-SUPP-NAME TO SUPP-NAME
               MOVE ZERO TO SUPP-LEAD-TIME-DAYS
               MOVE ZERO TO SUPP-ORDER-MULTIPLE
               WRITE SUPPLIER-MASTER
               ADD 1 TO WS-SUPPLIER-COUNT
               READ OLD-SUPPLIER-FILE
                   AT END SET WS-END-OF-SUPPLIERS TO TRUE
               END-READ.
