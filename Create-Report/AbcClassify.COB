       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-CLASSIFICATION.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. RANKS EVERY ITEM ON THE INDEXED ITEM-FILE BY ITS
      *ANNUAL ISSUE VALUE - THE LAST TWELVE MONTHS OF ISSUES FROM
      *THE MOVEMENT HISTORY FILE, EACH LINE AT THE AVERAGE-COST IT
      *WAS POSTED AT (THE ITEM'S CURRENT AVERAGE-COST, OR LIST
      *PRICE IF IT HAS NEVER BEEN COSTED, FOR LINES POSTED BEFORE
      *HISTORY CARRIED A COST) - AND SETS ITEM-ABC-CLASS: THE ITEMS
      *MAKING UP THE FIRST 80 PERCENT OF THE YEAR'S ISSUE VALUE ARE
      *CLASS A, THE NEXT 15 PERCENT CLASS B AND THE REST, WITH
      *EVERY ITEM THAT ISSUED NOTHING, CLASS C. EACH CHANGED CLASS
      *IS REWRITTEN AND LOGGED TO THE AUDIT-FILE, AND A RANKED
      *REGISTER WITH THE CUMULATIVE PERCENTAGE IS PRINTED. THE
      *CLASS DRIVES HOW OFTEN CYCLE-COUNT-SELECT PUTS AN ITEM ON
      *THE DAILY COUNT SHEET; RUN IT MONTHLY OR QUARTERLY.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-HISTORY-PATH           *>Built at run time in BUILD-FILE-PATHS - a year of issues to rank on.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audit trail of every class change.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ABC-REGISTER ASSIGN TO DYNAMIC
           WS-ABC-REGISTER-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed ranking.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABC-REGISTER-STATUS.
           SELECT ABC-SORT-FILE ASSIGN TO "ABCSORT"           *>Work file used to rank the items by issue value.
           .

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  MOVEMENT-HISTORY-FILE.
           COPY MOVEHIST.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  ABC-REGISTER.
       01  ABC-PRINTLINE PIC X(100).

       SD  ABC-SORT-FILE.
       01  SORT-ABC-REC.
        02 SRT-ISSUE-VALUE PIC 9(11)V9(02).
        02 SRT-ITEM-CODE PIC X(05).
        02 SRT-ITEM-NAME PIC X(20).
        02 SRT-ISSUE-QUANTITY PIC 9(07).

       WORKING-STORAGE SECTION.

       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-MOVEMENT-HISTORY-STATUS PIC X(02).
       88  WS-MOVEMENT-HISTORY-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-ABC-REGISTER-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ITEMS VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-HISTORY VALUE "Y".
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SORT VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-MOVEMENT-HISTORY-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\movehist".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-ABC-REGISTER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\abcclass".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MOVEMENT-HISTORY-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ABC-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.

      *    The as-of date is the first argument (YYYYMMDD); a
      *    blank or unreadable date ranks the year up to today.
      *    The year is the 365 days ending on the as-of date.
       01  WS-AS-OF-DATE-TEXT PIC X(08) VALUE SPACE.
       01  WS-AS-OF-DATE REDEFINES WS-AS-OF-DATE-TEXT PIC 9(08).
       01  WS-SERIAL-DATE PIC 9(08) VALUE ZERO.
       01  WS-SERIAL-PARTS REDEFINES WS-SERIAL-DATE.
        02 WS-SERIAL-YEAR PIC 9(04).
        02 WS-SERIAL-MONTH PIC 9(02).
        02 WS-SERIAL-DAY PIC 9(02).
       01  WS-DAY-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-MONTH-DAYS PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-YEAR PIC 9(04) VALUE ZERO.
       01  WS-LEAP-DAYS PIC 9(04) VALUE ZERO.
       01  WS-DIVIDE-QUOTIENT PIC 9(07) VALUE ZERO.
       01  WS-DIVIDE-REMAINDER PIC 9(04) VALUE ZERO.
       01  WS-LEAP-YEAR-SWITCH PIC X(01) VALUE "N".
       88  WS-LEAP-YEAR VALUE "Y".
       01  WS-AS-OF-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-YEAR-AGO-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-MOVE-DATE-TEXT PIC X(08) VALUE SPACE.
       01  WS-MOVE-DATE-NUM REDEFINES WS-MOVE-DATE-TEXT PIC 9(08).

      *    A year of issues is summed here, one entry per item.
      *    Lines that carry the cost they were posted at are valued
      *    there and then; older lines without one are kept as a
      *    bare quantity and valued at the item's own cost once
      *    the item record is read. Two thousand items is generous
      *    for this file; a bigger file than that stops the run
      *    rather than ranking the overflow as if it never issued.
       01  WS-ISSUE-TABLE.
        02 WS-ISSUE-ENTRY OCCURS 2000 TIMES.
         03 WS-ISS-ITEM-CODE PIC X(05).
         03 WS-ISS-QUANTITY PIC 9(07).
         03 WS-ISS-VALUE PIC 9(11)V9(02).
         03 WS-ISS-UNCOSTED-QUANTITY PIC 9(07).
       01  WS-ISSUE-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-ISSUE-INDEX PIC 9(04) VALUE ZERO.
       01  WS-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-CODE-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-CODE-FOUND VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".
       01  WS-LOOKUP-CODE PIC X(05) VALUE SPACE.

      *    The class boundaries, as cumulative percentages of the
      *    year's total issue value.
       01  WS-CLASS-A-LIMIT PIC 9(03)V9(02) VALUE 80.
       01  WS-CLASS-B-LIMIT PIC 9(03)V9(02) VALUE 95.
       01  WS-WORK-ITEM-PRICE PIC 9(07)V99 VALUE ZERO.
       01  WS-UNIT-VALUE PIC 9(07)V99 VALUE ZERO.
       01  WS-LINE-VALUE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ISSUE-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-CUMULATIVE-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-CUMULATIVE-PERCENT PIC 9(03)V9(02) VALUE ZERO.
       01  WS-NEW-CLASS PIC X(01) VALUE SPACE.
       01  WS-OLD-CLASS PIC X(01) VALUE SPACE.
       01  WS-RANK PIC 9(05) VALUE ZERO.
       01  WS-CLASS-A-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CLASS-B-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CLASS-C-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CLASS-A-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-CLASS-B-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-CLASS-C-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-CHANGED-COUNT PIC 9(05) VALUE ZERO.

       01  ABC-PAGE-HEADING PIC X(34) VALUE
       "ABC CLASSIFICATION REGISTER".
       01  ABC-AS-OF-LINE.
        02 FILLER PIC X(12) VALUE " AS-OF DATE:".
        02 PRN-AS-OF-DATE PIC 9(08).
        02 FILLER PIC X(36) VALUE
           "  ISSUES OVER THE 365 DAYS TO DATE".
       01  ABC-HEADS.
        02 FILLER PIC X(06) VALUE "  RANK".
        02 FILLER PIC X(28) VALUE "  CODE   NAME".
        02 FILLER PIC X(09) VALUE "  ISSUED".
        02 FILLER PIC X(17) VALUE "      ISSUE VALUE".
        02 FILLER PIC X(08) VALUE "   CUM%".
        02 FILLER PIC X(10) VALUE "  OLD NEW".
       01  ABC-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-RANK PIC ZZZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ISSUE-QUANTITY PIC Z(6)9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ISSUE-VALUE PIC $Z(11).9(2).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-CUMULATIVE-PERCENT PIC ZZ9.99.
        02 FILLER PIC X(04) VALUE SPACE.
        02 PRN-OLD-CLASS PIC X(01).
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-NEW-CLASS PIC X(01).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-CHANGE-FLAG PIC X(07).
       01  ABC-CLASS-TOTAL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "CLASS ".
        02 PRN-TOTAL-CLASS PIC X(01).
        02 FILLER PIC X(08) VALUE " ITEMS: ".
        02 PRN-CLASS-COUNT PIC ZZZZ9.
        02 FILLER PIC X(15) VALUE "  ISSUE VALUE: ".
        02 PRN-CLASS-VALUE PIC $Z(12).9(2).
       01  ABC-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(14) VALUE "ITEMS RANKED: ".
        02 PRN-RANKED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(19) VALUE "  CLASSES CHANGED: ".
        02 PRN-CHANGED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(15) VALUE "  TOTAL VALUE: ".
        02 PRN-TOTAL-VALUE PIC $Z(12).9(2).
       01  ABC-REPORT-FOOTING PIC X(15) VALUE "END OF REGISTER".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM OPEN-ABC-FILES
           IF NOT WS-OPEN-ERROR
               PERFORM LOAD-ISSUE-VALUES
               IF WS-TABLE-FULL
                   DISPLAY "ISSUE TABLE FULL AT " WS-ISSUE-TOTAL
                       " ENTRIES - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SORT ABC-SORT-FILE
                       ON DESCENDING KEY SRT-ISSUE-VALUE
                       ON ASCENDING KEY SRT-ITEM-CODE
                       INPUT PROCEDURE IS RELEASE-RANKED-ITEMS
                       OUTPUT PROCEDURE IS CLASSIFY-RANKED-ITEMS
               END-IF
               CLOSE ITEM-FILE, AUDIT-FILE, ABC-REGISTER
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-AS-OF-DATE-TEXT FROM ARGUMENT-VALUE
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
      *    The fourth argument names the operator for the audit
      *    trail; a run with no argument is stamped with the
      *    program's own short name.
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-OPERATOR = SPACES
                   MOVE "ABCCLASS" TO WS-OPERATOR
               END-IF
               IF WS-AS-OF-DATE NOT NUMERIC
                   ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE WS-AS-OF-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               MOVE WS-DAY-SERIAL TO WS-AS-OF-SERIAL
               COMPUTE WS-YEAR-AGO-SERIAL = WS-AS-OF-SERIAL - 364
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

               MOVE "abcclass" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-ABC-REGISTER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ABC-REGISTER-PATH.

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

      *    Day number counted from a fixed origin, leap days
      *    included, so two dates a year apart are exactly 365 or
      *    366 apart and the window never slips across a February.
           GET-DAY-SERIAL.
               EVALUATE WS-SERIAL-MONTH
                   WHEN 1 MOVE 0 TO WS-MONTH-DAYS
                   WHEN 2 MOVE 31 TO WS-MONTH-DAYS
                   WHEN 3 MOVE 59 TO WS-MONTH-DAYS
                   WHEN 4 MOVE 90 TO WS-MONTH-DAYS
                   WHEN 5 MOVE 120 TO WS-MONTH-DAYS
                   WHEN 6 MOVE 151 TO WS-MONTH-DAYS
                   WHEN 7 MOVE 181 TO WS-MONTH-DAYS
                   WHEN 8 MOVE 212 TO WS-MONTH-DAYS
                   WHEN 9 MOVE 243 TO WS-MONTH-DAYS
                   WHEN 10 MOVE 273 TO WS-MONTH-DAYS
                   WHEN 11 MOVE 304 TO WS-MONTH-DAYS
                   WHEN OTHER MOVE 334 TO WS-MONTH-DAYS
               END-EVALUATE
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR AND WS-SERIAL-MONTH > 2
                   ADD 1 TO WS-MONTH-DAYS
               END-IF
               IF WS-SERIAL-YEAR > ZERO
                   COMPUTE WS-PRIOR-YEAR = WS-SERIAL-YEAR - 1
               ELSE
                   MOVE ZERO TO WS-PRIOR-YEAR
               END-IF
               DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-DAYS
               DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-DIVIDE-QUOTIENT
               SUBTRACT WS-DIVIDE-QUOTIENT FROM WS-LEAP-DAYS
               DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-DIVIDE-QUOTIENT
               ADD WS-DIVIDE-QUOTIENT TO WS-LEAP-DAYS
               COMPUTE WS-DAY-SERIAL =
                   (WS-SERIAL-YEAR * 365) + WS-LEAP-DAYS
                   + WS-MONTH-DAYS + WS-SERIAL-DAY.

           CHECK-LEAP-YEAR.
               MOVE "N" TO WS-LEAP-YEAR-SWITCH
               DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               IF WS-DIVIDE-REMAINDER = ZERO
                   SET WS-LEAP-YEAR TO TRUE
                   DIVIDE WS-SERIAL-YEAR BY 100
                       GIVING WS-DIVIDE-QUOTIENT
                       REMAINDER WS-DIVIDE-REMAINDER
                   IF WS-DIVIDE-REMAINDER = ZERO
                       MOVE "N" TO WS-LEAP-YEAR-SWITCH
                       DIVIDE WS-SERIAL-YEAR BY 400
                           GIVING WS-DIVIDE-QUOTIENT
                           REMAINDER WS-DIVIDE-REMAINDER
                       IF WS-DIVIDE-REMAINDER = ZERO
                           SET WS-LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF.

           OPEN-ABC-FILES.
               OPEN I-O ITEM-FILE
               IF WS-ITEM-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                       WS-ITEM-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
                   IF NOT WS-AUDIT-FILE-OK
                       DISPLAY "UNABLE TO OPEN AUDIT-FILE - STATUS "
                           WS-AUDIT-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE ITEM-FILE
                   ELSE
                       OPEN OUTPUT ABC-REGISTER
                       IF WS-ABC-REGISTER-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN ABC-REGISTER - "
                               "STATUS " WS-ABC-REGISTER-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE ITEM-FILE, AUDIT-FILE
                       END-IF
                   END-IF
               END-IF.

      *    A missing history file (status 35) just means posting
      *    has never run here; every item then ranks at zero and
      *    falls into class C.
           LOAD-ISSUE-VALUES.
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
               IF MH-TYPE = "I" OR MH-TYPE = "i"
                   MOVE MH-MOVE-DATE TO WS-MOVE-DATE-TEXT
                   IF WS-MOVE-DATE-NUM NUMERIC
                       MOVE WS-MOVE-DATE-NUM TO WS-SERIAL-DATE
                       PERFORM GET-DAY-SERIAL
                       MOVE WS-DAY-SERIAL TO WS-HISTORY-SERIAL
                       IF WS-HISTORY-SERIAL >= WS-YEAR-AGO-SERIAL
                          AND WS-HISTORY-SERIAL <= WS-AS-OF-SERIAL
                           PERFORM ADD-ISSUE-VALUE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-TABLE-FULL
                   READ MOVEMENT-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
               END-IF.

           ADD-ISSUE-VALUE.
               MOVE MH-ITEM-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-ISSUE-ENTRY
               IF NOT WS-CODE-FOUND
                   IF WS-ISSUE-TOTAL >= 2000
                       SET WS-TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-ISSUE-TOTAL
                       MOVE WS-ISSUE-TOTAL TO WS-MATCH-INDEX
                       MOVE MH-ITEM-CODE TO
                           WS-ISS-ITEM-CODE (WS-MATCH-INDEX)
                       MOVE ZERO TO WS-ISS-QUANTITY (WS-MATCH-INDEX)
                       MOVE ZERO TO WS-ISS-VALUE (WS-MATCH-INDEX)
                       MOVE ZERO TO
                           WS-ISS-UNCOSTED-QUANTITY (WS-MATCH-INDEX)
                       SET WS-CODE-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-CODE-FOUND
                   ADD MH-QUANTITY TO WS-ISS-QUANTITY (WS-MATCH-INDEX)
                   IF MH-UNIT-COST NUMERIC AND MH-UNIT-COST > ZERO
                       COMPUTE WS-LINE-VALUE =
                           MH-QUANTITY * MH-UNIT-COST
                       ADD WS-LINE-VALUE TO
                           WS-ISS-VALUE (WS-MATCH-INDEX)
                   ELSE
                       ADD MH-QUANTITY TO
                           WS-ISS-UNCOSTED-QUANTITY (WS-MATCH-INDEX)
                   END-IF
               END-IF.

           FIND-ISSUE-ENTRY.
               MOVE "N" TO WS-CODE-FOUND-SWITCH
               PERFORM MATCH-ISSUE-ENTRY
                   VARYING WS-ISSUE-INDEX FROM 1 BY 1
                   UNTIL WS-ISSUE-INDEX > WS-ISSUE-TOTAL
                       OR WS-CODE-FOUND.

           MATCH-ISSUE-ENTRY.
               IF WS-ISS-ITEM-CODE (WS-ISSUE-INDEX) = WS-LOOKUP-CODE
                   SET WS-CODE-FOUND TO TRUE
                   MOVE WS-ISSUE-INDEX TO WS-MATCH-INDEX
               END-IF.

      *    Every item on the file is released, issued or not, so
      *    the ranking covers the whole range and the total the
      *    percentages are taken from is the whole year's value.
           RELEASE-RANKED-ITEMS.
               MOVE LOW-VALUES TO ITEM-CODE
               START ITEM-FILE KEY IS GREATER THAN ITEM-CODE
                   INVALID KEY SET WS-END-OF-ITEMS TO TRUE
               END-START
               IF NOT WS-END-OF-ITEMS
                   READ ITEM-FILE NEXT
                       AT END SET WS-END-OF-ITEMS TO TRUE
                   END-READ
               END-IF
               PERFORM RELEASE-ONE-ITEM UNTIL WS-END-OF-ITEMS.

      *    Uncosted issue lines are valued the way the valuation
      *    reports value stock: average cost, list price when no
      *    costed receipt has ever arrived.
           RELEASE-ONE-ITEM.
               MOVE ITEM-CODE TO SRT-ITEM-CODE
               MOVE ITEM-NAME TO SRT-ITEM-NAME
               MOVE ZERO TO SRT-ISSUE-QUANTITY
               MOVE ZERO TO SRT-ISSUE-VALUE
               MOVE ITEM-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-ISSUE-ENTRY
               IF WS-CODE-FOUND
                   MOVE ITEM-PRICE TO WS-WORK-ITEM-PRICE
                   IF AVERAGE-COST NUMERIC AND AVERAGE-COST > ZERO
                       MOVE AVERAGE-COST TO WS-UNIT-VALUE
                   ELSE
                       MOVE WS-WORK-ITEM-PRICE TO WS-UNIT-VALUE
                   END-IF
                   MOVE WS-ISS-QUANTITY (WS-MATCH-INDEX) TO
                       SRT-ISSUE-QUANTITY
                   COMPUTE SRT-ISSUE-VALUE =
                       WS-ISS-VALUE (WS-MATCH-INDEX)
                       + (WS-ISS-UNCOSTED-QUANTITY (WS-MATCH-INDEX)
                          * WS-UNIT-VALUE)
               END-IF
               ADD SRT-ISSUE-VALUE TO WS-TOTAL-ISSUE-VALUE
               RELEASE SORT-ABC-REC
               READ ITEM-FILE NEXT
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ.

           CLASSIFY-RANKED-ITEMS.
               WRITE ABC-PRINTLINE FROM ABC-PAGE-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-AS-OF-DATE TO PRN-AS-OF-DATE
               WRITE ABC-PRINTLINE FROM ABC-AS-OF-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ABC-PRINTLINE FROM ABC-HEADS
                   AFTER ADVANCING 2 LINES
               RETURN ABC-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN
               PERFORM CLASSIFY-ONE-ITEM UNTIL WS-END-OF-SORT
               PERFORM PRINT-ABC-TOTALS.

      *    The class follows from where the item's issue value
      *    STARTS in the running total: an item that begins inside
      *    the first 80 percent is A even if it carries the total
      *    past the line, so the single biggest mover is always A.
           CLASSIFY-ONE-ITEM.
               ADD 1 TO WS-RANK
               IF WS-TOTAL-ISSUE-VALUE = ZERO
                  OR SRT-ISSUE-VALUE = ZERO
                   MOVE "C" TO WS-NEW-CLASS
                   MOVE 100 TO WS-CUMULATIVE-PERCENT
               ELSE
                   COMPUTE WS-CUMULATIVE-PERCENT =
                       (WS-CUMULATIVE-VALUE * 100)
                       / WS-TOTAL-ISSUE-VALUE
                   EVALUATE TRUE
                       WHEN WS-CUMULATIVE-PERCENT < WS-CLASS-A-LIMIT
                           MOVE "A" TO WS-NEW-CLASS
                       WHEN WS-CUMULATIVE-PERCENT < WS-CLASS-B-LIMIT
                           MOVE "B" TO WS-NEW-CLASS
                       WHEN OTHER
                           MOVE "C" TO WS-NEW-CLASS
                   END-EVALUATE
               END-IF
               ADD SRT-ISSUE-VALUE TO WS-CUMULATIVE-VALUE
               EVALUATE WS-NEW-CLASS
                   WHEN "A"
                       ADD 1 TO WS-CLASS-A-COUNT
                       ADD SRT-ISSUE-VALUE TO WS-CLASS-A-VALUE
                   WHEN "B"
                       ADD 1 TO WS-CLASS-B-COUNT
                       ADD SRT-ISSUE-VALUE TO WS-CLASS-B-VALUE
                   WHEN OTHER
                       ADD 1 TO WS-CLASS-C-COUNT
                       ADD SRT-ISSUE-VALUE TO WS-CLASS-C-VALUE
               END-EVALUATE
               MOVE SPACES TO PRN-CHANGE-FLAG
               MOVE SRT-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE SPACE TO WS-OLD-CLASS
                       MOVE "MISSING" TO PRN-CHANGE-FLAG
                   NOT INVALID KEY
                       MOVE ITEM-ABC-CLASS TO WS-OLD-CLASS
                       IF ITEM-ABC-CLASS NOT = WS-NEW-CLASS
                           PERFORM APPLY-NEW-CLASS
                       END-IF
               END-READ
               MOVE WS-RANK TO PRN-RANK
               MOVE SRT-ITEM-CODE TO PRN-ITEM-CODE
               MOVE SRT-ITEM-NAME TO PRN-ITEM-NAME
               MOVE SRT-ISSUE-QUANTITY TO PRN-ISSUE-QUANTITY
               MOVE SRT-ISSUE-VALUE TO PRN-ISSUE-VALUE
               MOVE WS-CUMULATIVE-PERCENT TO PRN-CUMULATIVE-PERCENT
               MOVE WS-OLD-CLASS TO PRN-OLD-CLASS
               MOVE WS-NEW-CLASS TO PRN-NEW-CLASS
               WRITE ABC-PRINTLINE FROM ABC-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               RETURN ABC-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN.

           APPLY-NEW-CLASS.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               MOVE WS-NEW-CLASS TO ITEM-ABC-CLASS
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD
               MOVE "CHANGED" TO PRN-CHANGE-FLAG
               ADD 1 TO WS-CHANGED-COUNT.

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

           PRINT-ABC-TOTALS.
               MOVE "A" TO PRN-TOTAL-CLASS
               MOVE WS-CLASS-A-COUNT TO PRN-CLASS-COUNT
               MOVE WS-CLASS-A-VALUE TO PRN-CLASS-VALUE
               WRITE ABC-PRINTLINE FROM ABC-CLASS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "B" TO PRN-TOTAL-CLASS
               MOVE WS-CLASS-B-COUNT TO PRN-CLASS-COUNT
               MOVE WS-CLASS-B-VALUE TO PRN-CLASS-VALUE
               WRITE ABC-PRINTLINE FROM ABC-CLASS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "C" TO PRN-TOTAL-CLASS
               MOVE WS-CLASS-C-COUNT TO PRN-CLASS-COUNT
               MOVE WS-CLASS-C-VALUE TO PRN-CLASS-VALUE
               WRITE ABC-PRINTLINE FROM ABC-CLASS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-RANK TO PRN-RANKED-COUNT
               MOVE WS-CHANGED-COUNT TO PRN-CHANGED-COUNT
               MOVE WS-TOTAL-ISSUE-VALUE TO PRN-TOTAL-VALUE
               WRITE ABC-PRINTLINE FROM ABC-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE ABC-PRINTLINE FROM ABC-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.
