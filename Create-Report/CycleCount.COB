       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-SELECT.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. DAILY CYCLE-COUNT SELECTION. PICKS THE ITEMS TO BE
      *COUNTED TODAY SO THAT CLASS A ITEMS ARE COUNTED MONTHLY,
      *CLASS B QUARTERLY AND CLASS C ONCE A YEAR, SPREAD EVENLY
      *ACROSS THE WORKING DAYS (MONDAY TO FRIDAY) OF EACH CYCLE.
      *THE CLASS IS THE ONE ABC-CLASSIFICATION HOLDS ON THE ITEM; AN
      *ITEM NOT YET CLASSIFIED IS COUNTED AS C. AN ITEM IS DUE ONCE
      *ITS CYCLE HAS PASSED SINCE THE LAST-COUNTED-DATE A STOCKTAKE
      *CONFIRM STAMPED ON IT, AND OVERDUE A WEEK AFTER THAT; AN ITEM
      *NEVER COUNTED IS THE MOST OVERDUE OF ALL. EACH CLASS GETS A
      *DAILY QUOTA OF ITS ITEM COUNT OVER THE WORKING DAYS IN ITS
      *CYCLE, FILLED MOST-OVERDUE FIRST; WHAT DOES NOT FIT IS
      *CARRIED TO THE NEXT WORKING DAY. THE CHOSEN ITEMS ARE WRITTEN
      *AS THE COUNT FILE STOCKTAKE-RECONCILE READS - CODE WITH THE
      *QUANTITY AND INITIALS LEFT BLANK FOR THE COUNTER TO FILL IN -
      *SO DO NOT RUN IT WHILE A FULL STOCKTAKE COUNT FILE IS STILL
      *WAITING TO BE RECONCILED. A SELECTION REPORT LISTS THE SHEET
      *WITH EACH ITEM'S LAST COUNT AND STATUS. ON A SATURDAY OR
      *SUNDAY NOTHING IS SELECTED AND NO FILE IS TOUCHED.
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
           SELECT COUNT-FILE ASSIGN TO DYNAMIC
           WS-COUNT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - today's count sheet for STOCKTAKE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-FILE-STATUS.
           SELECT CYCLE-REPORT ASSIGN TO DYNAMIC
           WS-CYCLE-REPORT-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed selection report.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-REPORT-STATUS.
           SELECT CYCLE-SORT-FILE ASSIGN TO "CYCLSORT"           *>Work file used to order the due items most-overdue first.
           .

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

      *    The layout STOCKTAKE-RECONCILE reads its count file in.
       FD  COUNT-FILE.
       01  COUNT-RECORD.
        02 CNT-ITEM-CODE PIC X(05).
        02 CNT-QUANTITY-TEXT PIC X(05).
        02 CNT-COUNTER-INITIALS PIC X(03).

       FD  CYCLE-REPORT.
       01  CYCLE-PRINTLINE PIC X(100).

       SD  CYCLE-SORT-FILE.
       01  SORT-CYCLE-REC.
        02 SRT-CLASS-INDEX PIC 9(01).
        02 SRT-AGE-DAYS PIC 9(05).
        02 SRT-ITEM-CODE PIC X(05).
        02 SRT-ITEM-NAME PIC X(20).
        02 SRT-LAST-COUNTED PIC 9(08).
        02 SRT-STATUS PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-COUNT-FILE-STATUS PIC X(02).
       01  WS-CYCLE-REPORT-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ITEMS VALUE "Y".
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SORT VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-COUNT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\countfile".
       01  WS-CYCLE-REPORT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\cyclecnt".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-COUNT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CYCLE-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

      *    The count date is the first argument (YYYYMMDD); a blank
      *    or unreadable date selects for today. The day serial
      *    counts leap days, so it also gives the day of the week:
      *    serial remainder 7 is 0 on a Saturday, 1 on a Sunday
      *    and 2 to 6 for Monday to Friday.
       01  WS-COUNT-DATE-TEXT PIC X(08) VALUE SPACE.
       01  WS-COUNT-DATE REDEFINES WS-COUNT-DATE-TEXT PIC 9(08).
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
       01  WS-COUNT-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-ITEM-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-WEEKDAY PIC 9(01) VALUE ZERO.
       88  WS-WORKING-DAY VALUE 2 THRU 6.

      *    One rule per class: the class letter, the cycle length
      *    in calendar days (for due and overdue) and the working
      *    days in that cycle (for the daily quota) - a month of
      *    21 working days, a quarter of 63, a year of 250.
       01  WS-CLASS-RULE-VALUES.
        02 FILLER PIC X(07) VALUE "A030021".
        02 FILLER PIC X(07) VALUE "B091063".
        02 FILLER PIC X(07) VALUE "C365250".
       01  WS-CLASS-RULES REDEFINES WS-CLASS-RULE-VALUES.
        02 WS-CLASS-RULE OCCURS 3 TIMES.
         03 WS-RULE-CLASS PIC X(01).
         03 WS-RULE-CYCLE-DAYS PIC 9(03).
         03 WS-RULE-WORKING-DAYS PIC 9(03).
       01  WS-OVERDUE-GRACE-DAYS PIC 9(03) VALUE 7.
       01  WS-OVERDUE-DAYS PIC 9(05) VALUE ZERO.
       01  WS-NEVER-COUNTED-AGE PIC 9(05) VALUE 99999.

       01  WS-CLASS-COUNTERS.
        02 WS-CLASS-COUNTER OCCURS 3 TIMES.
         03 WS-CLS-ITEM-COUNT PIC 9(05) VALUE ZERO.
         03 WS-CLS-DUE-COUNT PIC 9(05) VALUE ZERO.
         03 WS-CLS-OVERDUE-COUNT PIC 9(05) VALUE ZERO.
         03 WS-CLS-QUOTA PIC 9(05) VALUE ZERO.
         03 WS-CLS-SELECTED-COUNT PIC 9(05) VALUE ZERO.
         03 WS-CLS-CARRIED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CLASS-INDEX PIC 9(01) VALUE ZERO.
       01  WS-AGE-DAYS PIC 9(05) VALUE ZERO.
       01  WS-SHEET-LINE-COUNT PIC 9(05) VALUE ZERO.

       01  CYCLE-PAGE-HEADING PIC X(34) VALUE
       "CYCLE COUNT SELECTION".
       01  CYCLE-DATE-LINE.
        02 FILLER PIC X(13) VALUE " COUNT DATE: ".
        02 PRN-COUNT-DATE PIC 9(08).
       01  CYCLE-HEADS.
        02 FILLER PIC X(07) VALUE " CLASS".
        02 FILLER PIC X(28) VALUE "CODE   NAME".
        02 FILLER PIC X(14) VALUE "LAST COUNTED".
        02 FILLER PIC X(08) VALUE "  AGE".
        02 FILLER PIC X(13) VALUE "STATUS".
       01  CYCLE-DETAIL-LINE.
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-CLASS PIC X(01).
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LAST-COUNTED PIC X(08).
        02 FILLER PIC X(04) VALUE SPACE.
        02 PRN-AGE-TEXT PIC X(05).
        02 PRN-AGE-DAYS REDEFINES PRN-AGE-TEXT PIC ZZZZ9.
        02 FILLER PIC X(03) VALUE SPACE.
        02 PRN-STATUS PIC X(13).
       01  CYCLE-CLASS-TOTAL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(06) VALUE "CLASS ".
        02 PRN-TOTAL-CLASS PIC X(01).
        02 FILLER PIC X(08) VALUE " ITEMS: ".
        02 PRN-CLASS-ITEMS PIC ZZZZ9.
        02 FILLER PIC X(07) VALUE "  DUE: ".
        02 PRN-CLASS-DUE PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  OVERDUE: ".
        02 PRN-CLASS-OVERDUE PIC ZZZZ9.
        02 FILLER PIC X(09) VALUE "  QUOTA: ".
        02 PRN-CLASS-QUOTA PIC ZZZZ9.
        02 FILLER PIC X(12) VALUE "  SELECTED: ".
        02 PRN-CLASS-SELECTED PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  CARRIED: ".
        02 PRN-CLASS-CARRIED PIC ZZZZ9.
       01  CYCLE-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(22) VALUE "COUNT SHEET LINES:    ".
        02 PRN-SHEET-LINES PIC ZZZZ9.
       01  CYCLE-REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
           IF NOT WS-WORKING-DAY
               DISPLAY WS-COUNT-DATE " IS NOT A WORKING DAY - NO "
                   "COUNT SHEET WRITTEN"
           ELSE
               PERFORM OPEN-CYCLE-FILES
               IF NOT WS-OPEN-ERROR
                   SORT CYCLE-SORT-FILE
                       ON ASCENDING KEY SRT-CLASS-INDEX
                       ON DESCENDING KEY SRT-AGE-DAYS
                       ON ASCENDING KEY SRT-ITEM-CODE
                       INPUT PROCEDURE IS RELEASE-DUE-ITEMS
                       OUTPUT PROCEDURE IS WRITE-COUNT-SHEET
                   CLOSE ITEM-FILE, COUNT-FILE, CYCLE-REPORT
                   DISPLAY "COUNT SHEET LINES WRITTEN: "
                       WS-SHEET-LINE-COUNT
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-COUNT-DATE-TEXT FROM ARGUMENT-VALUE
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
               IF WS-COUNT-DATE NOT NUMERIC
                   ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE WS-COUNT-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               MOVE WS-DAY-SERIAL TO WS-COUNT-SERIAL
               DIVIDE WS-COUNT-SERIAL BY 7 GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               MOVE WS-DIVIDE-REMAINDER TO WS-WEEKDAY
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "countfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-COUNT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-COUNT-FILE-PATH

               MOVE "cyclecnt" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-CYCLE-REPORT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CYCLE-REPORT-PATH.

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
      *    included - the same serial ABC-CLASSIFICATION uses.
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

           OPEN-CYCLE-FILES.
               OPEN INPUT ITEM-FILE
               IF WS-ITEM-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                       WS-ITEM-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT COUNT-FILE
                   IF WS-COUNT-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN COUNT-FILE - STATUS "
                           WS-COUNT-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE ITEM-FILE
                   ELSE
                       OPEN OUTPUT CYCLE-REPORT
                       IF WS-CYCLE-REPORT-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN CYCLE-REPORT - "
                               "STATUS " WS-CYCLE-REPORT-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE ITEM-FILE, COUNT-FILE
                       END-IF
                   END-IF
               END-IF.

      *    Every item is counted into its class total - the quota
      *    is a share of the whole class - but only the items that
      *    are due go on to the sort.
           RELEASE-DUE-ITEMS.
               READ ITEM-FILE
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ
               PERFORM CHECK-ONE-ITEM-DUE UNTIL WS-END-OF-ITEMS.

           CHECK-ONE-ITEM-DUE.
               EVALUATE TRUE
                   WHEN ITEM-CLASS-A
                       MOVE 1 TO WS-CLASS-INDEX
                   WHEN ITEM-CLASS-B
                       MOVE 2 TO WS-CLASS-INDEX
                   WHEN OTHER
                       MOVE 3 TO WS-CLASS-INDEX
               END-EVALUATE
               ADD 1 TO WS-CLS-ITEM-COUNT (WS-CLASS-INDEX)
               PERFORM GET-ITEM-AGE
               IF WS-AGE-DAYS >= WS-RULE-CYCLE-DAYS (WS-CLASS-INDEX)
                   MOVE WS-CLASS-INDEX TO SRT-CLASS-INDEX
                   MOVE WS-AGE-DAYS TO SRT-AGE-DAYS
                   MOVE ITEM-CODE TO SRT-ITEM-CODE
                   MOVE ITEM-NAME TO SRT-ITEM-NAME
                   ADD 1 TO WS-CLS-DUE-COUNT (WS-CLASS-INDEX)
                   COMPUTE WS-OVERDUE-DAYS =
                       WS-RULE-CYCLE-DAYS (WS-CLASS-INDEX)
                       + WS-OVERDUE-GRACE-DAYS
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS = WS-NEVER-COUNTED-AGE
                           MOVE ZERO TO SRT-LAST-COUNTED
                           MOVE "NEVER COUNTED" TO SRT-STATUS
                           ADD 1 TO
                               WS-CLS-OVERDUE-COUNT (WS-CLASS-INDEX)
                       WHEN WS-AGE-DAYS > WS-OVERDUE-DAYS
                           MOVE LAST-COUNTED-DATE TO SRT-LAST-COUNTED
                           MOVE "OVERDUE" TO SRT-STATUS
                           ADD 1 TO
                               WS-CLS-OVERDUE-COUNT (WS-CLASS-INDEX)
                       WHEN OTHER
                           MOVE LAST-COUNTED-DATE TO SRT-LAST-COUNTED
                           MOVE "DUE" TO SRT-STATUS
                   END-EVALUATE
                   RELEASE SORT-CYCLE-REC
               END-IF
               READ ITEM-FILE
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ.

      *    Days since the last confirmed count. A zero or unreadable
      *    date means never counted, which sorts ahead of any real
      *    age; a date after the count date (a sheet being selected
      *    for a past day) counts as just counted.
           GET-ITEM-AGE.
               IF LAST-COUNTED-DATE NOT NUMERIC
                  OR LAST-COUNTED-DATE = ZERO
                   MOVE WS-NEVER-COUNTED-AGE TO WS-AGE-DAYS
               ELSE
                   MOVE LAST-COUNTED-DATE TO WS-SERIAL-DATE
                   PERFORM GET-DAY-SERIAL
                   MOVE WS-DAY-SERIAL TO WS-ITEM-SERIAL
                   IF WS-ITEM-SERIAL >= WS-COUNT-SERIAL
                       MOVE ZERO TO WS-AGE-DAYS
                   ELSE
                       COMPUTE WS-AGE-DAYS =
                           WS-COUNT-SERIAL - WS-ITEM-SERIAL
                           ON SIZE ERROR
                               MOVE 99998 TO WS-AGE-DAYS
                       END-COMPUTE
                   END-IF
               END-IF.

           WRITE-COUNT-SHEET.
               PERFORM SET-CLASS-QUOTA
                   VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > 3
               WRITE CYCLE-PRINTLINE FROM CYCLE-PAGE-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-COUNT-DATE TO PRN-COUNT-DATE
               WRITE CYCLE-PRINTLINE FROM CYCLE-DATE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE CYCLE-PRINTLINE FROM CYCLE-HEADS
                   AFTER ADVANCING 2 LINES
               RETURN CYCLE-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN
               PERFORM SELECT-ONE-DUE-ITEM UNTIL WS-END-OF-SORT
               PERFORM PRINT-CLASS-TOTAL
                   VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > 3
               MOVE WS-SHEET-LINE-COUNT TO PRN-SHEET-LINES
               WRITE CYCLE-PRINTLINE FROM CYCLE-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE CYCLE-PRINTLINE FROM CYCLE-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.

      *    The daily quota is the class size over the working days
      *    in its cycle, rounded up so the whole class is covered
      *    inside the cycle.
           SET-CLASS-QUOTA.
               DIVIDE WS-CLS-ITEM-COUNT (WS-CLASS-INDEX)
                   BY WS-RULE-WORKING-DAYS (WS-CLASS-INDEX)
                   GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               IF WS-DIVIDE-REMAINDER > ZERO
                   ADD 1 TO WS-DIVIDE-QUOTIENT
               END-IF
               MOVE WS-DIVIDE-QUOTIENT TO WS-CLS-QUOTA (WS-CLASS-INDEX).

           SELECT-ONE-DUE-ITEM.
               MOVE SRT-CLASS-INDEX TO WS-CLASS-INDEX
               IF WS-CLS-SELECTED-COUNT (WS-CLASS-INDEX) <
                  WS-CLS-QUOTA (WS-CLASS-INDEX)
                   MOVE SRT-ITEM-CODE TO CNT-ITEM-CODE
                   MOVE SPACES TO CNT-QUANTITY-TEXT
                   MOVE SPACES TO CNT-COUNTER-INITIALS
                   WRITE COUNT-RECORD
                   ADD 1 TO WS-CLS-SELECTED-COUNT (WS-CLASS-INDEX)
                   ADD 1 TO WS-SHEET-LINE-COUNT
                   PERFORM PRINT-SELECTED-ITEM
               ELSE
                   ADD 1 TO WS-CLS-CARRIED-COUNT (WS-CLASS-INDEX)
               END-IF
               RETURN CYCLE-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN.

           PRINT-SELECTED-ITEM.
               MOVE WS-RULE-CLASS (WS-CLASS-INDEX) TO PRN-CLASS
               MOVE SRT-ITEM-CODE TO PRN-ITEM-CODE
               MOVE SRT-ITEM-NAME TO PRN-ITEM-NAME
               IF SRT-LAST-COUNTED = ZERO
                   MOVE "NEVER" TO PRN-LAST-COUNTED
                   MOVE SPACES TO PRN-AGE-TEXT
               ELSE
                   MOVE SRT-LAST-COUNTED TO PRN-LAST-COUNTED
                   MOVE SRT-AGE-DAYS TO PRN-AGE-DAYS
               END-IF
               MOVE SRT-STATUS TO PRN-STATUS
               WRITE CYCLE-PRINTLINE FROM CYCLE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

           PRINT-CLASS-TOTAL.
               MOVE WS-RULE-CLASS (WS-CLASS-INDEX) TO PRN-TOTAL-CLASS
               MOVE WS-CLS-ITEM-COUNT (WS-CLASS-INDEX) TO
                   PRN-CLASS-ITEMS
               MOVE WS-CLS-DUE-COUNT (WS-CLASS-INDEX) TO PRN-CLASS-DUE
               MOVE WS-CLS-OVERDUE-COUNT (WS-CLASS-INDEX) TO
                   PRN-CLASS-OVERDUE
               MOVE WS-CLS-QUOTA (WS-CLASS-INDEX) TO PRN-CLASS-QUOTA
               MOVE WS-CLS-SELECTED-COUNT (WS-CLASS-INDEX) TO
                   PRN-CLASS-SELECTED
               MOVE WS-CLS-CARRIED-COUNT (WS-CLASS-INDEX) TO
                   PRN-CLASS-CARRIED
               IF WS-CLASS-INDEX = 1
                   WRITE CYCLE-PRINTLINE FROM CYCLE-CLASS-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE CYCLE-PRINTLINE FROM CYCLE-CLASS-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
