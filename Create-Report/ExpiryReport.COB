       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-REPORT.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. LISTS, LOCATION BY LOCATION, EVERY LOT ON THE LOT
      *BALANCE FILE KEPT BY STOCK-POSTING THAT HAS ALREADY EXPIRED
      *OR WILL EXPIRE WITHIN A GIVEN NUMBER OF DAYS, EARLIEST
      *EXPIRY FIRST, WITH THE LOT'S QUANTITY VALUED AT THE ITEM'S
      *AVERAGE-COST (LIST PRICE IF IT HAS NEVER BEEN COSTED, THE
      *WAY THE VALUATION REPORTS VALUE STOCK). EACH LOCATION IS
      *TOTALLED, EXPIRED AND EXPIRING SEPARATELY, SO THE STOCK CAN
      *BE SOLD OFF OR WRITTEN OFF BEFORE THE STOCKTAKE FINDS IT.
      *LOTS WITH NO EXPIRY, OR NONE LEFT, ARE NOT LISTED.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOT-BALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOT-BALANCE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LB-BALANCE-KEY
           FILE STATUS IS WS-LOT-BALANCE-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - item name and cost for each lot.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO DYNAMIC
           WS-EXPIRY-REPORT-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed report.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPIRY-REPORT-STATUS.
           SELECT EXPIRY-SORT-FILE ASSIGN TO "EXPSORT"           *>Work file used to order the lots by location and expiry.
           .

       DATA DIVISION.
       FILE SECTION.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-PRINTLINE PIC X(100).

       SD  EXPIRY-SORT-FILE.
       01  SORT-EXPIRY-REC.
        02 SRT-LOCATION PIC X(03).
        02 SRT-EXPIRY-DATE PIC 9(08).
        02 SRT-ITEM-CODE PIC X(05).
        02 SRT-LOT-NUMBER PIC X(10).
        02 SRT-QUANTITY PIC 9(05).
        02 SRT-DAYS-LEFT PIC S9(05).

       WORKING-STORAGE SECTION.

       01  WS-LOT-BALANCE-STATUS PIC X(02).
       88  WS-LOT-BALANCE-OK VALUE "00".
       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-EXPIRY-REPORT-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-LOT-FILE-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-LOT-FILE-ERROR VALUE "Y".
       01  WS-LOT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-LOTS VALUE "Y".
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SORT VALUE "Y".
       01  WS-FIRST-LOCATION-SWITCH PIC X(01) VALUE "Y".
       88  WS-FIRST-LOCATION VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-LOT-BALANCE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\lotbal".
       01  WS-EXPIRY-REPORT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\expiry".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-LOT-BALANCE-PATH PIC X(80) VALUE SPACE.
       01  WS-EXPIRY-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

      *    The first argument is the number of days ahead to look,
      *    up to 999; blank or unreadable means 30. The fourth, if
      *    given, limits the report to that one stock location.
       01  WS-DAYS-TEXT PIC X(03) VALUE SPACE.
       01  WS-DAYS-AHEAD REDEFINES WS-DAYS-TEXT PIC 9(03).
       01  WS-DAYS-SHIFT PIC X(02) VALUE SPACE.
       01  WS-DEFAULT-DAYS PIC 9(03) VALUE 30.
       01  WS-ONLY-LOCATION PIC X(03) VALUE SPACE.

       01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
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
       01  WS-TODAY-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-LIMIT-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-EXPIRY-SERIAL PIC 9(07) VALUE ZERO.

       01  WS-CURRENT-LOCATION PIC X(03) VALUE SPACE.
       01  WS-WORK-ITEM-PRICE PIC 9(07)V99 VALUE ZERO.
       01  WS-UNIT-VALUE PIC 9(07)V99 VALUE ZERO.
       01  WS-LOT-VALUE PIC 9(11)V99 VALUE ZERO.
       01  WS-LOCATION-EXPIRED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-LOCATION-EXPIRED-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-LOCATION-EXPIRING-COUNT PIC 9(05) VALUE ZERO.
       01  WS-LOCATION-EXPIRING-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-EXPIRED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-EXPIRED-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-EXPIRING-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-EXPIRING-VALUE PIC 9(13)V99 VALUE ZERO.

       01  EXPIRY-PAGE-HEADING PIC X(30) VALUE
       "LOT EXPIRY REPORT".
       01  EXPIRY-RUN-LINE.
        02 FILLER PIC X(11) VALUE " RUN DATE: ".
        02 PRN-RUN-DATE PIC 9(08).
        02 FILLER PIC X(30) VALUE
           "  EXPIRED AND EXPIRING WITHIN ".
        02 PRN-DAYS-AHEAD PIC ZZ9.
        02 FILLER PIC X(05) VALUE " DAYS".
       01  EXPIRY-LOCATION-LINE.
        02 FILLER PIC X(11) VALUE " LOCATION: ".
        02 PRN-LOCATION PIC X(03).
       01  EXPIRY-HEADS.
        02 FILLER PIC X(38) VALUE " CODE  NAME                 LOT".
        02 FILLER PIC X(22) VALUE " EXPIRES    DAYS   QTY".
        02 FILLER PIC X(23) VALUE " UNIT COST        VALUE".
        02 FILLER PIC X(08) VALUE "  STATUS".
       01  EXPIRY-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LOT-NUMBER PIC X(10).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-EXPIRY-DATE PIC 9(08).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-DAYS-LEFT PIC -ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-UNIT-VALUE PIC $Z(5).9(2).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LOT-VALUE PIC $Z(8).9(2).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-STATUS PIC X(08).
       01  EXPIRY-LOCATION-TOTAL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(09) VALUE "LOCATION ".
        02 PRN-TOTAL-LOCATION PIC X(03).
        02 FILLER PIC X(11) VALUE "  EXPIRED: ".
        02 PRN-LOC-EXPIRED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LOC-EXPIRED-VALUE PIC $Z(10).9(2).
        02 FILLER PIC X(12) VALUE "  EXPIRING: ".
        02 PRN-LOC-EXPIRING-COUNT PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-LOC-EXPIRING-VALUE PIC $Z(10).9(2).
       01  EXPIRY-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(12) VALUE "ALL LOTS    ".
        02 FILLER PIC X(11) VALUE "  EXPIRED: ".
        02 PRN-TOT-EXPIRED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-TOT-EXPIRED-VALUE PIC $Z(10).9(2).
        02 FILLER PIC X(12) VALUE "  EXPIRING: ".
        02 PRN-TOT-EXPIRING-COUNT PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-TOT-EXPIRING-VALUE PIC $Z(10).9(2).
       01  EXPIRY-NONE-LINE PIC X(40) VALUE
       " NO LOTS EXPIRED OR DUE TO EXPIRE".
       01  EXPIRY-LOT-ERROR-LINE PIC X(50) VALUE
       " LOT BALANCE FILE COULD NOT BE READ - NO REPORT".
       01  EXPIRY-REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM OPEN-EXPIRY-FILES
           IF NOT WS-OPEN-ERROR
               SORT EXPIRY-SORT-FILE
                   ON ASCENDING KEY SRT-LOCATION
                   ON ASCENDING KEY SRT-EXPIRY-DATE
                   ON ASCENDING KEY SRT-ITEM-CODE
                   ON ASCENDING KEY SRT-LOT-NUMBER
                   INPUT PROCEDURE IS RELEASE-EXPIRING-LOTS
                   OUTPUT PROCEDURE IS PRINT-EXPIRING-LOTS
               CLOSE ITEM-FILE, EXPIRY-REPORT-FILE
           END-IF.
      *    A lot file that is there but cannot be read must not
      *    pass for a clean report, so it ends the run as an error
      *    the same as a file that would not open.
           IF WS-OPEN-ERROR OR WS-LOT-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-DAYS-TEXT FROM ARGUMENT-VALUE
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
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ONLY-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               PERFORM SHIFT-DAYS-RIGHT
                   UNTIL WS-DAYS-TEXT (3:1) NOT = SPACE
                       OR WS-DAYS-TEXT = SPACES
               INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY ZERO
               IF WS-DAYS-AHEAD NOT NUMERIC
                   MOVE WS-DEFAULT-DAYS TO WS-DAYS-AHEAD
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL
               COMPUTE WS-LIMIT-SERIAL =
                   WS-TODAY-SERIAL + WS-DAYS-AHEAD
               PERFORM BUILD-FILE-PATHS.

           SHIFT-DAYS-RIGHT.
               MOVE WS-DAYS-TEXT (1:2) TO WS-DAYS-SHIFT
               MOVE SPACE TO WS-DAYS-TEXT
               MOVE WS-DAYS-SHIFT TO WS-DAYS-TEXT (2:2).

           BUILD-FILE-PATHS.
               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "lotbal" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-LOT-BALANCE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-LOT-BALANCE-PATH

               MOVE "expiry" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-EXPIRY-REPORT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-EXPIRY-REPORT-PATH.

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
      *    included, so the days to an expiry come out right
      *    across a month end or a February.
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

           OPEN-EXPIRY-FILES.
               OPEN INPUT ITEM-FILE
               IF WS-ITEM-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                       WS-ITEM-FILE-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT EXPIRY-REPORT-FILE
                   IF WS-EXPIRY-REPORT-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN EXPIRY-REPORT-FILE - "
                           "STATUS " WS-EXPIRY-REPORT-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE ITEM-FILE
                   END-IF
               END-IF.

      *    A missing lot balance file (status 35) just means no
      *    lot-tracked item has been received yet; the report then
      *    prints with nothing on it. Any other status is an error:
      *    the run prints a could-not-read line and ends with RC 8.
           RELEASE-EXPIRING-LOTS.
               OPEN INPUT LOT-BALANCE-FILE
               IF WS-LOT-BALANCE-OK
                   READ LOT-BALANCE-FILE
                       AT END SET WS-END-OF-LOTS TO TRUE
                   END-READ
                   PERFORM RELEASE-ONE-LOT UNTIL WS-END-OF-LOTS
                   CLOSE LOT-BALANCE-FILE
               ELSE
                   IF WS-LOT-BALANCE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN LOT-BALANCE-FILE - "
                           "STATUS " WS-LOT-BALANCE-STATUS
                       SET WS-LOT-FILE-ERROR TO TRUE
                   END-IF
               END-IF.

      *    A lot is reported once its expiry falls on or before the
      *    last day of the window; one already past is expired.
           RELEASE-ONE-LOT.
               IF LB-QUANTITY NUMERIC AND LB-QUANTITY > ZERO
                  AND LB-EXPIRY-DATE NUMERIC
                  AND LB-EXPIRY-DATE > ZERO
                  AND (WS-ONLY-LOCATION = SPACES
                       OR LB-LOCATION = WS-ONLY-LOCATION)
                   MOVE LB-EXPIRY-DATE TO WS-SERIAL-DATE
                   PERFORM GET-DAY-SERIAL
                   MOVE WS-DAY-SERIAL TO WS-EXPIRY-SERIAL
                   IF WS-EXPIRY-SERIAL <= WS-LIMIT-SERIAL
                       MOVE LB-LOCATION TO SRT-LOCATION
                       MOVE LB-EXPIRY-DATE TO SRT-EXPIRY-DATE
                       MOVE LB-ITEM-CODE TO SRT-ITEM-CODE
                       MOVE LB-LOT-NUMBER TO SRT-LOT-NUMBER
                       MOVE LB-QUANTITY TO SRT-QUANTITY
                       COMPUTE SRT-DAYS-LEFT =
                           WS-EXPIRY-SERIAL - WS-TODAY-SERIAL
                       RELEASE SORT-EXPIRY-REC
                   END-IF
               END-IF
               READ LOT-BALANCE-FILE
                   AT END SET WS-END-OF-LOTS TO TRUE
               END-READ.

           PRINT-EXPIRING-LOTS.
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-PAGE-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-RUN-DATE TO PRN-RUN-DATE
               MOVE WS-DAYS-AHEAD TO PRN-DAYS-AHEAD
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-RUN-LINE
                   AFTER ADVANCING 1 LINE
               RETURN EXPIRY-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN
               IF WS-LOT-FILE-ERROR
                   WRITE EXPIRY-PRINTLINE FROM EXPIRY-LOT-ERROR-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   IF WS-END-OF-SORT
                       WRITE EXPIRY-PRINTLINE FROM EXPIRY-NONE-LINE
                           AFTER ADVANCING 2 LINES
                   END-IF
               END-IF
               PERFORM PRINT-ONE-LOT UNTIL WS-END-OF-SORT
               IF NOT WS-FIRST-LOCATION
                   PERFORM PRINT-LOCATION-TOTALS
               END-IF
               PERFORM PRINT-EXPIRY-TOTALS.

           PRINT-ONE-LOT.
               IF WS-FIRST-LOCATION
                  OR SRT-LOCATION NOT = WS-CURRENT-LOCATION
                   IF NOT WS-FIRST-LOCATION
                       PERFORM PRINT-LOCATION-TOTALS
                   END-IF
                   PERFORM START-NEW-LOCATION
               END-IF
               MOVE SRT-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "** NOT ON ITEM-FILE **" TO PRN-ITEM-NAME
                       MOVE ZERO TO WS-UNIT-VALUE
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO PRN-ITEM-NAME
                       PERFORM SET-UNIT-VALUE
               END-READ
               COMPUTE WS-LOT-VALUE = SRT-QUANTITY * WS-UNIT-VALUE
               IF SRT-DAYS-LEFT < ZERO
                   MOVE "EXPIRED" TO PRN-STATUS
                   ADD 1 TO WS-LOCATION-EXPIRED-COUNT
                   ADD WS-LOT-VALUE TO WS-LOCATION-EXPIRED-VALUE
               ELSE
                   MOVE "EXPIRING" TO PRN-STATUS
                   ADD 1 TO WS-LOCATION-EXPIRING-COUNT
                   ADD WS-LOT-VALUE TO WS-LOCATION-EXPIRING-VALUE
               END-IF
               MOVE SRT-ITEM-CODE TO PRN-ITEM-CODE
               MOVE SRT-LOT-NUMBER TO PRN-LOT-NUMBER
               MOVE SRT-EXPIRY-DATE TO PRN-EXPIRY-DATE
               MOVE SRT-DAYS-LEFT TO PRN-DAYS-LEFT
               MOVE SRT-QUANTITY TO PRN-QUANTITY
               MOVE WS-UNIT-VALUE TO PRN-UNIT-VALUE
               MOVE WS-LOT-VALUE TO PRN-LOT-VALUE
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               RETURN EXPIRY-SORT-FILE
                   AT END SET WS-END-OF-SORT TO TRUE
               END-RETURN.

      *    Valued the way the valuation reports value stock:
      *    average cost, list price when no costed receipt has
      *    ever arrived.
           SET-UNIT-VALUE.
               MOVE ITEM-PRICE TO WS-WORK-ITEM-PRICE
               IF AVERAGE-COST NUMERIC AND AVERAGE-COST > ZERO
                   MOVE AVERAGE-COST TO WS-UNIT-VALUE
               ELSE
                   MOVE WS-WORK-ITEM-PRICE TO WS-UNIT-VALUE
               END-IF.

           START-NEW-LOCATION.
               MOVE "N" TO WS-FIRST-LOCATION-SWITCH
               MOVE SRT-LOCATION TO WS-CURRENT-LOCATION
               MOVE ZERO TO WS-LOCATION-EXPIRED-COUNT
               MOVE ZERO TO WS-LOCATION-EXPIRED-VALUE
               MOVE ZERO TO WS-LOCATION-EXPIRING-COUNT
               MOVE ZERO TO WS-LOCATION-EXPIRING-VALUE
               MOVE SRT-LOCATION TO PRN-LOCATION
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-LOCATION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-HEADS
                   AFTER ADVANCING 2 LINES.

           PRINT-LOCATION-TOTALS.
               MOVE WS-CURRENT-LOCATION TO PRN-TOTAL-LOCATION
               MOVE WS-LOCATION-EXPIRED-COUNT TO PRN-LOC-EXPIRED-COUNT
               MOVE WS-LOCATION-EXPIRED-VALUE TO PRN-LOC-EXPIRED-VALUE
               MOVE WS-LOCATION-EXPIRING-COUNT TO
                   PRN-LOC-EXPIRING-COUNT
               MOVE WS-LOCATION-EXPIRING-VALUE TO
                   PRN-LOC-EXPIRING-VALUE
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-LOCATION-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD WS-LOCATION-EXPIRED-COUNT TO WS-TOTAL-EXPIRED-COUNT
               ADD WS-LOCATION-EXPIRED-VALUE TO WS-TOTAL-EXPIRED-VALUE
               ADD WS-LOCATION-EXPIRING-COUNT TO
                   WS-TOTAL-EXPIRING-COUNT
               ADD WS-LOCATION-EXPIRING-VALUE TO
                   WS-TOTAL-EXPIRING-VALUE.

           PRINT-EXPIRY-TOTALS.
               MOVE WS-TOTAL-EXPIRED-COUNT TO PRN-TOT-EXPIRED-COUNT
               MOVE WS-TOTAL-EXPIRED-VALUE TO PRN-TOT-EXPIRED-VALUE
               MOVE WS-TOTAL-EXPIRING-COUNT TO PRN-TOT-EXPIRING-COUNT
               MOVE WS-TOTAL-EXPIRING-VALUE TO PRN-TOT-EXPIRING-VALUE
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE EXPIRY-PRINTLINE FROM EXPIRY-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.
