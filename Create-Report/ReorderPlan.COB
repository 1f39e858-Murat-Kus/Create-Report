       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-PLANNING.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. RECALCULATES REORDER-LEVEL AND REORDER-QUANTITY FOR
      *EVERY ITEM ON THE INDEXED ITEM-FILE FROM WHAT IT HAS ACTUALLY
      *ISSUED. THE AVERAGE DAILY ISSUE IS THE TOTAL OF THE ISSUE
      *LINES ON THE MOVEMENT HISTORY FILE OVER THE CHOSEN NUMBER OF
      *MONTHS, DIVIDED BY THE DAYS IN THAT WINDOW. THE PROPOSED
      *REORDER LEVEL IS THE DEMAND OVER THE SUPPLIER'S LEAD TIME
      *PLUS A SAFETY STOCK OF HALF AS MUCH AGAIN; THE PROPOSED
      *REORDER QUANTITY IS THIRTY DAYS' DEMAND ROUNDED UP TO THE
      *SUPPLIER'S ORDER MULTIPLE. AN ITEM THAT ISSUED NOTHING IN
      *THE WINDOW IS PROPOSED AT ZERO - NOT REORDERED - SO DEAD
      *LINES DROP OFF REORDER-REPORT AND PURCHASE-ORDERS. A SUPPLIER
      *WITH NO LEAD TIME ON FILE, OR AN ITEM WITH NO SUPPLIER, IS
      *PLANNED ON A DEFAULT LEAD TIME AND MARKED ON THE REGISTER.
      *PRINTS A CURRENT-VERSUS-PROPOSED REGISTER. A TRIAL RUN (THE
      *DEFAULT) CHANGES NOTHING; A CONFIRM RUN REWRITES EVERY ITEM
      *WHOSE FIGURES MOVE AND LOGS EACH ONE TO THE AUDIT-FILE.
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
           SELECT SUPPLIER-FILE ASSIGN TO DYNAMIC
           WS-SUPPLIER-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - lead times and order multiples.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-HISTORY-PATH           *>Built at run time in BUILD-FILE-PATHS - the issues demand is taken from.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audit trail of confirmed changes.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PLAN-REGISTER ASSIGN TO DYNAMIC
           WS-PLAN-REGISTER-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed register.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  SUPPLIER-FILE.
           COPY SUPPMAST.

       FD  MOVEMENT-HISTORY-FILE.
           COPY MOVEHIST.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  PLAN-REGISTER.
       01  PLAN-PRINTLINE PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-SUPPLIER-FILE-STATUS PIC X(02).
       88  WS-SUPPLIER-FILE-OK VALUE "00".
       01  WS-MOVEMENT-HISTORY-STATUS PIC X(02).
       88  WS-MOVEMENT-HISTORY-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02).
       88  WS-AUDIT-FILE-OK VALUE "00".
       01  WS-PLAN-REGISTER-STATUS PIC X(02).
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-ITEMS VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-HISTORY VALUE "Y".
       01  WS-SUPPLIER-OPEN-SWITCH PIC X(01) VALUE "N".
       88  WS-SUPPLIER-FILE-OPEN VALUE "Y".

       01  WS-RUN-MODE PIC X(10) VALUE SPACE.
       88  WS-CONFIRM-RUN VALUE "CONFIRM".
       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-SUPPLIER-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\suppfile".
       01  WS-MOVEMENT-HISTORY-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\movehist".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-PLAN-REGISTER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\reorplan".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SUPPLIER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MOVEMENT-HISTORY-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PLAN-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.

      *    The demand window is the number of whole months given as
      *    the second argument (01 to 24), ending today. A blank,
      *    unreadable or out-of-range figure plans on six months.
       01  WS-MONTHS-TEXT PIC X(02) VALUE SPACE.
       01  WS-MONTHS REDEFINES WS-MONTHS-TEXT PIC 9(02).
       01  WS-DEFAULT-MONTHS PIC 9(02) VALUE 06.
       01  WS-MAXIMUM-MONTHS PIC 9(02) VALUE 24.
       01  WS-AS-OF-DATE PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
        02 WS-AS-OF-YEAR PIC 9(04).
        02 WS-AS-OF-MONTH PIC 9(02).
        02 WS-AS-OF-DAY PIC 9(02).
       01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
       01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
        02 WS-FROM-YEAR PIC 9(04).
        02 WS-FROM-MONTH PIC 9(02).
        02 WS-FROM-DAY PIC 9(02).
       01  WS-MONTH-COUNT PIC 9(06) VALUE ZERO.
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
       01  WS-DIVIDE-REMAINDER PIC 9(05) VALUE ZERO.
       01  WS-LEAP-YEAR-SWITCH PIC X(01) VALUE "N".
       88  WS-LEAP-YEAR VALUE "Y".
       01  WS-AS-OF-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-FROM-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-DAYS PIC 9(04) VALUE ZERO.
       01  WS-HISTORY-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-MOVE-DATE-TEXT PIC X(08) VALUE SPACE.
       01  WS-MOVE-DATE-NUM REDEFINES WS-MOVE-DATE-TEXT PIC 9(08).

      *    The window's issues are summed here, one entry per item.
      *    Two thousand items is generous for this file; a bigger
      *    file than that stops the run rather than planning the
      *    overflow as if it never issued.
       01  WS-ISSUE-TABLE.
        02 WS-ISSUE-ENTRY OCCURS 2000 TIMES.
         03 WS-ISS-ITEM-CODE PIC X(05).
         03 WS-ISS-QUANTITY PIC 9(07).
       01  WS-ISSUE-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-ISSUE-INDEX PIC 9(04) VALUE ZERO.
       01  WS-MATCH-INDEX PIC 9(04) VALUE ZERO.
       01  WS-CODE-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-CODE-FOUND VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".
       01  WS-LOOKUP-CODE PIC X(05) VALUE SPACE.

      *    The planning rules. Safety stock is taken as a percentage
      *    of lead-time demand, so a long, slow supplier carries
      *    more cover than a next-day one; the reorder quantity
      *    covers a month's demand; a supplier with no lead time on
      *    file is planned on a fortnight.
       01  WS-SAFETY-PERCENT PIC 9(03) VALUE 050.
       01  WS-COVER-DAYS PIC 9(03) VALUE 030.
       01  WS-DEFAULT-LEAD-TIME PIC 9(03) VALUE 014.
       01  WS-LARGEST-QUANTITY PIC 9(05) VALUE 99999.

       01  WS-ITEM-ISSUES PIC 9(07) VALUE ZERO.
       01  WS-DAILY-DEMAND PIC 9(05)V9(04) VALUE ZERO.
       01  WS-LEAD-TIME PIC 9(03) VALUE ZERO.
       01  WS-ORDER-MULTIPLE PIC 9(05) VALUE ZERO.
       01  WS-LEAD-TIME-DEFAULTED-SWITCH PIC X(01) VALUE "N".
       88  WS-LEAD-TIME-DEFAULTED VALUE "Y".
       01  WS-PLAN-WORK PIC 9(09)V9(04) VALUE ZERO.
       01  WS-PLAN-WHOLE PIC 9(09) VALUE ZERO.
       01  WS-PROPOSED-LEVEL PIC 9(05) VALUE ZERO.
       01  WS-PROPOSED-QUANTITY PIC 9(05) VALUE ZERO.
       01  WS-CURRENT-LEVEL PIC 9(05) VALUE ZERO.
       01  WS-CURRENT-QUANTITY PIC 9(05) VALUE ZERO.

       01  WS-PLANNED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CHANGED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-NO-DEMAND-COUNT PIC 9(05) VALUE ZERO.
       01  WS-DEFAULTED-COUNT PIC 9(05) VALUE ZERO.

       01  PLAN-PAGE-HEADING PIC X(30) VALUE
       "REORDER PLANNING REGISTER".
       01  PLAN-MODE-LINE.
        02 FILLER PIC X(11) VALUE " RUN MODE: ".
        02 PRN-RUN-MODE PIC X(20).
       01  PLAN-WINDOW-LINE.
        02 FILLER PIC X(14) VALUE " ISSUES FROM: ".
        02 PRN-FROM-DATE PIC 9(08).
        02 FILLER PIC X(06) VALUE "  TO: ".
        02 PRN-AS-OF-DATE PIC 9(08).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-MONTHS PIC Z9.
        02 FILLER PIC X(09) VALUE " MONTHS, ".
        02 PRN-WINDOW-DAYS PIC ZZZ9.
        02 FILLER PIC X(05) VALUE " DAYS".
       01  PLAN-HEADS.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "CODE".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(20) VALUE "NAME".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(05) VALUE "SUPP".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(04) VALUE "  LT".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(07) VALUE " ISSUED".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(08) VALUE " PER DAY".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(11) VALUE "LEVEL - NEW".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(11) VALUE "QTY   - NEW".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(04) VALUE "MULT".
        02 FILLER PIC X(02) VALUE SPACE.
        02 FILLER PIC X(10) VALUE "FLAG".
       01  PLAN-DETAIL-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ITEM-CODE PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ITEM-NAME PIC X(20).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-SUPPLIER-CODE PIC X(05).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-LEAD-TIME PIC ZZ9.
        02 PRN-LEAD-TIME-MARK PIC X(01).
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-ISSUES PIC Z(6)9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-DAILY-DEMAND PIC ZZZZ9.99.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-CURRENT-LEVEL PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-PROPOSED-LEVEL PIC ZZZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-CURRENT-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-PROPOSED-QUANTITY PIC ZZZZ9.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-ORDER-MULTIPLE PIC ZZZZ9.
        02 FILLER PIC X(02) VALUE SPACE.
        02 PRN-FLAG-TEXT PIC X(10).
       01  PLAN-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(09) VALUE "PLANNED: ".
        02 PRN-PLANNED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE "  CHANGED: ".
        02 PRN-CHANGED-COUNT PIC ZZZZ9.
        02 FILLER PIC X(13) VALUE "  NO DEMAND: ".
        02 PRN-NO-DEMAND-COUNT PIC ZZZZ9.
        02 FILLER PIC X(21) VALUE "  DEFAULT LEAD TIME: ".
        02 PRN-DEFAULTED-COUNT PIC ZZZZ9.
       01  PLAN-NOTE-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(17) VALUE "* = LEAD TIME OF ".
        02 PRN-DEFAULT-LEAD-TIME PIC ZZ9.
        02 FILLER PIC X(43) VALUE
           " DAYS ASSUMED - NONE ON THE SUPPLIER MASTER".
       01  PLAN-REPORT-FOOTING PIC X(15) VALUE "END OF REGISTER".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM OPEN-PLAN-FILES
           IF NOT WS-OPEN-ERROR
               PERFORM LOAD-ISSUE-QUANTITIES
               IF WS-TABLE-FULL
                   DISPLAY "ISSUE TABLE FULL AT " WS-ISSUE-TOTAL
                       " ENTRIES - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-PLAN-HEADINGS
                   PERFORM PLAN-ALL-ITEMS
                   PERFORM PRINT-PLAN-TOTALS
               END-IF
               CLOSE ITEM-FILE, AUDIT-FILE, PLAN-REGISTER
               IF WS-SUPPLIER-FILE-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           GET-RUN-PARAMETERS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MONTHS-TEXT FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-SUFFIX FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
      *    The fifth argument names the operator for the audit
      *    trail written on a confirm run; a run with no argument
      *    is stamped with the program's own short name.
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-OPERATOR = SPACES
                   MOVE "REORPLAN" TO WS-OPERATOR
               END-IF
               IF WS-MONTHS-TEXT (2:1) = SPACE
                  AND WS-MONTHS-TEXT (1:1) NOT = SPACE
                   MOVE WS-MONTHS-TEXT (1:1) TO WS-MONTHS-TEXT (2:1)
                   MOVE "0" TO WS-MONTHS-TEXT (1:1)
               END-IF
               IF WS-MONTHS NOT NUMERIC
                   MOVE WS-DEFAULT-MONTHS TO WS-MONTHS
               END-IF
               IF WS-MONTHS = ZERO OR WS-MONTHS > WS-MAXIMUM-MONTHS
                   MOVE WS-DEFAULT-MONTHS TO WS-MONTHS
               END-IF
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
               PERFORM SET-DEMAND-WINDOW
               PERFORM BUILD-FILE-PATHS.

      *    The window opens on the same day the chosen number of
      *    months back and runs up to today. A day past the 28th
      *    steps back to the 28th so it exists in every month; the
      *    window is then a day or three longer, and as the average
      *    is taken over the days actually in it, no demand is lost.
           SET-DEMAND-WINDOW.
               COMPUTE WS-MONTH-COUNT =
                   (WS-AS-OF-YEAR * 12) + WS-AS-OF-MONTH - 1
                   - WS-MONTHS
               DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               MOVE WS-DIVIDE-QUOTIENT TO WS-FROM-YEAR
               COMPUTE WS-FROM-MONTH = WS-DIVIDE-REMAINDER + 1
               MOVE WS-AS-OF-DAY TO WS-FROM-DAY
               IF WS-FROM-DAY > 28
                   MOVE 28 TO WS-FROM-DAY
               END-IF
               MOVE WS-AS-OF-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               MOVE WS-DAY-SERIAL TO WS-AS-OF-SERIAL
               MOVE WS-FROM-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               MOVE WS-DAY-SERIAL TO WS-FROM-SERIAL
               COMPUTE WS-WINDOW-DAYS =
                   WS-AS-OF-SERIAL - WS-FROM-SERIAL.

           BUILD-FILE-PATHS.
               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH

               MOVE "suppfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SUPPLIER-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SUPPLIER-FILE-PATH

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

               MOVE "reorplan" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-PLAN-REGISTER-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-PLAN-REGISTER-PATH.

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
      *    included, so the window is measured in true days.
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

      *    The supplier master is read for lead times only; a box
      *    that has never kept one (status 35) plans every item on
      *    the default lead time rather than stopping the run.
           OPEN-PLAN-FILES.
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
                       OPEN OUTPUT PLAN-REGISTER
                       IF WS-PLAN-REGISTER-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN PLAN-REGISTER - "
                               "STATUS " WS-PLAN-REGISTER-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE ITEM-FILE, AUDIT-FILE
                       ELSE
                           PERFORM OPEN-SUPPLIER-FILE
                       END-IF
                   END-IF
               END-IF.

           OPEN-SUPPLIER-FILE.
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPPLIER-FILE-OK
                   SET WS-SUPPLIER-FILE-OPEN TO TRUE
               ELSE
                   IF WS-SUPPLIER-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN SUPPLIER-FILE - STATUS "
                           WS-SUPPLIER-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE ITEM-FILE, AUDIT-FILE, PLAN-REGISTER
                   END-IF
               END-IF.

      *    A missing history file (status 35) just means posting
      *    has never run here; every item then shows no demand.
           LOAD-ISSUE-QUANTITIES.
               OPEN INPUT MOVEMENT-HISTORY-FILE
               IF WS-MOVEMENT-HISTORY-OK
                   READ MOVEMENT-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
                   PERFORM ABSORB-ONE-HISTORY-LINE
                       UNTIL WS-END-OF-HISTORY OR WS-TABLE-FULL
                   CLOSE MOVEMENT-HISTORY-FILE
               END-IF.

      *    Only issues are demand. Receipts, transfers between
      *    locations and count corrections move stock without
      *    anyone having wanted it.
           ABSORB-ONE-HISTORY-LINE.
               IF MH-TYPE = "I" OR MH-TYPE = "i"
                   MOVE MH-MOVE-DATE TO WS-MOVE-DATE-TEXT
                   IF WS-MOVE-DATE-NUM NUMERIC
                       MOVE WS-MOVE-DATE-NUM TO WS-SERIAL-DATE
                       PERFORM GET-DAY-SERIAL
                       MOVE WS-DAY-SERIAL TO WS-HISTORY-SERIAL
                       IF WS-HISTORY-SERIAL > WS-FROM-SERIAL
                          AND WS-HISTORY-SERIAL <= WS-AS-OF-SERIAL
                           PERFORM ADD-ISSUE-QUANTITY
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-TABLE-FULL
                   READ MOVEMENT-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
               END-IF.

           ADD-ISSUE-QUANTITY.
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
                       SET WS-CODE-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-CODE-FOUND
                   ADD MH-QUANTITY TO WS-ISS-QUANTITY (WS-MATCH-INDEX)
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

           PRINT-PLAN-HEADINGS.
               WRITE PLAN-PRINTLINE FROM PLAN-PAGE-HEADING
                   AFTER ADVANCING PAGE
               IF WS-CONFIRM-RUN
                   MOVE "CONFIRM - UPDATING" TO PRN-RUN-MODE
               ELSE
                   MOVE "TRIAL - REPORT ONLY" TO PRN-RUN-MODE
               END-IF
               WRITE PLAN-PRINTLINE FROM PLAN-MODE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-FROM-DATE TO PRN-FROM-DATE
               MOVE WS-AS-OF-DATE TO PRN-AS-OF-DATE
               MOVE WS-MONTHS TO PRN-MONTHS
               MOVE WS-WINDOW-DAYS TO PRN-WINDOW-DAYS
               WRITE PLAN-PRINTLINE FROM PLAN-WINDOW-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PLAN-PRINTLINE FROM PLAN-HEADS
                   AFTER ADVANCING 2 LINES.

           PLAN-ALL-ITEMS.
               MOVE LOW-VALUES TO ITEM-CODE
               START ITEM-FILE KEY IS GREATER THAN ITEM-CODE
                   INVALID KEY SET WS-END-OF-ITEMS TO TRUE
               END-START
               IF NOT WS-END-OF-ITEMS
                   READ ITEM-FILE NEXT
                       AT END SET WS-END-OF-ITEMS TO TRUE
                   END-READ
               END-IF
               PERFORM PLAN-ONE-ITEM UNTIL WS-END-OF-ITEMS.

           PLAN-ONE-ITEM.
               ADD 1 TO WS-PLANNED-COUNT
               MOVE SPACES TO PRN-FLAG-TEXT
               MOVE ZERO TO WS-ITEM-ISSUES
               MOVE ITEM-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-ISSUE-ENTRY
               IF WS-CODE-FOUND
                   MOVE WS-ISS-QUANTITY (WS-MATCH-INDEX)
                       TO WS-ITEM-ISSUES
               END-IF
               PERFORM GET-SUPPLIER-TERMS
               IF WS-WINDOW-DAYS > ZERO
                   COMPUTE WS-DAILY-DEMAND ROUNDED =
                       WS-ITEM-ISSUES / WS-WINDOW-DAYS
               ELSE
                   MOVE ZERO TO WS-DAILY-DEMAND
               END-IF
               IF WS-ITEM-ISSUES = ZERO
                   MOVE ZERO TO WS-PROPOSED-LEVEL
                   MOVE ZERO TO WS-PROPOSED-QUANTITY
                   MOVE "NO DEMAND" TO PRN-FLAG-TEXT
                   ADD 1 TO WS-NO-DEMAND-COUNT
               ELSE
                   PERFORM PROPOSE-REORDER-FIGURES
               END-IF
               MOVE ZERO TO WS-CURRENT-LEVEL
               MOVE ZERO TO WS-CURRENT-QUANTITY
               IF REORDER-LEVEL NUMERIC
                   MOVE REORDER-LEVEL TO WS-CURRENT-LEVEL
               END-IF
               IF REORDER-QUANTITY NUMERIC
                   MOVE REORDER-QUANTITY TO WS-CURRENT-QUANTITY
               END-IF
               IF WS-PROPOSED-LEVEL NOT = WS-CURRENT-LEVEL
                  OR WS-PROPOSED-QUANTITY NOT = WS-CURRENT-QUANTITY
                  OR REORDER-LEVEL NOT NUMERIC
                  OR REORDER-QUANTITY NOT NUMERIC
                   ADD 1 TO WS-CHANGED-COUNT
                   IF WS-CONFIRM-RUN
                       PERFORM APPLY-PROPOSED-FIGURES
                   END-IF
                   IF PRN-FLAG-TEXT = SPACES
                       IF WS-CONFIRM-RUN
                           MOVE "UPDATED" TO PRN-FLAG-TEXT
                       ELSE
                           MOVE "CHANGE" TO PRN-FLAG-TEXT
                       END-IF
                   END-IF
               END-IF
               PERFORM PRINT-PLAN-LINE
               READ ITEM-FILE NEXT
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ.

      *    Lead time and order multiple come from the item's own
      *    supplier; no supplier, a code no longer on the master or
      *    a lead time of zero (not known) plans on the default.
           GET-SUPPLIER-TERMS.
               MOVE ZERO TO WS-LEAD-TIME
               MOVE ZERO TO WS-ORDER-MULTIPLE
               MOVE "N" TO WS-LEAD-TIME-DEFAULTED-SWITCH
               IF WS-SUPPLIER-FILE-OPEN AND SUPPLIER-CODE NOT = SPACES
                   MOVE SUPPLIER-CODE TO SUPP-CODE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SUPP-LEAD-TIME-DAYS NUMERIC
                               MOVE SUPP-LEAD-TIME-DAYS TO WS-LEAD-TIME
                           END-IF
                           IF SUPP-ORDER-MULTIPLE NUMERIC
                               MOVE SUPP-ORDER-MULTIPLE
                                   TO WS-ORDER-MULTIPLE
                           END-IF
                   END-READ
               END-IF
               IF WS-LEAD-TIME = ZERO
                   MOVE WS-DEFAULT-LEAD-TIME TO WS-LEAD-TIME
                   SET WS-LEAD-TIME-DEFAULTED TO TRUE
                   ADD 1 TO WS-DEFAULTED-COUNT
               END-IF.

      *    Level = lead-time demand plus the safety percentage of
      *    it; quantity = the cover days' demand, at least one
      *    order multiple, rounded up to a whole multiple. Both
      *    round up - a part-unit of demand still needs a unit on
      *    the shelf - and are held to what the record can carry.
           PROPOSE-REORDER-FIGURES.
               COMPUTE WS-PLAN-WORK = WS-DAILY-DEMAND * WS-LEAD-TIME
                   * (100 + WS-SAFETY-PERCENT) / 100
               PERFORM ROUND-UP-PLAN-FIGURE
               IF WS-PLAN-WHOLE > WS-LARGEST-QUANTITY
                   MOVE WS-LARGEST-QUANTITY TO WS-PROPOSED-LEVEL
               ELSE
                   MOVE WS-PLAN-WHOLE TO WS-PROPOSED-LEVEL
               END-IF
               COMPUTE WS-PLAN-WORK = WS-DAILY-DEMAND * WS-COVER-DAYS
               PERFORM ROUND-UP-PLAN-FIGURE
               IF WS-ORDER-MULTIPLE > 1
                   DIVIDE WS-PLAN-WHOLE BY WS-ORDER-MULTIPLE
                       GIVING WS-DIVIDE-QUOTIENT
                       REMAINDER WS-DIVIDE-REMAINDER
                   IF WS-DIVIDE-REMAINDER > ZERO
                      OR WS-DIVIDE-QUOTIENT = ZERO
                       ADD 1 TO WS-DIVIDE-QUOTIENT
                   END-IF
                   COMPUTE WS-PLAN-WHOLE =
                       WS-DIVIDE-QUOTIENT * WS-ORDER-MULTIPLE
               END-IF
               IF WS-PLAN-WHOLE > WS-LARGEST-QUANTITY
                   MOVE WS-LARGEST-QUANTITY TO WS-PROPOSED-QUANTITY
               ELSE
                   MOVE WS-PLAN-WHOLE TO WS-PROPOSED-QUANTITY
               END-IF.

           ROUND-UP-PLAN-FIGURE.
               MOVE WS-PLAN-WORK TO WS-PLAN-WHOLE
               IF WS-PLAN-WORK > WS-PLAN-WHOLE
                   ADD 1 TO WS-PLAN-WHOLE
               END-IF
               IF WS-PLAN-WHOLE = ZERO
                   MOVE 1 TO WS-PLAN-WHOLE
               END-IF.

           APPLY-PROPOSED-FIGURES.
               MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
               MOVE WS-PROPOSED-LEVEL TO REORDER-LEVEL
               MOVE WS-PROPOSED-QUANTITY TO REORDER-QUANTITY
               REWRITE STOCK-ITEMS
               PERFORM WRITE-AUDIT-RECORD.

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

           PRINT-PLAN-LINE.
               MOVE ITEM-CODE TO PRN-ITEM-CODE
               MOVE ITEM-NAME TO PRN-ITEM-NAME
               MOVE SUPPLIER-CODE TO PRN-SUPPLIER-CODE
               MOVE WS-LEAD-TIME TO PRN-LEAD-TIME
               IF WS-LEAD-TIME-DEFAULTED
                   MOVE "*" TO PRN-LEAD-TIME-MARK
               ELSE
                   MOVE SPACE TO PRN-LEAD-TIME-MARK
               END-IF
               MOVE WS-ITEM-ISSUES TO PRN-ISSUES
               MOVE WS-DAILY-DEMAND TO PRN-DAILY-DEMAND
               MOVE WS-CURRENT-LEVEL TO PRN-CURRENT-LEVEL
               MOVE WS-PROPOSED-LEVEL TO PRN-PROPOSED-LEVEL
               MOVE WS-CURRENT-QUANTITY TO PRN-CURRENT-QUANTITY
               MOVE WS-PROPOSED-QUANTITY TO PRN-PROPOSED-QUANTITY
               MOVE WS-ORDER-MULTIPLE TO PRN-ORDER-MULTIPLE
               WRITE PLAN-PRINTLINE FROM PLAN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

           PRINT-PLAN-TOTALS.
               MOVE WS-PLANNED-COUNT TO PRN-PLANNED-COUNT
               MOVE WS-CHANGED-COUNT TO PRN-CHANGED-COUNT
               MOVE WS-NO-DEMAND-COUNT TO PRN-NO-DEMAND-COUNT
               MOVE WS-DEFAULTED-COUNT TO PRN-DEFAULTED-COUNT
               WRITE PLAN-PRINTLINE FROM PLAN-TOTALS-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-DEFAULT-LEAD-TIME TO PRN-DEFAULT-LEAD-TIME
               WRITE PLAN-PRINTLINE FROM PLAN-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PLAN-PRINTLINE FROM PLAN-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.
