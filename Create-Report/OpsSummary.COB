      *PRINTS THE LATEST NIGHT'S STEPS WITH THEIR END STATUS, SO
      *THE MORNING PAGE SAYS EXACTLY WHICH STEP THE NIGHT DIED ON
      *AND WHETHER A STREAM RESUME IS STILL PENDING.
      *LASTLY PRINTS EVERY OPERATOR REFUSAL LOGGED TO THE SECURITY
      *VIOLATIONS FILE YESTERDAY OR TODAY - AN UNKNOWN, INACTIVE OR
      *UNAUTHORIZED OPERATOR TURNED AWAY BY ONE OF THE GUARDED
      *PROGRAMS - AND FLAGS THE PAGE WHEN THERE ARE ANY.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-STREAM-CKPT-PATH           *>Built at run time in BUILD-FILE-PATHS - a surviving record means the stream halted and a resume is pending.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STREAM-CKPT-STATUS.
           SELECT SECURITY-FILE ASSIGN TO DYNAMIC
           WS-SECURITY-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator refusals appended by the guarded programs.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
        02 SC-RESUME-STEP PIC 9(02).
        02 SC-FAIL-DATE PIC 9(08).

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-RUN-LOG-STATUS PIC X(02).
       01  WS-STREAM-PENDING-SWITCH PIC X(01) VALUE "N".
       88  WS-STREAM-RESUME-PENDING VALUE "Y".
       01  WS-STREAM-RESUME-STEP PIC 9(02) VALUE ZERO.
       01  WS-SECURITY-FILE-STATUS PIC X(02).
       88  WS-SECURITY-FILE-OK VALUE "00".
       01  WS-SECURITY-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-SECURITY-FILE VALUE "Y".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       "C:\Coding etc\Github Cobol\Create-Report\streamlog".
       01  WS-STREAM-CKPT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\streamckpt".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-RUN-LOG-PATH PIC X(80) VALUE SPACE.
       01  WS-CHECKPOINT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPS-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-STREAM-LOG-PATH PIC X(80) VALUE SPACE.
       01  WS-STREAM-CKPT-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-NIGHT-FAILED-SWITCH PIC X(01) VALUE "N".
       88  WS-NIGHT-FAILED VALUE "Y".

      *    Violations dated yesterday or today are kept here for
      *    the page. Dates are turned into a day serial (days from
      *    year zero) so yesterday is simply today's serial less one,
      *    across a month or year end alike. Past the table size the
      *    rest are only counted and the page says how many more.
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
       01  WS-SINCE-SERIAL PIC 9(07) VALUE ZERO.
       01  WS-VIOLATION-COUNT PIC 9(05) VALUE ZERO.
       01  WS-VIOLATION-KEPT PIC 9(02) VALUE ZERO.
       01  WS-VIOLATION-INDEX PIC 9(02) VALUE ZERO.
       01  WS-VIOLATION-OVERFLOW PIC 9(05) VALUE ZERO.
       01  WS-VIOLATION-TABLE.
        02 WS-VIOLATION-ENTRY OCCURS 50 TIMES.
         03 WS-VIO-DATE PIC 9(08).
         03 WS-VIO-TIME PIC 9(06).
         03 WS-VIO-OPERATOR PIC X(08).
         03 WS-VIO-PROGRAM PIC X(20).
         03 WS-VIO-FUNCTION PIC X(18).
         03 WS-VIO-REASON PIC X(01).
         03 WS-VIO-ITEM-CODE PIC X(05).

       01  WS-SWING-THRESHOLD PIC 9(03) VALUE 10.
       01  WS-WORK-DIFFERENCE PIC S9(13)V9(02) VALUE ZERO.
       01  WS-SWING-PCT PIC 9(05)V9(02) VALUE ZERO.
        02 PRN-NGT-ITEMS PIC ZZZZ9.
       01  OPS-NO-STREAM-LINE PIC X(40) VALUE
       " NO NIGHTS ON THE STREAM LOG".
       01  OPS-SECURITY-HEADING PIC X(44) VALUE
       " SECURITY VIOLATIONS - YESTERDAY AND TODAY".
       01  OPS-SECURITY-HEADS.
        02 FILLER PIC X(25) VALUE " DATE     TIME   OPERATOR".
        02 FILLER PIC X(22) VALUE " PROGRAM".
        02 FILLER PIC X(19) VALUE "FUNCTION".
        02 FILLER PIC X(30) VALUE "REASON".
        02 FILLER PIC X(04) VALUE "ITEM".
       01  OPS-SECURITY-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-DATE PIC 9(08).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-TIME PIC 9(06).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-OPERATOR PIC X(08).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-PROGRAM PIC X(20).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-FUNCTION PIC X(18).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-REASON PIC X(29).
        02 FILLER PIC X(01) VALUE SPACE.
        02 PRN-VIO-ITEM-CODE PIC X(05).
       01  OPS-SECURITY-MORE-LINE.
        02 FILLER PIC X(06) VALUE " ... ".
        02 PRN-VIO-OVERFLOW PIC ZZZZ9.
        02 FILLER PIC X(30) VALUE " MORE NOT SHOWN - SEE SECVIOL".
       01  OPS-NO-SECURITY-LINE PIC X(44) VALUE
       " NO SECURITY VIOLATIONS YESTERDAY OR TODAY".
       01  OPS-REPORT-FOOTING PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
               PERFORM CHECK-CHECKPOINT-FILE
               PERFORM READ-STREAM-LOG
               PERFORM CHECK-STREAM-CHECKPOINT
               PERFORM READ-SECURITY-FILE
               PERFORM PRINT-OPS-SUMMARY
               CLOSE OPS-REPORT
           END-IF.
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-STREAM-CKPT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-STREAM-CKPT-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                   CLOSE STREAM-CKPT-FILE
               END-IF.

      *    A missing violations file (status 35) means no operator
      *    has ever been refused here; the section prints its none
      *    line. A record with a damaged date cannot be placed in
      *    time, so it is shown rather than quietly skipped.
           READ-SECURITY-FILE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-SERIAL-DATE
               PERFORM GET-DAY-SERIAL
               COMPUTE WS-SINCE-SERIAL = WS-DAY-SERIAL - 1
               OPEN INPUT SECURITY-FILE
               IF WS-SECURITY-FILE-OK
                   READ SECURITY-FILE
                       AT END SET WS-END-OF-SECURITY-FILE TO TRUE
                   END-READ
                   PERFORM COLLECT-ONE-VIOLATION
                       UNTIL WS-END-OF-SECURITY-FILE
                   CLOSE SECURITY-FILE
               END-IF.

           COLLECT-ONE-VIOLATION.
               IF SV-DATE NUMERIC
                   MOVE SV-DATE TO WS-SERIAL-DATE
                   PERFORM GET-DAY-SERIAL
               ELSE
                   MOVE WS-SINCE-SERIAL TO WS-DAY-SERIAL
               END-IF
               IF WS-DAY-SERIAL NOT < WS-SINCE-SERIAL
                   ADD 1 TO WS-VIOLATION-COUNT
                   IF WS-VIOLATION-KEPT < 50
                       ADD 1 TO WS-VIOLATION-KEPT
                       MOVE SV-DATE TO
                           WS-VIO-DATE (WS-VIOLATION-KEPT)
                       MOVE SV-TIME TO
                           WS-VIO-TIME (WS-VIOLATION-KEPT)
                       MOVE SV-OPERATOR TO
                           WS-VIO-OPERATOR (WS-VIOLATION-KEPT)
                       MOVE SV-PROGRAM TO
                           WS-VIO-PROGRAM (WS-VIOLATION-KEPT)
                       MOVE SV-FUNCTION TO
                           WS-VIO-FUNCTION (WS-VIOLATION-KEPT)
                       MOVE SV-REASON TO
                           WS-VIO-REASON (WS-VIOLATION-KEPT)
                       MOVE SV-ITEM-CODE TO
                           WS-VIO-ITEM-CODE (WS-VIOLATION-KEPT)
                   ELSE
                       ADD 1 TO WS-VIOLATION-OVERFLOW
                   END-IF
               END-IF
               READ SECURITY-FILE
                   AT END SET WS-END-OF-SECURITY-FILE TO TRUE
               END-READ.

      *    Day serial of WS-SERIAL-DATE: whole years at 365 days,
      *    plus the leap days before this year, plus the days of
      *    the months already gone, plus the day of the month.
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

           PRINT-OPS-SUMMARY.
               WRITE OPS-PRINTLINE FROM OPS-PAGE-HEADING
                   AFTER ADVANCING PAGE
                   PERFORM PRINT-RUN-FLAGS
               END-IF
               PERFORM PRINT-STREAM-SECTION
               PERFORM PRINT-SECURITY-SECTION
               WRITE OPS-PRINTLINE FROM OPS-REPORT-FOOTING
                   AFTER ADVANCING 2 LINES.

               WRITE OPS-PRINTLINE FROM OPS-STREAM-LINE
                   AFTER ADVANCING 1 LINE.

      *    The violation flag is written here rather than with the
      *    run flags, so it still shows when the run log is empty.
           PRINT-SECURITY-SECTION.
               IF WS-VIOLATION-COUNT = ZERO
                   WRITE OPS-PRINTLINE FROM OPS-NO-SECURITY-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE SPACE TO PRN-FLAG-TEXT
                   STRING WS-VIOLATION-COUNT DELIMITED BY SIZE
                       " SECURITY VIOLATIONS SINCE YESTERDAY"
                       DELIMITED BY SIZE
                       INTO PRN-FLAG-TEXT
                   PERFORM WRITE-FLAG-LINE
                   WRITE OPS-PRINTLINE FROM OPS-SECURITY-HEADING
                       AFTER ADVANCING 2 LINES
                   WRITE OPS-PRINTLINE FROM OPS-SECURITY-HEADS
                       AFTER ADVANCING 1 LINE
                   PERFORM PRINT-ONE-VIOLATION
                       VARYING WS-VIOLATION-INDEX FROM 1 BY 1
                       UNTIL WS-VIOLATION-INDEX > WS-VIOLATION-KEPT
                   IF WS-VIOLATION-OVERFLOW > ZERO
                       MOVE WS-VIOLATION-OVERFLOW TO PRN-VIO-OVERFLOW
                       WRITE OPS-PRINTLINE FROM OPS-SECURITY-MORE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF.

           PRINT-ONE-VIOLATION.
               MOVE WS-VIO-DATE (WS-VIOLATION-INDEX) TO PRN-VIO-DATE
               MOVE WS-VIO-TIME (WS-VIOLATION-INDEX) TO PRN-VIO-TIME
               MOVE WS-VIO-OPERATOR (WS-VIOLATION-INDEX) TO
                   PRN-VIO-OPERATOR
               MOVE WS-VIO-PROGRAM (WS-VIOLATION-INDEX) TO
                   PRN-VIO-PROGRAM
               MOVE WS-VIO-FUNCTION (WS-VIOLATION-INDEX) TO
                   PRN-VIO-FUNCTION
               EVALUATE WS-VIO-REASON (WS-VIOLATION-INDEX)
                   WHEN "U"
                       MOVE "UNKNOWN OPERATOR" TO PRN-VIO-REASON
                   WHEN "I"
                       MOVE "OPERATOR INACTIVE" TO PRN-VIO-REASON
                   WHEN "N"
                       MOVE "NOT AUTHORIZED" TO PRN-VIO-REASON
                   WHEN "M"
                       MOVE "OPERATOR MASTER NOT AVAILABLE" TO
                           PRN-VIO-REASON
                   WHEN OTHER
                       MOVE "REFUSED" TO PRN-VIO-REASON
               END-EVALUATE
               MOVE WS-VIO-ITEM-CODE (WS-VIOLATION-INDEX) TO
                   PRN-VIO-ITEM-CODE
               WRITE OPS-PRINTLINE FROM OPS-SECURITY-LINE
                   AFTER ADVANCING 1 LINE.

           PRINT-RUN-FLAGS.
               MOVE ZERO TO WS-FLAG-COUNT
               IF WS-LAT-STATUS = "A"
