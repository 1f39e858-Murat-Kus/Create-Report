      *COUNTS BY TRANSACTION TYPE SO THE YEAR-END AUDITOR CAN TIE
      *THE ARCHIVE BACK TO THE TRAIL IT CAME FROM. AUDIT-PRINT
      *ACCEPTS THE SAME PERIOD DATE TO LIST AN ARCHIVE WITH ITS
      *USUAL ITEM AND DATE FILTERS. THE OPERATOR NAMED ON THE RUN
      *MUST BE ACTIVE ON THE OPERATOR MASTER WITH AUDIT CLOSE
      *PERMITTED; ANY OTHER OPERATOR IS REFUSED BEFORE ANYTHING IS
      *TOUCHED AND THE REFUSAL IS LOGGED TO THE SECURITY
      *VIOLATIONS FILE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-CLOSE-REGISTER-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed close register.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-REGISTER-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator master checked before the close.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT SECURITY-FILE ASSIGN TO DYNAMIC
           WS-SECURITY-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - refused operators appended for OPS-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(268).

       FD  AUDIT-TEMP.
       01  AUDIT-TEMP-RECORD PIC X(268).

       FD  CLOSE-REGISTER.
       01  REGISTER-PRINTLINE PIC X(110).

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-FILE-STATUS PIC X(02).
       "C:\Coding etc\Github Cobol\Create-Report\auditarch".
       01  WS-CLOSE-REGISTER-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\auditcls".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ARCHIVE-FILE-PATH PIC X(90) VALUE SPACE.
       01  WS-AUDIT-TEMP-PATH PIC X(84) VALUE SPACE.
       01  WS-CLOSE-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-ARCHIVE-EXISTS-SWITCH PIC X(01) VALUE "N".
       88  WS-ARCHIVE-EXISTS VALUE "Y".

       01  WS-OPERATOR PIC X(08) VALUE SPACE.

      *    Who may run what is held on the operator master; a
      *    refusal is displayed and appended to the security
      *    violations file that OPS-SUMMARY prints each morning.
       01  WS-OPERATOR-FILE-STATUS PIC X(02).
       88  WS-OPERATOR-FILE-OK VALUE "00".
       01  WS-SECURITY-FILE-STATUS PIC X(02).
       88  WS-SECURITY-FILE-OK VALUE "00".
       01  WS-AUTHORITY-SWITCH PIC X(01) VALUE "N".
       88  WS-OPERATOR-AUTHORIZED VALUE "Y".
       01  WS-REFUSAL-REASON PIC X(01) VALUE SPACE.
       88  WS-REFUSED-UNKNOWN VALUE "U".
       88  WS-REFUSED-INACTIVE VALUE "I".
       88  WS-REFUSED-NOT-AUTHORIZED VALUE "N".
       88  WS-REFUSED-NO-MASTER VALUE "M".
       01  WS-REFUSAL-TEXT PIC X(30) VALUE SPACE.
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "AUDIT-PERIOD-CLOSE".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "AUDIT CLOSE".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

       01  REGISTER-PAGE-HEADING PIC X(26) VALUE
       "AUDIT PERIOD CLOSE".
       01  REGISTER-CUT-LINE.

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPERATOR-AUTHORIZED OR WS-CUT-DATE NOT NUMERIC
               IF WS-OPERATOR-AUTHORIZED
                   DISPLAY "CUT DATE ARGUMENT MUST BE YYYYMMDD"
               END-IF
           ELSE
               PERFORM CHECK-ARCHIVE-ABSENT
               IF WS-ARCHIVE-EXISTS
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
      *    The fourth argument names the operator closing the
      *    period, who must be on the operator master.
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CLOSE-REGISTER-PATH

               MOVE "operfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-FILE-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH

               PERFORM BUILD-ARCHIVE-PATH

      *    The scratch copy used while the live file is rewritten
                   END-IF
               END-IF.

      *    The operator named on the run must be on the operator
      *    master, active and allowed to close an audit period;
      *    anything else is refused before the trail is touched.
           CHECK-OPERATOR-AUTHORITY.
               MOVE "N" TO WS-AUTHORITY-SWITCH
               MOVE SPACE TO WS-REFUSAL-REASON
               OPEN INPUT OPERATOR-FILE
               IF NOT WS-OPERATOR-FILE-OK
                   DISPLAY "UNABLE TO OPEN OPERATOR-FILE - STATUS "
                       WS-OPERATOR-FILE-STATUS
                   SET WS-REFUSED-NO-MASTER TO TRUE
               ELSE
                   MOVE WS-OPERATOR TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           SET WS-REFUSED-UNKNOWN TO TRUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT OPER-ACTIVE
                                   SET WS-REFUSED-INACTIVE TO TRUE
                               WHEN NOT OPER-MAY-CLOSE-AUDIT
                                   SET WS-REFUSED-NOT-AUTHORIZED
                                       TO TRUE
                               WHEN OTHER
                                   SET WS-OPERATOR-AUTHORIZED TO TRUE
                           END-EVALUATE
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
               IF NOT WS-OPERATOR-AUTHORIZED
                   PERFORM LOG-SECURITY-VIOLATION
               END-IF.

      *    The violations file is opened for EXTEND and closed again
      *    for each refusal so every program can append to it; the
      *    very first refusal on a box finds no file yet (status 35)
      *    and creates it with a plain OUTPUT open.
           LOG-SECURITY-VIOLATION.
               EVALUATE TRUE
                   WHEN WS-REFUSED-UNKNOWN
                       MOVE "UNKNOWN OPERATOR" TO WS-REFUSAL-TEXT
                   WHEN WS-REFUSED-INACTIVE
                       MOVE "OPERATOR INACTIVE" TO WS-REFUSAL-TEXT
                   WHEN WS-REFUSED-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED" TO WS-REFUSAL-TEXT
                   WHEN OTHER
                       MOVE "OPERATOR MASTER NOT AVAILABLE" TO
                           WS-REFUSAL-TEXT
               END-EVALUATE
               DISPLAY WS-SECURITY-FUNCTION " REFUSED FOR OPERATOR "
                   WS-OPERATOR " - " WS-REFUSAL-TEXT
               OPEN EXTEND SECURITY-FILE
               IF WS-SECURITY-FILE-STATUS = "35"
                   OPEN OUTPUT SECURITY-FILE
               END-IF
               IF WS-SECURITY-FILE-OK
                   ACCEPT WS-SECURITY-DATE-WORK FROM DATE YYYYMMDD
                   ACCEPT WS-SECURITY-TIME-WORK FROM TIME
                   MOVE WS-SECURITY-DATE-WORK TO SV-DATE
                   MOVE WS-SECURITY-TIME-WORK (1:6) TO SV-TIME
                   MOVE WS-OPERATOR TO SV-OPERATOR
                   MOVE WS-SECURITY-PROGRAM TO SV-PROGRAM
                   MOVE WS-SECURITY-FUNCTION TO SV-FUNCTION
                   MOVE WS-REFUSAL-REASON TO SV-REASON
                   MOVE WS-SECURITY-ITEM-CODE TO SV-ITEM-CODE
                   WRITE SECURITY-VIOLATION-RECORD
                   CLOSE SECURITY-FILE
               ELSE
                   DISPLAY "UNABLE TO OPEN SECURITY-FILE - STATUS "
                       WS-SECURITY-FILE-STATUS
               END-IF.

      *    A period can only be closed once: if an archive for the
      *    cut date already exists, rerunning the close would
      *    truncate it, copy the zero records left on the live
