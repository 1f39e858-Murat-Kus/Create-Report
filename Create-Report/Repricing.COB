      *CHANGES. EVERY OLD/NEW PRICE PAIR IS WRITTEN TO THE PRICE
      *HISTORY FILE AND A REPRICING REGISTER WITH CONTROL TOTALS IS
      *PRINTED FOR CHECKING BEFORE THE NEXT VALUATION RUN. EACH
      *APPLIED REPRICE IS ALSO LOGGED TO THE AUDIT-FILE. THE RUN'S
      *OPERATOR MUST BE ACTIVE ON THE OPERATOR MASTER WITH MASS
      *REPRICING PERMITTED; ANY OTHER OPERATOR IS REFUSED, THE
      *REFUSAL IS LOGGED TO THE SECURITY VIOLATIONS FILE AND THE
      *RUN ENDS WITH RETURN CODE 8.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-AUDIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - audit trail of every price change.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator master checked before the run.
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
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-PARAMETER-FILE-STATUS PIC X(02).
       "C:\Coding etc\Github Cobol\Create-Report\pricehist".
       01  WS-AUDIT-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemaudit".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PARAMETER-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-REPRICE-REGISTER-PATH PIC X(80) VALUE SPACE.
       01  WS-PRICE-HISTORY-PATH PIC X(80) VALUE SPACE.
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).
       01  WS-BEFORE-IMAGE PIC X(120) VALUE SPACE.
       01  WS-RUN-DATE PIC 9(08) VALUE ZERO.

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
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "MASS-REPRICING".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "MASS REPRICING".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

      *    The whole parameter file is loaded here before the scan.
      *    A January repricing list is a few dozen rules; five
      *    hundred entries is generous, and a bigger file than that

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
       PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-OPERATOR-AUTHORIZED
               PERFORM OPEN-REPRICE-FILES
           END-IF.
           IF WS-OPERATOR-AUTHORIZED AND NOT WS-OPEN-ERROR
               PERFORM LOAD-RULE-TABLE
               IF NOT WS-TABLE-FULL
                   PERFORM SCAN-ITEM-FILE
               CLOSE PARAMETER-FILE, ITEM-FILE, REPRICE-REGISTER
               CLOSE PRICE-HISTORY-FILE, AUDIT-FILE
           END-IF.
      *    A run that applied nothing - a full rule table, a
      *    file it could not open or an operator refused - leaves
      *    a nonzero return code so the overnight driver halts the
      *    stream instead of logging a clean step.
           IF WS-OPEN-ERROR OR WS-TABLE-FULL
              OR NOT WS-OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-AUDIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-AUDIT-FILE-PATH

               MOVE "operfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-FILE-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH.

           BUILD-ONE-FILE-PATH.
               MOVE SPACE TO WS-BUILT-PATH
                   END-IF
               END-IF.

      *    The operator named on the run must be on the operator
      *    master, active and allowed mass repricing; anything else
      *    is refused before a single file is opened.
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
                               WHEN NOT OPER-MAY-REPRICE
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

           OPEN-REPRICE-FILES.
               OPEN INPUT PARAMETER-FILE
               IF WS-PARAMETER-FILE-STATUS NOT = "00"
