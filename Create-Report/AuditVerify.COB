      *REBUILD RUN (FIRST ARGUMENT REBUILD) ALSO WRITES THE
      *AUDITED IMAGES BACK, REGENERATING A DAMAGED FILE FROM A
      *SNAPSHOT RESTORE PLUS THE TRAIL; THE DEFAULT VERIFY RUN
      *CHANGES NOTHING. A REBUILD RUN IS REFUSED UNLESS THE
      *OPERATOR NAMED ON IT IS ACTIVE ON THE OPERATOR MASTER WITH
      *REBUILD PERMITTED, AND THE REFUSAL IS LOGGED TO THE
      *SECURITY VIOLATIONS FILE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-VERIFY-REPORT-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed discrepancy report.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - operator master checked before a rebuild run.
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
           COPY STOCKITM.

       FD  VERIFY-REPORT.
       01  VERIFY-PRINTLINE PIC X(132).

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-VERIFY-REPORT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\auditvfy".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-AUDIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-VERIFY-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

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
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "AUDIT-VERIFY".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "REBUILD".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

      *    One entry per item code seen on the trail, holding the
      *    latest after-image - a later record for the same code
      *    simply overwrites the image, so when the trail ends the
       01  WS-VERIFY-TABLE.
        02 WS-VERIFY-ENTRY OCCURS 2000 TIMES.
         03 WS-VFY-ITEM-CODE PIC X(05).
         03 WS-VFY-AFTER-IMAGE PIC X(120).
         03 WS-VFY-SEEN-SWITCH PIC X(01).
       01  WS-VERIFY-TOTAL PIC 9(04) VALUE ZERO.
       01  WS-VERIFY-INDEX PIC 9(04) VALUE ZERO.
       88  WS-CODE-FOUND VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
       88  WS-TABLE-FULL VALUE "Y".
       01  WS-CURRENT-IMAGE PIC X(120) VALUE SPACE.
       01  WS-LOOKUP-CODE PIC X(05) VALUE SPACE.

       01  WS-AUDIT-READ-COUNT PIC 9(07) VALUE ZERO.
        02 PRN-FINDING-TEXT PIC X(34).
       01  VERIFY-IMAGE-LINE.
        02 FILLER PIC X(12) VALUE "   AUDITED: ".
        02 PRN-AUDITED-IMAGE PIC X(120).
       01  VERIFY-CURRENT-LINE.
        02 FILLER PIC X(12) VALUE "   CURRENT: ".
        02 PRN-CURRENT-IMAGE PIC X(120).
       01  VERIFY-COUNT-LINE-1.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(14) VALUE "AUDIT READS: ".

       PROCEDURE DIVISION.
       PERFORM GET-RUN-PARAMETERS
      *    Only a rebuild run writes to the item file, so only a
      *    rebuild run needs an authorized operator; a verify run
      *    is open to anyone.
       IF WS-REBUILD-RUN
           PERFORM CHECK-OPERATOR-AUTHORITY
       ELSE
           SET WS-OPERATOR-AUTHORIZED TO TRUE
       END-IF
           IF WS-OPERATOR-AUTHORIZED
               PERFORM OPEN-VERIFY-FILES
           END-IF.
           IF WS-OPERATOR-AUTHORIZED AND NOT WS-OPEN-ERROR
               READ AUDIT-FILE
                   AT END SET WS-END-OF-AUDIT TO TRUE
               END-READ
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
      *    The fourth argument names the operator on a rebuild
      *    run, who must be on the operator master; a verify run
      *    does not need one.
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               PERFORM BUILD-FILE-PATHS.

           BUILD-FILE-PATHS.
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-VERIFY-REPORT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-VERIFY-REPORT-PATH

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

      *    The operator named on a rebuild run must be on the
      *    operator master, active and allowed to rebuild; anything
      *    else is refused before the item file is opened, and the
      *    trail can still be checked with a verify run.
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
                               WHEN NOT OPER-MAY-REBUILD
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

           OPEN-VERIFY-FILES.
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
