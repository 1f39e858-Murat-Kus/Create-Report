       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINTENANCE.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. MAINTENANCE OF THE OPERATOR MASTER - WHO MAY SIGN
      *ON TO THE PROGRAMS THAT CHANGE STOCK, PRICES OR THE AUDIT
      *TRAIL, AND WHICH OF THOSE FUNCTIONS EACH OF THEM MAY USE.
      *EACH OPERATOR HAS AN ID, A NAME, AN ACTIVE FLAG AND A Y/N
      *FLAG PER FUNCTION - ITEM MAINTENANCE, PRICE CHANGE,
      *STOCKTAKE CONFIRM, MASS REPRICING, AUDIT CLOSE, REBUILD AND
      *COUNTER CAPTURE. AN OPERATOR CAN BE ADDED, CHANGED OR
      *LISTED WITH THE WHOLE FILE. OPERATORS ARE NEVER DELETED -
      *A LEAVER IS MADE INACTIVE, SO THE AUDIT TRAIL STILL NAMES
      *SOMEBODY REAL FOR EVERYTHING THEY DID. THE SESSION STARTS BY
      *ASKING WHO IS AT THE KEYBOARD: AN OPERATOR NOT ON THE MASTER
      *OR INACTIVE IS TURNED AWAY, AND AN ADD OR CHANGE IS ONLY
      *TAKEN WHEN THE SIGNED-ON OPERATOR IS STILL ACTIVE AND HOLDS
      *EVERY FUNCTION THE RECORD KEYED WOULD GRANT AND, ON A
      *CHANGE, EVERY FUNCTION THE RECORD HELD BEFORE - NOBODY CAN
      *HAND OUT MORE THAN THEY HAVE, NOR TAKE AWAY OR DEACTIVATE
      *AN OPERATOR WHO HOLDS MORE. EVERY REFUSAL IS LOGGED TO
      *THE SECURITY VIOLATIONS FILE. THE ONE EXCEPTION IS AN EMPTY
      *MASTER, WHERE THE FIRST OPERATOR IS ADDED WITHOUT A CHECK
      *SO THE FILE CAN BE SET UP AT ALL; FROM THEN ON EVERY ADD OR
      *CHANGE IS CHECKED. EACH ADD OR CHANGE IS WRITTEN TO THE
      *OPERATOR AUDIT FILE WITH THE RECORD BEFORE AND AFTER.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-AUDIT-PATH           *>Built at run time in BUILD-FILE-PATHS - before and after images of every add or change.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-AUDIT-STATUS.
           SELECT SECURITY-FILE ASSIGN TO DYNAMIC
           WS-SECURITY-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - refused operators appended for OPS-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  OPERATOR-AUDIT-FILE.
           COPY OPERAUD.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-OPERATOR-AUDIT-STATUS PIC X(02).
       88  WS-OPERATOR-AUDIT-OK VALUE "00".
       01  WS-SECURITY-FILE-STATUS PIC X(02).
       88  WS-SECURITY-FILE-OK VALUE "00".

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-OPERATOR-AUDIT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\operaudit".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-AUDIT-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-TRANSACTION-CODE PIC X(01).
       88  WS-ADD-TRANSACTION VALUE "A" "a".
       88  WS-CHANGE-TRANSACTION VALUE "C" "c".
       88  WS-LIST-TRANSACTION VALUE "L" "l".
       88  WS-QUIT-TRANSACTION VALUE "X" "x".

       01  WS-INPUT-OPER-ID PIC X(08).
       01  WS-INPUT-OPER-NAME PIC X(30).
       01  WS-INPUT-ACTIVE-FLAG PIC X(01).
       88  WS-INPUT-FLAG-VALID VALUE "Y" "N".
       01  WS-INPUT-PERMISSIONS.
        02 WS-INPUT-PERMISSION-FLAG PIC X(01) OCCURS 7 TIMES.
       01  WS-PERMISSION-INDEX PIC 9(02) VALUE ZERO.
       01  WS-TODAY PIC 9(08) VALUE ZERO.

       01  WS-VALIDATION-SWITCH PIC X(01) VALUE "Y".
       88  WS-VALIDATION-OK VALUE "Y".
       01  WS-OPERATOR-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-OPERATORS VALUE "Y".
       01  WS-OPERATOR-COUNT PIC 9(05) VALUE ZERO.
       01  WS-BEFORE-IMAGE PIC X(54) VALUE SPACE.
       01  WS-BEFORE-OPERATOR REDEFINES WS-BEFORE-IMAGE.
        02 FILLER PIC X(39).
        02 WS-BEFORE-PERMISSION-FLAG PIC X(01) OCCURS 7 TIMES.
        02 FILLER PIC X(08).
       01  WS-AUDIT-DATE-WORK PIC 9(08).
       01  WS-AUDIT-TIME-WORK PIC 9(08).

      *    Who is at the keyboard, and whether they may use the
      *    session at all. While the master is empty the first
      *    operator can be added without a check.
       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-SESSION-SWITCH PIC X(01) VALUE "N".
       88  WS-SESSION-ALLOWED VALUE "Y".
       01  WS-MASTER-EMPTY-SWITCH PIC X(01) VALUE "N".
       88  WS-MASTER-EMPTY VALUE "Y".
       01  WS-GRANT-PERMISSIONS.
        02 WS-GRANT-PERMISSION-FLAG PIC X(01) OCCURS 7 TIMES.

      *    A refusal is displayed and appended to the security
      *    violations file for the morning OPS-SUMMARY. A refusal
      *    for a function the operator does not hold names that
      *    function; any other names the maintenance itself.
       01  WS-AUTHORITY-SWITCH PIC X(01) VALUE "N".
       88  WS-OPERATOR-AUTHORIZED VALUE "Y".
       01  WS-REFUSAL-REASON PIC X(01) VALUE SPACE.
       88  WS-REFUSED-UNKNOWN VALUE "U".
       88  WS-REFUSED-INACTIVE VALUE "I".
       88  WS-REFUSED-NOT-AUTHORIZED VALUE "N".
       88  WS-REFUSED-NO-MASTER VALUE "M".
       01  WS-REFUSAL-TEXT PIC X(30) VALUE SPACE.
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE
           "OPERATOR-MAINTENANCE".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE SPACE.
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

      *    The function names in the same order as the permission
      *    flags on the operator master, for the prompts and the
      *    listing.
       01  WS-FUNCTION-NAME-TABLE.
        02 FILLER PIC X(18) VALUE "ITEM MAINTENANCE".
        02 FILLER PIC X(18) VALUE "PRICE CHANGE".
        02 FILLER PIC X(18) VALUE "STOCKTAKE CONFIRM".
        02 FILLER PIC X(18) VALUE "MASS REPRICING".
        02 FILLER PIC X(18) VALUE "AUDIT CLOSE".
        02 FILLER PIC X(18) VALUE "REBUILD".
        02 FILLER PIC X(18) VALUE "COUNTER CAPTURE".
       01  WS-FUNCTION-NAMES REDEFINES WS-FUNCTION-NAME-TABLE.
        02 WS-FUNCTION-NAME PIC X(18) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATHS
       OPEN I-O OPERATOR-FILE
       IF WS-FILE-STATUS = "35"
           OPEN OUTPUT OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN I-O OPERATOR-FILE
       END-IF
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "UNABLE TO OPEN OPERATOR-FILE - STATUS "
               WS-FILE-STATUS
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM OPEN-OPERATOR-AUDIT
           IF WS-OPERATOR-AUDIT-OK
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM SIGN-ON-OPERATOR
               IF WS-SESSION-ALLOWED
                   PERFORM PROCESS-TRANSACTION
                       UNTIL WS-QUIT-TRANSACTION
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE OPERATOR-AUDIT-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE OPERATOR-FILE
       END-IF.
           STOP RUN.

           BUILD-FILE-PATHS.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-SUFFIX FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT

               MOVE "operfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-FILE-PATH

               MOVE "operaudit" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-OPERATOR-AUDIT-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-OPERATOR-AUDIT-PATH

               MOVE "secviol" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-SECURITY-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-SECURITY-FILE-PATH.

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

      *    The operator audit file is opened for EXTEND so each
      *    session appends behind what is already there; the very
      *    first session on a box finds no file yet (status 35) and
      *    creates it with a plain OUTPUT open.
           OPEN-OPERATOR-AUDIT.
               OPEN EXTEND OPERATOR-AUDIT-FILE
               IF WS-OPERATOR-AUDIT-STATUS = "35"
                   OPEN OUTPUT OPERATOR-AUDIT-FILE
               END-IF
               IF NOT WS-OPERATOR-AUDIT-OK
                   DISPLAY "UNABLE TO OPEN OPERATOR-AUDIT-FILE - "
                       "STATUS " WS-OPERATOR-AUDIT-STATUS
               END-IF.

      *    The signed-on operator must be on the master and active
      *    to use the session at all; no function is needed just to
      *    sign on. An empty master lets anyone in to add the
      *    first operator.
           SIGN-ON-OPERATOR.
               DISPLAY "SIGN ON - ENTER YOUR OPERATOR ID: "
               ACCEPT WS-OPERATOR
               PERFORM CHECK-MASTER-EMPTY
               IF WS-MASTER-EMPTY
                   DISPLAY "OPERATOR MASTER IS EMPTY - ADD THE FIRST "
                       "OPERATOR"
                   SET WS-SESSION-ALLOWED TO TRUE
               ELSE
                   MOVE ALL "N" TO WS-GRANT-PERMISSIONS
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WS-OPERATOR-AUTHORIZED
                       SET WS-SESSION-ALLOWED TO TRUE
                   END-IF
               END-IF.

           CHECK-MASTER-EMPTY.
               MOVE "N" TO WS-MASTER-EMPTY-SWITCH
               MOVE "N" TO WS-OPERATOR-EOF-SWITCH
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
                   INVALID KEY SET WS-END-OF-OPERATORS TO TRUE
               END-START
               IF NOT WS-END-OF-OPERATORS
                   READ OPERATOR-FILE NEXT
                       AT END SET WS-END-OF-OPERATORS TO TRUE
                   END-READ
               END-IF
               IF WS-END-OF-OPERATORS
                   SET WS-MASTER-EMPTY TO TRUE
               END-IF.

      *    The signed-on operator is read fresh for every check, so
      *    a change made earlier in the session to their own record
      *    counts at once. Each function flagged Y in the grant
      *    table must be one they hold themselves. Reading the
      *    signed-on operator uses the record area, so callers keep
      *    whatever they need from it first.
           CHECK-OPERATOR-AUTHORITY.
               MOVE "N" TO WS-AUTHORITY-SWITCH
               MOVE SPACE TO WS-REFUSAL-REASON
               MOVE "OPERATOR MAINT" TO WS-SECURITY-FUNCTION
               MOVE WS-OPERATOR TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       SET WS-REFUSED-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       IF NOT OPER-ACTIVE
                           SET WS-REFUSED-INACTIVE TO TRUE
                       ELSE
                           SET WS-OPERATOR-AUTHORIZED TO TRUE
                           PERFORM CHECK-ONE-GRANT
                               VARYING WS-PERMISSION-INDEX FROM 1 BY 1
                               UNTIL WS-PERMISSION-INDEX > 7
                       END-IF
               END-READ
               IF NOT WS-OPERATOR-AUTHORIZED
                   PERFORM LOG-SECURITY-VIOLATION
               END-IF.

           CHECK-ONE-GRANT.
               IF WS-OPERATOR-AUTHORIZED
                  AND WS-GRANT-PERMISSION-FLAG (WS-PERMISSION-INDEX)
                      = "Y"
                  AND OPER-PERMISSION-FLAG (WS-PERMISSION-INDEX)
                      NOT = "Y"
                   MOVE "N" TO WS-AUTHORITY-SWITCH
                   SET WS-REFUSED-NOT-AUTHORIZED TO TRUE
                   MOVE WS-FUNCTION-NAME (WS-PERMISSION-INDEX) TO
                       WS-SECURITY-FUNCTION
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

      *    The functions the record keyed would grant, together
      *    with those the record held before a change, are checked
      *    against the signed-on operator - so removing a function,
      *    or changing the active flag or name, of an operator who
      *    holds more than the signer is refused as well. The
      *    before image is spaces on an add. On an empty master the
      *    first add goes through unchecked.
           CHECK-GRANT-AUTHORITY.
               IF WS-MASTER-EMPTY
                   SET WS-OPERATOR-AUTHORIZED TO TRUE
               ELSE
                   MOVE WS-INPUT-PERMISSIONS TO WS-GRANT-PERMISSIONS
                   PERFORM ADD-BEFORE-PERMISSION
                       VARYING WS-PERMISSION-INDEX FROM 1 BY 1
                       UNTIL WS-PERMISSION-INDEX > 7
                   PERFORM CHECK-OPERATOR-AUTHORITY
               END-IF.

           ADD-BEFORE-PERMISSION.
               IF WS-BEFORE-PERMISSION-FLAG (WS-PERMISSION-INDEX) = "Y"
                   MOVE "Y" TO
                       WS-GRANT-PERMISSION-FLAG (WS-PERMISSION-INDEX)
               END-IF.

           PROCESS-TRANSACTION.
               DISPLAY "ENTER TRANSACTION - (A)DD (C)HANGE (L)IST "
                   "(X)IT: "
               ACCEPT WS-TRANSACTION-CODE
               EVALUATE TRUE
                   WHEN WS-ADD-TRANSACTION
                       PERFORM ADD-OPERATOR-RECORD
                   WHEN WS-CHANGE-TRANSACTION
                       PERFORM CHANGE-OPERATOR-RECORD
                   WHEN WS-LIST-TRANSACTION
                       PERFORM LIST-OPERATORS
                   WHEN WS-QUIT-TRANSACTION
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE.

      *    A new operator starts active; every permission has to be
      *    answered Y or N, so nobody is granted a function by a
      *    stray keystroke.
           ADD-OPERATOR-RECORD.
               PERFORM GET-OPERATOR-ID
               IF WS-INPUT-OPER-ID = SPACES
                   DISPLAY "OPERATOR ID MAY NOT BE BLANK - NOT ADDED"
               ELSE
                   MOVE WS-INPUT-OPER-ID TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           PERFORM GET-OPERATOR-NAME
                           MOVE "Y" TO WS-INPUT-ACTIVE-FLAG
                           PERFORM GET-OPERATOR-PERMISSIONS
                           PERFORM VALIDATE-OPERATOR-DETAILS
                           MOVE SPACE TO WS-BEFORE-IMAGE
                           IF WS-VALIDATION-OK
                               PERFORM CHECK-GRANT-AUTHORITY
                           END-IF
                           IF WS-VALIDATION-OK
                              AND WS-OPERATOR-AUTHORIZED
                               MOVE WS-INPUT-OPER-ID TO OPER-ID
                               PERFORM MOVE-OPERATOR-DETAILS
                               WRITE OPERATOR-RECORD
                               MOVE "A" TO OA-TRANSACTION
                               PERFORM WRITE-OPERATOR-AUDIT
                               MOVE "N" TO WS-MASTER-EMPTY-SWITCH
                               DISPLAY "OPERATOR " WS-INPUT-OPER-ID
                                   " ADDED"
                           ELSE
                               DISPLAY "NOT ADDED"
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "OPERATOR ID " WS-INPUT-OPER-ID
                               " ALREADY EXISTS - NOT ADDED"
                   END-READ
               END-IF.

      *    A change re-keys the name, the active flag and every
      *    permission, as an add does, after showing what is on
      *    file now. The record as it stood is kept for the audit
      *    trail, and put back in the record area after the
      *    authority check has read the signed-on operator.
           CHANGE-OPERATOR-RECORD.
               PERFORM GET-OPERATOR-ID
               MOVE WS-INPUT-OPER-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR ID " WS-INPUT-OPER-ID
                           " NOT FOUND - NOT CHANGED"
                   NOT INVALID KEY
                       PERFORM SHOW-OPERATOR-RECORD
                       PERFORM GET-OPERATOR-NAME
                       PERFORM GET-ACTIVE-FLAG
                       PERFORM GET-OPERATOR-PERMISSIONS
                       PERFORM VALIDATE-OPERATOR-DETAILS
                       MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                       IF WS-VALIDATION-OK
                           PERFORM CHECK-GRANT-AUTHORITY
                       END-IF
                       IF WS-VALIDATION-OK AND WS-OPERATOR-AUTHORIZED
                           MOVE WS-BEFORE-IMAGE TO OPERATOR-RECORD
                           PERFORM MOVE-OPERATOR-DETAILS
                           REWRITE OPERATOR-RECORD
                           MOVE "C" TO OA-TRANSACTION
                           PERFORM WRITE-OPERATOR-AUDIT
                           DISPLAY "OPERATOR " WS-INPUT-OPER-ID
                               " CHANGED"
                       ELSE
                           DISPLAY "NOT CHANGED"
                       END-IF
               END-READ.

           LIST-OPERATORS.
               MOVE ZERO TO WS-OPERATOR-COUNT
               MOVE "N" TO WS-OPERATOR-EOF-SWITCH
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
                   INVALID KEY SET WS-END-OF-OPERATORS TO TRUE
               END-START
               IF NOT WS-END-OF-OPERATORS
                   READ OPERATOR-FILE NEXT
                       AT END SET WS-END-OF-OPERATORS TO TRUE
                   END-READ
               END-IF
               PERFORM LIST-ONE-OPERATOR UNTIL WS-END-OF-OPERATORS
               DISPLAY "OPERATORS ON FILE: " WS-OPERATOR-COUNT.

      *    One line per operator; the permission flags print in
      *    function order, so "YYNNNNY" reads item maintenance,
      *    price change ... counter capture.
           LIST-ONE-OPERATOR.
               DISPLAY OPER-ID "  " OPER-NAME "  ACTIVE "
                   OPER-ACTIVE-FLAG "  FUNCTIONS " OPER-PERMISSIONS
               ADD 1 TO WS-OPERATOR-COUNT
               READ OPERATOR-FILE NEXT
                   AT END SET WS-END-OF-OPERATORS TO TRUE
               END-READ.

           SHOW-OPERATOR-RECORD.
               DISPLAY "CURRENT NAME   : " OPER-NAME
               DISPLAY "CURRENT ACTIVE : " OPER-ACTIVE-FLAG
               PERFORM SHOW-ONE-PERMISSION
                   VARYING WS-PERMISSION-INDEX FROM 1 BY 1
                   UNTIL WS-PERMISSION-INDEX > 7.

           SHOW-ONE-PERMISSION.
               DISPLAY "CURRENT " WS-FUNCTION-NAME (WS-PERMISSION-INDEX)
                   ": " OPER-PERMISSION-FLAG (WS-PERMISSION-INDEX).

           GET-OPERATOR-ID.
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT WS-INPUT-OPER-ID.

           GET-OPERATOR-NAME.
               DISPLAY "ENTER OPERATOR NAME: "
               ACCEPT WS-INPUT-OPER-NAME.

           GET-ACTIVE-FLAG.
               DISPLAY "ACTIVE? (Y/N): "
               ACCEPT WS-INPUT-ACTIVE-FLAG
               INSPECT WS-INPUT-ACTIVE-FLAG CONVERTING "yn" TO "YN".

           GET-OPERATOR-PERMISSIONS.
               PERFORM GET-ONE-PERMISSION
                   VARYING WS-PERMISSION-INDEX FROM 1 BY 1
                   UNTIL WS-PERMISSION-INDEX > 7.

           GET-ONE-PERMISSION.
               DISPLAY "MAY USE "
                   WS-FUNCTION-NAME (WS-PERMISSION-INDEX) "? (Y/N): "
               ACCEPT WS-INPUT-PERMISSION-FLAG (WS-PERMISSION-INDEX)
               INSPECT WS-INPUT-PERMISSION-FLAG (WS-PERMISSION-INDEX)
                   CONVERTING "yn" TO "YN".

           VALIDATE-OPERATOR-DETAILS.
               SET WS-VALIDATION-OK TO TRUE
               IF WS-INPUT-OPER-NAME = SPACES
                   DISPLAY "OPERATOR NAME MAY NOT BE BLANK"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF
               IF NOT WS-INPUT-FLAG-VALID
                   DISPLAY "ACTIVE FLAG MUST BE Y OR N"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF
               PERFORM VALIDATE-ONE-PERMISSION
                   VARYING WS-PERMISSION-INDEX FROM 1 BY 1
                   UNTIL WS-PERMISSION-INDEX > 7.

           VALIDATE-ONE-PERMISSION.
               IF WS-INPUT-PERMISSION-FLAG (WS-PERMISSION-INDEX)
                   NOT = "Y" AND NOT = "N"
                   DISPLAY WS-FUNCTION-NAME (WS-PERMISSION-INDEX)
                       " MUST BE Y OR N"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF.

           MOVE-OPERATOR-DETAILS.
               MOVE WS-INPUT-OPER-NAME TO OPER-NAME
               MOVE WS-INPUT-ACTIVE-FLAG TO OPER-ACTIVE-FLAG
               MOVE WS-INPUT-PERMISSIONS TO OPER-PERMISSIONS
               MOVE WS-TODAY TO OPER-LAST-CHANGED-DATE.

      *    The transaction code is set by the caller; the after
      *    image is the record just written.
           WRITE-OPERATOR-AUDIT.
               ACCEPT WS-AUDIT-DATE-WORK FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-WORK FROM TIME
               MOVE WS-AUDIT-DATE-WORK TO OA-DATE
               MOVE WS-AUDIT-TIME-WORK (1:6) TO OA-TIME
               MOVE WS-OPERATOR TO OA-OPERATOR
               MOVE OPER-ID TO OA-OPER-ID
               MOVE WS-BEFORE-IMAGE TO OA-BEFORE-IMAGE
               MOVE OPERATOR-RECORD TO OA-AFTER-IMAGE
               WRITE OPERATOR-AUDIT-RECORD.
