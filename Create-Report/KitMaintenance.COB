       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-MAINTENANCE.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. MAINTENANCE OF THE KIT STRUCTURE FILE - THE BILL OF
      *MATERIAL FOR EACH MADE-UP KIT WE SELL. EACH LINE NAMES A KIT
      *ITEM CODE, ONE OF ITS COMPONENT ITEM CODES AND HOW MANY OF
      *THE COMPONENT GO INTO ONE KIT. A COMPONENT LINE CAN BE
      *ADDED, HAVE ITS QUANTITY CHANGED OR BE DELETED, AND A KIT'S
      *WHOLE STRUCTURE CAN BE LISTED. BOTH CODES MUST BE ON THE
      *ITEM-FILE, AND KITS ARE KEPT ONE LEVEL DEEP - A KIT MAY NOT
      *BE A COMPONENT, NOR A COMPONENT A KIT - SO STOCK-POSTING CAN
      *EXPLODE A KIT ISSUE STRAIGHT INTO COMPONENT ISSUES.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - item master for kit and component validation.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  KIT-FILE.
           COPY KITSTRUC.

       FD  ITEM-FILE.
           COPY STOCKITM.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-ITEM-FILE-STATUS PIC X(02).

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-ITEM-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-BUILT-PATH PIC X(80) VALUE SPACE.

       01  WS-TRANSACTION-CODE PIC X(01).
       88  WS-ADD-TRANSACTION VALUE "A" "a".
       88  WS-CHANGE-TRANSACTION VALUE "C" "c".
       88  WS-DELETE-TRANSACTION VALUE "D" "d".
       88  WS-LIST-TRANSACTION VALUE "L" "l".
       88  WS-QUIT-TRANSACTION VALUE "X" "x".

       01  WS-INPUT-KIT-CODE PIC X(05).
       01  WS-INPUT-COMPONENT-CODE PIC X(05).
       01  WS-INPUT-QUANTITY-TEXT PIC X(05).
       01  WS-QUANTITY-NUMERIC REDEFINES WS-INPUT-QUANTITY-TEXT
           PIC 9(05).

       01  WS-VALIDATION-SWITCH PIC X(01) VALUE "Y".
       88  WS-VALIDATION-OK VALUE "Y".
       01  WS-KIT-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FOUND VALUE "Y".
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-CHECK-CODE PIC X(05) VALUE SPACE.
       01  WS-COMPONENT-COUNT PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATHS
       OPEN I-O KIT-FILE
       IF WS-FILE-STATUS = "35"
           OPEN OUTPUT KIT-FILE
           CLOSE KIT-FILE
           OPEN I-O KIT-FILE
       END-IF
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
               WS-FILE-STATUS
       ELSE
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
                   WS-ITEM-FILE-STATUS
           ELSE
               PERFORM PROCESS-TRANSACTION UNTIL WS-QUIT-TRANSACTION
               CLOSE ITEM-FILE
           END-IF
           CLOSE KIT-FILE
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

               MOVE "kitfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-KIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-KIT-FILE-PATH

               MOVE "itemfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-ITEM-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-ITEM-FILE-PATH.

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

           PROCESS-TRANSACTION.
               DISPLAY "ENTER TRANSACTION - (A)DD (C)HANGE (D)ELETE "
                   "(L)IST (X)IT: "
               ACCEPT WS-TRANSACTION-CODE
               EVALUATE TRUE
                   WHEN WS-ADD-TRANSACTION
                       PERFORM ADD-COMPONENT-RECORD
                   WHEN WS-CHANGE-TRANSACTION
                       PERFORM CHANGE-COMPONENT-RECORD
                   WHEN WS-DELETE-TRANSACTION
                       PERFORM DELETE-COMPONENT-RECORD
                   WHEN WS-LIST-TRANSACTION
                       PERFORM LIST-KIT-STRUCTURE
                   WHEN WS-QUIT-TRANSACTION
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE.

           ADD-COMPONENT-RECORD.
               PERFORM GET-KIT-AND-COMPONENT
               MOVE WS-INPUT-KIT-CODE TO KS-KIT-CODE
               MOVE WS-INPUT-COMPONENT-CODE TO KS-COMPONENT-CODE
               READ KIT-FILE
                   INVALID KEY
                       PERFORM GET-QUANTITY-PER-KIT
                       PERFORM VALIDATE-COMPONENT-LINE
                       IF WS-VALIDATION-OK
                           MOVE WS-INPUT-KIT-CODE TO KS-KIT-CODE
                           MOVE WS-INPUT-COMPONENT-CODE TO
                               KS-COMPONENT-CODE
                           MOVE WS-QUANTITY-NUMERIC TO
                               KS-QUANTITY-PER-KIT
                           WRITE KIT-STRUCTURE
                           DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                               " ADDED TO KIT " WS-INPUT-KIT-CODE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                           " ALREADY ON KIT " WS-INPUT-KIT-CODE
                           " - NOT ADDED"
               END-READ.

      *    Only the quantity per kit can change; a different
      *    component is a delete and an add.
           CHANGE-COMPONENT-RECORD.
               PERFORM GET-KIT-AND-COMPONENT
               MOVE WS-INPUT-KIT-CODE TO KS-KIT-CODE
               MOVE WS-INPUT-COMPONENT-CODE TO KS-COMPONENT-CODE
               READ KIT-FILE
                   INVALID KEY
                       DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                           " NOT ON KIT " WS-INPUT-KIT-CODE
                           " - NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "CURRENT QUANTITY PER KIT: "
                           KS-QUANTITY-PER-KIT
                       PERFORM GET-QUANTITY-PER-KIT
                       SET WS-VALIDATION-OK TO TRUE
                       PERFORM VALIDATE-QUANTITY
                       IF WS-VALIDATION-OK
                           MOVE WS-QUANTITY-NUMERIC TO
                               KS-QUANTITY-PER-KIT
                           REWRITE KIT-STRUCTURE
                           DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                               " CHANGED ON KIT " WS-INPUT-KIT-CODE
                       END-IF
               END-READ.

           DELETE-COMPONENT-RECORD.
               PERFORM GET-KIT-AND-COMPONENT
               MOVE WS-INPUT-KIT-CODE TO KS-KIT-CODE
               MOVE WS-INPUT-COMPONENT-CODE TO KS-COMPONENT-CODE
               READ KIT-FILE
                   INVALID KEY
                       DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                           " NOT ON KIT " WS-INPUT-KIT-CODE
                           " - NOT DELETED"
                   NOT INVALID KEY
                       DELETE KIT-FILE
                       DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                           " DELETED FROM KIT " WS-INPUT-KIT-CODE
               END-READ.

      *    The kit's lines sit together in key order, so the list
      *    starts at the kit code and stops at the next kit.
           LIST-KIT-STRUCTURE.
               DISPLAY "ENTER KIT CODE: "
               ACCEPT WS-INPUT-KIT-CODE
               MOVE ZERO TO WS-COMPONENT-COUNT
               MOVE "N" TO WS-KIT-EOF-SWITCH
               MOVE WS-INPUT-KIT-CODE TO KS-KIT-CODE
               MOVE LOW-VALUES TO KS-COMPONENT-CODE
               START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                   INVALID KEY SET WS-END-OF-KIT TO TRUE
               END-START
               IF NOT WS-END-OF-KIT
                   READ KIT-FILE NEXT
                       AT END SET WS-END-OF-KIT TO TRUE
                   END-READ
               END-IF
               PERFORM LIST-ONE-COMPONENT
                   UNTIL WS-END-OF-KIT
                       OR KS-KIT-CODE NOT = WS-INPUT-KIT-CODE
               IF WS-COMPONENT-COUNT = ZERO
                   DISPLAY "KIT " WS-INPUT-KIT-CODE
                       " HAS NO COMPONENTS ON FILE"
               ELSE
                   DISPLAY "COMPONENTS: " WS-COMPONENT-COUNT
               END-IF.

           LIST-ONE-COMPONENT.
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "** NOT ON ITEM-FILE **" TO ITEM-NAME
               END-READ
               DISPLAY KS-COMPONENT-CODE "  " ITEM-NAME
                   "  QTY PER KIT " KS-QUANTITY-PER-KIT
               ADD 1 TO WS-COMPONENT-COUNT
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ.

           GET-KIT-AND-COMPONENT.
               DISPLAY "ENTER KIT CODE: "
               ACCEPT WS-INPUT-KIT-CODE
               DISPLAY "ENTER COMPONENT CODE: "
               ACCEPT WS-INPUT-COMPONENT-CODE.

           GET-QUANTITY-PER-KIT.
               DISPLAY "ENTER QUANTITY PER KIT AS 99999: "
               ACCEPT WS-INPUT-QUANTITY-TEXT.

      *    Kits stay one level deep: a new line may not use a kit
      *    as its component, and may not hang components off an
      *    item that is already a component of some other kit.
           VALIDATE-COMPONENT-LINE.
               SET WS-VALIDATION-OK TO TRUE
               IF WS-INPUT-KIT-CODE = SPACES
                  OR WS-INPUT-COMPONENT-CODE = SPACES
                   DISPLAY "KIT AND COMPONENT CODES MAY NOT BE BLANK"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               ELSE
                   IF WS-INPUT-KIT-CODE = WS-INPUT-COMPONENT-CODE
                       DISPLAY "A KIT MAY NOT BE ITS OWN COMPONENT"
                       MOVE "N" TO WS-VALIDATION-SWITCH
                   ELSE
                       PERFORM VALIDATE-ITEM-CODES
                   END-IF
               END-IF
               IF WS-VALIDATION-OK
                   MOVE WS-INPUT-COMPONENT-CODE TO WS-CHECK-CODE
                   PERFORM CHECK-CODE-IS-KIT
                   IF WS-KIT-FOUND
                       DISPLAY "COMPONENT " WS-INPUT-COMPONENT-CODE
                           " IS ITSELF A KIT"
                       MOVE "N" TO WS-VALIDATION-SWITCH
                   END-IF
               END-IF
               IF WS-VALIDATION-OK
                   PERFORM CHECK-KIT-IS-COMPONENT
                   IF WS-KIT-FOUND
                       DISPLAY "KIT " WS-INPUT-KIT-CODE
                           " IS A COMPONENT OF ANOTHER KIT"
                       MOVE "N" TO WS-VALIDATION-SWITCH
                   END-IF
               END-IF
               PERFORM VALIDATE-QUANTITY
               IF NOT WS-VALIDATION-OK
                   DISPLAY "NOT ADDED"
               END-IF.

           VALIDATE-ITEM-CODES.
               MOVE WS-INPUT-KIT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "KIT CODE " WS-INPUT-KIT-CODE
                           " NOT ON ITEM-FILE"
                       MOVE "N" TO WS-VALIDATION-SWITCH
               END-READ
               MOVE WS-INPUT-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "COMPONENT CODE "
                           WS-INPUT-COMPONENT-CODE " NOT ON ITEM-FILE"
                       MOVE "N" TO WS-VALIDATION-SWITCH
               END-READ.

           VALIDATE-QUANTITY.
               IF WS-QUANTITY-NUMERIC NOT NUMERIC
                   DISPLAY "QUANTITY PER KIT IS NOT NUMERIC"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               ELSE
                   IF WS-QUANTITY-NUMERIC = ZERO
                       DISPLAY "QUANTITY PER KIT MAY NOT BE ZERO"
                       MOVE "N" TO WS-VALIDATION-SWITCH
                   END-IF
               END-IF.

           CHECK-CODE-IS-KIT.
               MOVE "N" TO WS-KIT-FOUND-SWITCH
               MOVE WS-CHECK-CODE TO KS-KIT-CODE
               MOVE LOW-VALUES TO KS-COMPONENT-CODE
               START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ KIT-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF KS-KIT-CODE = WS-CHECK-CODE
                                   SET WS-KIT-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START.

      *    The file is keyed by kit, so finding a code used as a
      *    component means reading it end to end - a few hundred
      *    lines at most.
           CHECK-KIT-IS-COMPONENT.
               MOVE "N" TO WS-KIT-FOUND-SWITCH
               MOVE "N" TO WS-KIT-EOF-SWITCH
               MOVE LOW-VALUES TO KS-KIT-KEY
               START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                   INVALID KEY SET WS-END-OF-KIT TO TRUE
               END-START
               IF NOT WS-END-OF-KIT
                   READ KIT-FILE NEXT
                       AT END SET WS-END-OF-KIT TO TRUE
                   END-READ
               END-IF
               PERFORM CHECK-ONE-KIT-LINE
                   UNTIL WS-END-OF-KIT OR WS-KIT-FOUND.

           CHECK-ONE-KIT-LINE.
               IF KS-COMPONENT-CODE = WS-INPUT-KIT-CODE
                   SET WS-KIT-FOUND TO TRUE
               ELSE
                   READ KIT-FILE NEXT
                       AT END SET WS-END-OF-KIT TO TRUE
                   END-READ
               END-IF.
