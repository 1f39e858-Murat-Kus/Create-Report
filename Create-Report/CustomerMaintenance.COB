       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINTENANCE.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *REMARKS. ADD/CHANGE/DELETE MAINTENANCE AGAINST THE INDEXED
      *CUSTOMER MASTER, SO EVERY SALES ORDER IS TAKEN FOR A REAL
      *CUSTOMER WITH A NAME AND DELIVERY ADDRESS FOR THE PICK LIST.
      *SALES-ORDER-ENTRY REJECTS A CUSTOMER-CODE THAT IS NOT ON THIS
      *FILE OR IS ON STOP. A CUSTOMER IS ADDED ACTIVE; PUTTING ONE
      *ON STOP (OR BACK) IS A CHANGE, WHICH LEAVES ITS OLD ORDERS
      *ON FILE WHERE A DELETE WOULD ORPHAN THEM.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC
           WS-CUSTOMER-FILE-PATH           *>Built at run time in BUILD-FILE-PATH - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).

       01  WS-FILE-SUFFIX PIC X(10) VALUE SPACE.
       01  WS-FILE-LOCATION PIC X(60) VALUE SPACE.
       01  WS-CUSTOMER-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\custfile".
       01  WS-CUSTOMER-FILE-PATH PIC X(80) VALUE SPACE.

       01  WS-TRANSACTION-CODE PIC X(01).
       88  WS-ADD-TRANSACTION VALUE "A" "a".
       88  WS-CHANGE-TRANSACTION VALUE "C" "c".
       88  WS-DELETE-TRANSACTION VALUE "D" "d".
       88  WS-QUIT-TRANSACTION VALUE "X" "x".

       01  WS-INPUT-CUST-CODE PIC X(05).
       01  WS-INPUT-CUST-NAME PIC X(30).
       01  WS-INPUT-CUST-ADDRESS PIC X(30).
       01  WS-INPUT-CUST-TOWN PIC X(20).
       01  WS-INPUT-CUST-PHONE PIC X(15).
       01  WS-INPUT-CUST-STATUS PIC X(01).
       88  WS-INPUT-STATUS-VALID VALUE "A" "S".

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATH
       OPEN I-O CUSTOMER-FILE
       IF WS-FILE-STATUS = "35"
           OPEN OUTPUT CUSTOMER-FILE
           CLOSE CUSTOMER-FILE
           OPEN I-O CUSTOMER-FILE
       END-IF
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "UNABLE TO OPEN CUSTOMER-FILE - STATUS "
               WS-FILE-STATUS
       ELSE
           PERFORM PROCESS-TRANSACTION UNTIL WS-QUIT-TRANSACTION
           CLOSE CUSTOMER-FILE
       END-IF.
           STOP RUN.

           BUILD-FILE-PATH.
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-SUFFIX FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-FILE-LOCATION FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-CUSTOMER-FILE-BASE DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CUSTOMER-FILE-PATH
                   ELSE
                       STRING WS-CUSTOMER-FILE-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CUSTOMER-FILE-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\custfile" DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CUSTOMER-FILE-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\custfile" DELIMITED BY SIZE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CUSTOMER-FILE-PATH
                   END-IF
               END-IF.

           PROCESS-TRANSACTION.
               DISPLAY "ENTER TRANSACTION - (A)DD (C)HANGE (D)ELETE "
                   "(X)IT: "
               ACCEPT WS-TRANSACTION-CODE
               EVALUATE TRUE
                   WHEN WS-ADD-TRANSACTION
                       PERFORM ADD-CUSTOMER-RECORD
                   WHEN WS-CHANGE-TRANSACTION
                       PERFORM CHANGE-CUSTOMER-RECORD
                   WHEN WS-DELETE-TRANSACTION
                       PERFORM DELETE-CUSTOMER-RECORD
                   WHEN WS-QUIT-TRANSACTION
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE.

           ADD-CUSTOMER-RECORD.
               PERFORM GET-CUSTOMER-CODE
               IF WS-INPUT-CUST-CODE = SPACES
                   DISPLAY "CUSTOMER CODE MAY NOT BE BLANK - NOT ADDED"
               ELSE
                   MOVE WS-INPUT-CUST-CODE TO CUST-CODE
                   READ CUSTOMER-FILE
                       INVALID KEY
                           PERFORM GET-CUSTOMER-DETAILS
                           IF WS-INPUT-CUST-NAME = SPACES
                               DISPLAY "CUSTOMER NAME MAY NOT BE "
                                   "BLANK - NOT ADDED"
                           ELSE
                               MOVE WS-INPUT-CUST-CODE TO CUST-CODE
                               PERFORM MOVE-CUSTOMER-DETAILS
                               SET CUST-ACTIVE TO TRUE
                               WRITE CUSTOMER-MASTER
                               DISPLAY "CUSTOMER " WS-INPUT-CUST-CODE
                                   " ADDED"
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER CODE " WS-INPUT-CUST-CODE
                               " ALREADY EXISTS - NOT ADDED"
                   END-READ
               END-IF.

      *    A change re-keys every detail field, as an add does, and
      *    also takes the status - A for active, S for on stop.
           CHANGE-CUSTOMER-RECORD.
               PERFORM GET-CUSTOMER-CODE
               MOVE WS-INPUT-CUST-CODE TO CUST-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER CODE " WS-INPUT-CUST-CODE
                           " NOT FOUND - NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "CURRENT NAME   : " CUST-NAME
                       DISPLAY "CURRENT STATUS : " CUST-STATUS
                       PERFORM GET-CUSTOMER-DETAILS
                       PERFORM GET-CUSTOMER-STATUS
                       EVALUATE TRUE
                           WHEN WS-INPUT-CUST-NAME = SPACES
                               DISPLAY "CUSTOMER NAME MAY NOT BE BLANK"
                                   " - NOT CHANGED"
                           WHEN NOT WS-INPUT-STATUS-VALID
                               DISPLAY "STATUS MUST BE A OR S"
                                   " - NOT CHANGED"
                           WHEN OTHER
                               PERFORM MOVE-CUSTOMER-DETAILS
                               MOVE WS-INPUT-CUST-STATUS TO CUST-STATUS
                               REWRITE CUSTOMER-MASTER
                               DISPLAY "CUSTOMER " WS-INPUT-CUST-CODE
                                   " CHANGED"
                       END-EVALUATE
               END-READ.

           DELETE-CUSTOMER-RECORD.
               PERFORM GET-CUSTOMER-CODE
               MOVE WS-INPUT-CUST-CODE TO CUST-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER CODE " WS-INPUT-CUST-CODE
                           " NOT FOUND - NOT DELETED"
                   NOT INVALID KEY
                       DELETE CUSTOMER-FILE
                       DISPLAY "CUSTOMER " WS-INPUT-CUST-CODE
                           " DELETED"
               END-READ.

           GET-CUSTOMER-CODE.
               DISPLAY "ENTER CUSTOMER CODE: "
               ACCEPT WS-INPUT-CUST-CODE.

           GET-CUSTOMER-DETAILS.
               DISPLAY "ENTER CUSTOMER NAME: "
               ACCEPT WS-INPUT-CUST-NAME
               DISPLAY "ENTER ADDRESS: "
               ACCEPT WS-INPUT-CUST-ADDRESS
               DISPLAY "ENTER TOWN: "
               ACCEPT WS-INPUT-CUST-TOWN
               DISPLAY "ENTER PHONE: "
               ACCEPT WS-INPUT-CUST-PHONE.

           GET-CUSTOMER-STATUS.
               DISPLAY "ENTER STATUS - (A)CTIVE OR (S)TOP: "
               ACCEPT WS-INPUT-CUST-STATUS
               INSPECT WS-INPUT-CUST-STATUS CONVERTING "as" TO "AS".

           MOVE-CUSTOMER-DETAILS.
               MOVE WS-INPUT-CUST-NAME TO CUST-NAME
               MOVE WS-INPUT-CUST-ADDRESS TO CUST-ADDRESS
               MOVE WS-INPUT-CUST-TOWN TO CUST-TOWN
               MOVE WS-INPUT-CUST-PHONE TO CUST-PHONE.
