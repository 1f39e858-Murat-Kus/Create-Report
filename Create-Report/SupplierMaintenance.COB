      *SUPPLIER MASTER, SO EVERY SUPPLIER-CODE CARRIED ON ITEMFILE
      *POINTS AT A REAL SUPPLIER WITH A NAME FOR THE REPLENISHMENT
      *REPORT. ITEM-MAINTENANCE AND ITEM-BATCH-APPLY REJECT ANY
      *NON-BLANK SUPPLIER-CODE THAT IS NOT ON THIS FILE. EACH
      *SUPPLIER ALSO CARRIES ITS LEAD TIME IN DAYS AND THE ORDER
      *MULTIPLE IT SELLS IN, WHICH REORDER-PLANNING USES TO WORK
      *OUT REORDER LEVELS AND QUANTITIES. ZERO IN EITHER MEANS NOT
      *KNOWN, AND THE PLANNING RUN FALLS BACK TO ITS DEFAULTS.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-INPUT-SUPP-CODE PIC X(05).
       01  WS-INPUT-SUPP-NAME PIC X(30).
       01  WS-INPUT-LEAD-TIME-TEXT PIC X(03).
       01  WS-LEAD-TIME-NUMERIC REDEFINES
           WS-INPUT-LEAD-TIME-TEXT PIC 9(03).
       01  WS-INPUT-MULTIPLE-TEXT PIC X(05).
       01  WS-MULTIPLE-NUMERIC REDEFINES
           WS-INPUT-MULTIPLE-TEXT PIC 9(05).

       01  WS-VALIDATION-SWITCH PIC X(01).
       88  WS-VALIDATION-OK VALUE "Y".

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATH
                   READ SUPPLIER-FILE
                       INVALID KEY
                           PERFORM GET-SUPPLIER-NAME
                           IF NOT WS-VALIDATION-OK
                               DISPLAY "SUPPLIER " WS-INPUT-SUPP-CODE
                                   " NOT ADDED"
                           ELSE
                               MOVE WS-INPUT-SUPP-CODE TO SUPP-CODE
                               PERFORM MOVE-SUPPLIER-DETAILS
                               WRITE SUPPLIER-MASTER
                               DISPLAY "SUPPLIER " WS-INPUT-SUPP-CODE
                                   " ADDED"
                       DISPLAY "SUPPLIER CODE " WS-INPUT-SUPP-CODE
                           " NOT FOUND - NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "CURRENT NAME      : " SUPP-NAME
                       DISPLAY "CURRENT LEAD TIME : "
                           SUPP-LEAD-TIME-DAYS
                       DISPLAY "CURRENT MULTIPLE  : "
                           SUPP-ORDER-MULTIPLE
                       PERFORM GET-SUPPLIER-NAME
                       IF NOT WS-VALIDATION-OK
                           DISPLAY "SUPPLIER " WS-INPUT-SUPP-CODE
                               " NOT CHANGED"
                       ELSE
                           PERFORM MOVE-SUPPLIER-DETAILS
                           REWRITE SUPPLIER-MASTER
                           DISPLAY "SUPPLIER " WS-INPUT-SUPP-CODE
                               " CHANGED"
               DISPLAY "ENTER SUPPLIER CODE: "
               ACCEPT WS-INPUT-SUPP-CODE.

      *    Lead time and order multiple are keyed as fixed-width
      *    digits, as the item quantities are on ITEM-MAINTENANCE.
      *    Left blank they are taken as zero - not known.
           GET-SUPPLIER-NAME.
               DISPLAY "ENTER SUPPLIER NAME: "
               ACCEPT WS-INPUT-SUPP-NAME
               DISPLAY "ENTER LEAD TIME IN DAYS AS 999 "
                   "(000 = NOT KNOWN): "
               ACCEPT WS-INPUT-LEAD-TIME-TEXT
               DISPLAY "ENTER ORDER MULTIPLE AS 99999 "
                   "(00000 = NOT KNOWN): "
               ACCEPT WS-INPUT-MULTIPLE-TEXT
               PERFORM VALIDATE-SUPPLIER-FIELDS.

           VALIDATE-SUPPLIER-FIELDS.
               SET WS-VALIDATION-OK TO TRUE
               IF WS-INPUT-SUPP-NAME = SPACES
                   DISPLAY "SUPPLIER NAME MAY NOT BE BLANK"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF
               IF WS-INPUT-LEAD-TIME-TEXT = SPACES
                   MOVE ZERO TO WS-LEAD-TIME-NUMERIC
               END-IF
               IF WS-LEAD-TIME-NUMERIC NOT NUMERIC
                   DISPLAY "LEAD TIME IS NOT NUMERIC"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF
               IF WS-INPUT-MULTIPLE-TEXT = SPACES
                   MOVE ZERO TO WS-MULTIPLE-NUMERIC
               END-IF
               IF WS-MULTIPLE-NUMERIC NOT NUMERIC
                   DISPLAY "ORDER MULTIPLE IS NOT NUMERIC"
                   MOVE "N" TO WS-VALIDATION-SWITCH
               END-IF.

           MOVE-SUPPLIER-DETAILS.
               MOVE WS-INPUT-SUPP-NAME TO SUPP-NAME
               MOVE WS-LEAD-TIME-NUMERIC TO SUPP-LEAD-TIME-DAYS
               MOVE WS-MULTIPLE-NUMERIC TO SUPP-ORDER-MULTIPLE.
