      *HAS FALLEN BEHIND SUPPLIER INCREASES SHOWS UP HERE INSTEAD
      *OF AS AN EMBARRASSING JUMP WHEN MASS-REPRICING FINALLY
      *RUNS. ITEMS WITH NO COSTED RECEIPT YET ARE FLAGGED RATHER
      *THAN PRETENDING A HUNDRED PERCENT MARGIN. A KIT IS NEVER
      *RECEIVED, SO ITS COST IS ROLLED UP FROM THE KIT STRUCTURE
      *FILE - EACH COMPONENT'S AVERAGE-COST TIMES ITS QUANTITY PER
      *KIT - AND FLAGGED KIT; A KIT WITH ANY COMPONENT NOT YET
      *COSTED IS FLAGGED KIT-PART AND COUNTED AS HAVING NO COST.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC
           WS-ITEM-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - see WORKING-STORAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO DYNAMIC
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODE
           FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATHS - kit components the kit cost is rolled up from.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-KIT-FILE-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO DYNAMIC
           WS-MARGIN-REPORT-PATH           *>Built at run time in BUILD-FILE-PATHS - the printed margin report.
           ORGANIZATION IS LINE SEQUENTIAL
       FD  CATEGORY-FILE.
           COPY CATGMAST.

       FD  KIT-FILE.
           COPY KITSTRUC.

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-PRINTLINE PIC X(110).

        02 SRT-ITEM-NAME PIC X(20).
        02 SRT-ITEM-PRICE PIC $Z(5).9(2).
        02 SRT-AVERAGE-COST PIC 9(05)V9(02).
        02 SRT-KIT-FLAG PIC X(01).
        88 SRT-NOT-KIT VALUE SPACE.
        88 SRT-KIT-COSTED VALUE "K".
        88 SRT-KIT-PART-COSTED VALUE "P".

       WORKING-STORAGE SECTION.

       01  WS-ITEM-FILE-STATUS PIC X(02).
       01  WS-CATEGORY-FILE-STATUS PIC X(02).
       01  WS-MARGIN-REPORT-STATUS PIC X(02).
       01  WS-KIT-FILE-STATUS PIC X(02).
       01  WS-KIT-FILE-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FILE-OPEN VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PIC X(01) VALUE "N".
       88  WS-OPEN-ERROR VALUE "Y".
       01  WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-CATEGORY-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\catgfile".
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-MARGIN-REPORT-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\marginrpt".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CATEGORY-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-MARGIN-REPORT-PATH PIC X(80) VALUE SPACE.
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-PATH-NAME PIC X(12) VALUE SPACE.
       01  WS-PATH-EXTENSION PIC X(04) VALUE SPACE.
       01  WS-PATH-DEFAULT-BASE PIC X(80) VALUE SPACE.
       01  WS-TOTAL-ITEM-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-NO-COST-COUNT PIC 9(05) VALUE ZERO.

      *    Rolling up a kit's cost reads its components off the
      *    item file at random, which loses the item file's place
      *    in the listing; the kit's code is kept so the listing
      *    can START again just past it.
       01  WS-KIT-CODE PIC X(05) VALUE SPACE.
       01  WS-KIT-COST PIC 9(09)V99 VALUE ZERO.
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-KIT-FOUND-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FOUND VALUE "Y".
       01  WS-KIT-UNCOSTED-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-UNCOSTED VALUE "Y".

       01  MARGIN-PAGE-HEADING PIC X(30) VALUE
       "COST VERSUS LIST MARGIN REPORT".
       01  CATEGORY-HEADING-LINE.
                   INPUT PROCEDURE IS SELECT-MARGIN-ITEMS
                   OUTPUT PROCEDURE IS PRINT-MARGIN-REPORT
               CLOSE ITEM-FILE, CATEGORY-FILE, MARGIN-REPORT-FILE
               IF WS-KIT-FILE-OPEN
                   CLOSE KIT-FILE
               END-IF
           END-IF.
           STOP RUN.

               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-CATEGORY-FILE-PATH

               MOVE "kitfile" TO WS-PATH-NAME
               MOVE ".dat" TO WS-PATH-EXTENSION
               MOVE WS-KIT-FILE-BASE TO WS-PATH-DEFAULT-BASE
               PERFORM BUILD-ONE-FILE-PATH
               MOVE WS-BUILT-PATH TO WS-KIT-FILE-PATH

               MOVE "marginrpt" TO WS-PATH-NAME
               MOVE ".rpt" TO WS-PATH-EXTENSION
               MOVE WS-MARGIN-REPORT-BASE TO WS-PATH-DEFAULT-BASE
                               " - STATUS " WS-MARGIN-REPORT-STATUS
                           SET WS-OPEN-ERROR TO TRUE
                           CLOSE ITEM-FILE, CATEGORY-FILE
                       ELSE
                           PERFORM OPEN-KIT-FILE
                       END-IF
                   END-IF
               END-IF.

      *    No kit structure file (status 35) just means no kits
      *    have been set up, and every item lists as it always did.
           OPEN-KIT-FILE.
               OPEN INPUT KIT-FILE
               IF WS-KIT-FILE-STATUS = "00"
                   SET WS-KIT-FILE-OPEN TO TRUE
               ELSE
                   IF WS-KIT-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
                           WS-KIT-FILE-STATUS
                       SET WS-OPEN-ERROR TO TRUE
                       CLOSE ITEM-FILE, CATEGORY-FILE,
                           MARGIN-REPORT-FILE
                   END-IF
               END-IF.

           SELECT-MARGIN-ITEMS.
               READ ITEM-FILE NEXT
                   AT END SET WS-END-OF-ITEMS TO TRUE
               END-READ
               PERFORM RELEASE-ONE-ITEM UNTIL WS-END-OF-ITEMS.
               ELSE
                   MOVE ZERO TO SRT-AVERAGE-COST
               END-IF
               MOVE SPACE TO SRT-KIT-FLAG
               IF WS-KIT-FILE-OPEN
                   PERFORM ROLL-UP-KIT-COST
               END-IF
               RELEASE SORT-MARGIN-REC
               IF NOT WS-END-OF-ITEMS
                   READ ITEM-FILE NEXT
                       AT END SET WS-END-OF-ITEMS TO TRUE
                   END-READ
               END-IF.

      *    A kit's cost is the sum of its components' average costs
      *    times their quantities per kit. One uncosted component
      *    leaves nothing honest to show, so the kit goes through
      *    as uncosted rather than cheaper than it really is.
           ROLL-UP-KIT-COST.
               MOVE ITEM-CODE TO WS-KIT-CODE
               MOVE ZERO TO WS-KIT-COST
               MOVE "N" TO WS-KIT-FOUND-SWITCH
               MOVE "N" TO WS-KIT-UNCOSTED-SWITCH
               MOVE "N" TO WS-KIT-EOF-SWITCH
               MOVE WS-KIT-CODE TO KS-KIT-CODE
               MOVE LOW-VALUES TO KS-COMPONENT-CODE
               START KIT-FILE KEY IS NOT LESS THAN KS-KIT-KEY
                   INVALID KEY SET WS-END-OF-KIT TO TRUE
               END-START
               IF NOT WS-END-OF-KIT
                   READ KIT-FILE NEXT
                       AT END SET WS-END-OF-KIT TO TRUE
                   END-READ
               END-IF
               PERFORM COST-ONE-COMPONENT
                   UNTIL WS-END-OF-KIT
                       OR KS-KIT-CODE NOT = WS-KIT-CODE
               IF WS-KIT-FOUND
                   IF WS-KIT-UNCOSTED
                       MOVE ZERO TO SRT-AVERAGE-COST
                       SET SRT-KIT-PART-COSTED TO TRUE
                   ELSE
                       IF WS-KIT-COST > 99999.99
                           MOVE 99999.99 TO SRT-AVERAGE-COST
                       ELSE
                           MOVE WS-KIT-COST TO SRT-AVERAGE-COST
                       END-IF
                       SET SRT-KIT-COSTED TO TRUE
                   END-IF
                   MOVE WS-KIT-CODE TO ITEM-CODE
                   START ITEM-FILE KEY IS GREATER THAN ITEM-CODE
                       INVALID KEY SET WS-END-OF-ITEMS TO TRUE
                   END-START
               END-IF.

           COST-ONE-COMPONENT.
               SET WS-KIT-FOUND TO TRUE
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       SET WS-KIT-UNCOSTED TO TRUE
                   NOT INVALID KEY
                       IF AVERAGE-COST NUMERIC
                          AND AVERAGE-COST > ZERO
                           COMPUTE WS-KIT-COST = WS-KIT-COST +
                               (AVERAGE-COST * KS-QUANTITY-PER-KIT)
                               ON SIZE ERROR
                                   MOVE 99999.99 TO WS-KIT-COST
                           END-COMPUTE
                       ELSE
                           SET WS-KIT-UNCOSTED TO TRUE
                       END-IF
               END-READ
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ.

           PRINT-MARGIN-REPORT.
               IF SRT-AVERAGE-COST = ZERO
                   MOVE ZERO TO PRN-MARGIN
                   MOVE ZERO TO PRN-MARGIN-PCT
                   IF SRT-KIT-PART-COSTED
                       MOVE "KIT-PART" TO PRN-FLAG-TEXT
                   ELSE
                       MOVE "NO COST" TO PRN-FLAG-TEXT
                   END-IF
                   ADD 1 TO WS-CAT-NO-COST-COUNT
                   ADD 1 TO WS-TOTAL-NO-COST-COUNT
               ELSE
                   ELSE
                       MOVE ZERO TO PRN-MARGIN-PCT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-WORK-MARGIN < ZERO AND SRT-KIT-COSTED
                           MOVE "KIT-UNDR" TO PRN-FLAG-TEXT
                       WHEN WS-WORK-MARGIN < ZERO
                           MOVE "UNDER" TO PRN-FLAG-TEXT
                       WHEN SRT-KIT-COSTED
                           MOVE "KIT" TO PRN-FLAG-TEXT
                       WHEN OTHER
                           MOVE SPACE TO PRN-FLAG-TEXT
                   END-EVALUATE
               END-IF
               WRITE MARGIN-PRINTLINE FROM MARGIN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
