      *ISSUE MOVEMENT STAMPED WITH THE DAY'S DATE AND THE
      *OPERATOR'S INITIALS IS APPENDED TO THE CAPTURE FILE THAT
      *STOCK-POSTING PICKS UP AT THE NEXT POSTING RUN - NO MORE
      *PAPER PAD KEYED IN HOURS LATER. EACH CAPTURE GOES OUT AS A
      *BATCH OF ITS OWN - A HEADER CARRYING THE NEXT NUMBER OFF THE
      *CAPTURE CONTROL FILE, THE ISSUE, AND A TRAILER WITH THE LINE
      *COUNT AND QUANTITY TOTAL, ALL WRITTEN IN ONE OPEN OF THE FILE
      *- SO STOCK-POSTING CAN PROVE THE BATCH ARRIVED WHOLE AND
      *REFUSE IT IF IT WAS EVER POSTED BEFORE, AND A SESSION LEFT
      *OPEN OR KILLED AT THE COUNTER NEVER LEAVES A BATCH HALF
      *WRITTEN FOR ANOTHER PROGRAM TO APPEND INTO. BESIDE THE
      *QUANTITY ON HAND EVERY ITEM SHOWS WHAT IS AVAILABLE TO
      *PROMISE - ON HAND LESS WHAT OPEN SALES ORDERS HAVE ALLOCATED
      *- AND THE CAPTURE WARNING IS GIVEN AGAINST THAT FIGURE, SO A
      *COUNTER SALE DOES NOT QUIETLY TAKE STOCK ALREADY PROMISED TO
      *A CUSTOMER ORDER. QUANTITIES ARE SHOWN AND CAPTURED IN THE
      *ITEM'S STOCK UNIT, WHICH IS DISPLAYED WITH THEM, ALONG WITH
      *THE PURCHASE UNIT AND PACK SIZE THE ITEM IS BOUGHT IN. A KIT
      *ON THE KIT STRUCTURE FILE ALSO SHOWS HOW MANY KITS ITS
      *COMPONENTS AVAILABLE TO PROMISE WILL MAKE UP, AND A KIT
      *CAPTURED AT THE COUNTER IS WARNED AGAINST THAT FIGURE;
      *STOCK-POSTING ISSUES THE COMPONENTS WHEN THE CAPTURE IS
      *POSTED. ONLY AN OPERATOR ACTIVE ON THE OPERATOR MASTER WITH
      *COUNTER CAPTURE PERMITTED MAY CAPTURE A SALE; INQUIRY ITSELF
      *IS OPEN TO ANYONE, AND A REFUSED CAPTURE IS LOGGED TO THE
      *SECURITY VIOLATIONS FILE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WS-CAPTURE-FILE-PATH           *>Built at run time in BUILD-FILE-PATH - captured counter issues for the next posting run.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPTURE-FILE-STATUS.
           SELECT CAPTURE-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-CAPTURE-CONTROL-PATH           *>Built at run time in BUILD-FILE-PATH - next capture batch number.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAPTURE-CONTROL-STATUS.
           SELECT KIT-FILE ASSIGN TO DYNAMIC
           WS-KIT-FILE-PATH           *>Built at run time in BUILD-FILE-PATH - kit components for the buildable count.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-KIT-KEY
           FILE STATUS IS WS-KIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-PATH           *>Built at run time in BUILD-FILE-PATH - operator master checked before a counter capture.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT SECURITY-FILE ASSIGN TO DYNAMIC
           WS-SECURITY-FILE-PATH           *>Built at run time in BUILD-FILE-PATH - refused operators appended for OPS-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
           COPY MOVEREC.

       FD  CAPTURE-CONTROL-FILE.
           COPY CAPTCTL.

       FD  KIT-FILE.
           COPY KITSTRUC.

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  SECURITY-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile".
       01  WS-CAPTURE-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\itemcapt".
       01  WS-CAPTURE-CONTROL-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\captctl".
       01  WS-KIT-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\kitfile".
       01  WS-OPERATOR-FILE-BASE PIC X(54) VALUE
       "C:\Coding etc\Github Cobol\Write-to-a-file\operfile".
       01  WS-SECURITY-FILE-BASE PIC X(56) VALUE
       "C:\Coding etc\Github Cobol\Create-Report\secviol".
       01  WS-ITEM-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CAPTURE-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-CAPTURE-CONTROL-PATH PIC X(80) VALUE SPACE.
       01  WS-KIT-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-OPERATOR-FILE-PATH PIC X(80) VALUE SPACE.
       01  WS-SECURITY-FILE-PATH PIC X(80) VALUE SPACE.

       01  WS-CAPTURE-FILE-STATUS PIC X(02).
       88  WS-CAPTURE-FILE-OK VALUE "00".
       01  WS-CAPTURE-CONTROL-STATUS PIC X(02).
       88  WS-CAPTURE-CONTROL-OK VALUE "00".
       01  WS-OPERATOR PIC X(08) VALUE SPACE.
       01  WS-ISSUE-ANSWER PIC X(01) VALUE SPACE.
       88  WS-WANTS-ISSUE VALUE "Y" "y".
       01  WS-QUANTITY-SHIFT PIC X(04) VALUE SPACE.
       01  WS-CAPTURE-DATE PIC 9(08) VALUE ZERO.
       01  WS-CAPTURED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CAPTURE-BATCH-NUMBER PIC 9(06) VALUE ZERO.
       01  WS-CAPTURE-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-CAPTURE-QUANTITY-HASH PIC 9(10) VALUE ZERO.
       01  WS-AVAILABLE-TO-PROMISE PIC S9(06) VALUE ZERO.
       01  WS-AVAILABLE-DISPLAY PIC -(5)9.
       01  WS-STOCK-UNIT-DISPLAY PIC X(04) VALUE SPACE.
       01  WS-PURCHASE-UNIT-DISPLAY PIC X(04) VALUE SPACE.
       01  WS-PACK-SIZE-DISPLAY PIC ZZZZ9.

      *    A kit is not stocked itself; what can be sold is as many
      *    kits as the scarcest component available will make up.
      *    The item record is saved while the components are read
      *    and put back after, so the kit is still the item on
      *    screen when the sale is captured.
       01  WS-KIT-FILE-STATUS PIC X(02).
       01  WS-KIT-FILE-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-FILE-OPEN VALUE "Y".
       01  WS-KIT-ITEM-SWITCH PIC X(01) VALUE "N".
       88  WS-KIT-ITEM VALUE "Y".
       01  WS-KIT-EOF-SWITCH PIC X(01) VALUE "N".
       88  WS-END-OF-KIT VALUE "Y".
       01  WS-KIT-CODE PIC X(05) VALUE SPACE.
       01  WS-KIT-COMPONENT-COUNT PIC 9(03) VALUE ZERO.
       01  WS-KITS-BUILDABLE PIC 9(05) VALUE ZERO.
       01  WS-KITS-FROM-COMPONENT PIC 9(05) VALUE ZERO.
       01  WS-COMPONENT-AVAILABLE PIC S9(06) VALUE ZERO.
       01  WS-SAVED-ITEM PIC X(120) VALUE SPACE.

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
       01  WS-SECURITY-PROGRAM PIC X(20) VALUE "ITEM-INQUIRY".
       01  WS-SECURITY-FUNCTION PIC X(18) VALUE "COUNTER CAPTURE".
       01  WS-SECURITY-ITEM-CODE PIC X(05) VALUE SPACE.
       01  WS-SECURITY-DATE-WORK PIC 9(08).
       01  WS-SECURITY-TIME-WORK PIC 9(08).

       PROCEDURE DIVISION.
       PERFORM BUILD-FILE-PATH
           DISPLAY "UNABLE TO OPEN ITEM-FILE - STATUS "
               WS-FILE-STATUS
       ELSE
           PERFORM OPEN-KIT-FILE
           PERFORM PROCESS-INQUIRY UNTIL WS-QUIT-INQUIRY
           CLOSE ITEM-FILE
           IF WS-KIT-FILE-OPEN
               CLOSE KIT-FILE
           END-IF
           IF WS-CAPTURED-COUNT > ZERO
               DISPLAY "ISSUES CAPTURED THIS SESSION: "
                   WS-CAPTURED-COUNT
           END-IF
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               PERFORM BUILD-CAPTURE-PATH
               PERFORM BUILD-CAPTURE-CONTROL-PATH
               PERFORM BUILD-KIT-PATH
               PERFORM BUILD-OPERATOR-PATH
               PERFORM BUILD-SECURITY-PATH
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-ITEM-FILE-BASE DELIMITED BY SPACE
                   END-IF
               END-IF.

           BUILD-CAPTURE-CONTROL-PATH.
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-CAPTURE-CONTROL-BASE DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CAPTURE-CONTROL-PATH
                   ELSE
                       STRING WS-CAPTURE-CONTROL-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CAPTURE-CONTROL-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\captctl" DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CAPTURE-CONTROL-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\captctl" DELIMITED BY SIZE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-CAPTURE-CONTROL-PATH
                   END-IF
               END-IF.

           BUILD-KIT-PATH.
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-KIT-FILE-BASE DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-KIT-FILE-PATH
                   ELSE
                       STRING WS-KIT-FILE-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-KIT-FILE-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\kitfile" DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-KIT-FILE-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\kitfile" DELIMITED BY SIZE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-KIT-FILE-PATH
                   END-IF
               END-IF.

           BUILD-OPERATOR-PATH.
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-OPERATOR-FILE-BASE DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-OPERATOR-FILE-PATH
                   ELSE
                       STRING WS-OPERATOR-FILE-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-OPERATOR-FILE-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\operfile" DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-OPERATOR-FILE-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\operfile" DELIMITED BY SIZE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-OPERATOR-FILE-PATH
                   END-IF
               END-IF.

           BUILD-SECURITY-PATH.
               IF WS-FILE-LOCATION = SPACE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-SECURITY-FILE-BASE DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-SECURITY-FILE-PATH
                   ELSE
                       STRING WS-SECURITY-FILE-BASE DELIMITED BY SPACE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-SECURITY-FILE-PATH
                   END-IF
               ELSE
                   IF WS-FILE-SUFFIX = SPACE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\secviol" DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-SECURITY-FILE-PATH
                   ELSE
                       STRING WS-FILE-LOCATION DELIMITED BY SPACE
                           "\secviol" DELIMITED BY SIZE
                           "_" DELIMITED BY SIZE
                           WS-FILE-SUFFIX DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-SECURITY-FILE-PATH
                   END-IF
               END-IF.

      *    No kit structure file (status 35) just means no kits have
      *    been set up; every item then shows as it always did.
           OPEN-KIT-FILE.
               OPEN INPUT KIT-FILE
               IF WS-KIT-FILE-STATUS = "00"
                   SET WS-KIT-FILE-OPEN TO TRUE
               ELSE
                   IF WS-KIT-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO OPEN KIT-FILE - STATUS "
                           WS-KIT-FILE-STATUS " - KITS NOT SHOWN"
                   END-IF
               END-IF.

           PROCESS-INQUIRY.
               DISPLAY "ENTER INQUIRY - (C)ODE LOOKUP (N)AME SEARCH "
                   "(B)ROWSE CATEGORY (X)IT: "

      *    The entered quantity is right-justified and zero-filled
      *    so "3" and "00003" both capture cleanly, then checked
      *    against the displayed available figure - a line past it
      *    either part-fills or backorders at posting time or eats
      *    into stock promised to a sales order, so the operator
      *    is told before the customer walks away.
           CAPTURE-ONE-ISSUE.
               DISPLAY "ENTER QUANTITY IN " WS-STOCK-UNIT-DISPLAY ": "
               ACCEPT WS-ISSUE-QUANTITY-TEXT
               PERFORM NORMALIZE-QUANTITY
               IF WS-ISSUE-QUANTITY NOT NUMERIC
                   DISPLAY "ENTER REFERENCE: "
                   ACCEPT WS-ISSUE-REFERENCE
                   MOVE "Y" TO WS-ISSUE-ANSWER
                   PERFORM COMPUTE-AVAILABLE
                   IF WS-KIT-ITEM
                       MOVE WS-KITS-BUILDABLE TO
                           WS-AVAILABLE-TO-PROMISE
                       MOVE WS-KITS-BUILDABLE TO WS-AVAILABLE-DISPLAY
                   END-IF
                   IF WS-ISSUE-QUANTITY > WS-AVAILABLE-TO-PROMISE
                       DISPLAY "WARNING - ONLY " WS-AVAILABLE-DISPLAY
                           " AVAILABLE, LINE WILL NOT FILL IN FULL"
                       DISPLAY "CAPTURE ANYWAY? (Y/N): "
                       ACCEPT WS-ISSUE-ANSWER
                   END-IF

           WRITE-CAPTURED-ISSUE.
               IF WS-OPERATOR = SPACES
                   DISPLAY "ENTER OPERATOR ID: "
                   ACCEPT WS-OPERATOR
                   IF WS-OPERATOR = SPACES
                       MOVE "COUNTER" TO WS-OPERATOR
                   END-IF
               END-IF
               IF NOT WS-OPERATOR-AUTHORIZED
                   PERFORM CHECK-OPERATOR-AUTHORITY
               END-IF
               IF WS-OPERATOR-AUTHORIZED
                   PERFORM TAKE-CAPTURE-BATCH-NUMBER
                   IF WS-CAPTURE-BATCH-NUMBER = ZERO
                       DISPLAY "NOTHING CAPTURED"
                   ELSE
                       PERFORM WRITE-CAPTURE-BATCH
                   END-IF
               ELSE
                   DISPLAY "NOTHING CAPTURED"
                   MOVE SPACES TO WS-OPERATOR
               END-IF.

      *    Each capture is a batch of one, written whole in a single
      *    open of the file for EXTEND so it appends behind whatever
      *    is already waiting for posting; the very first capture on
      *    a box finds no file yet (status 35) and creates it with a
      *    plain OUTPUT open. The file is closed again straight away,
      *    so nothing is left half written between captures.
           WRITE-CAPTURE-BATCH.
               OPEN EXTEND CAPTURE-FILE
               IF WS-CAPTURE-FILE-STATUS = "35"
                   OPEN OUTPUT CAPTURE-FILE
               END-IF
               IF NOT WS-CAPTURE-FILE-OK
                   DISPLAY "UNABLE TO OPEN CAPTURE-FILE - "
                       "STATUS " WS-CAPTURE-FILE-STATUS
                   DISPLAY "NOTHING CAPTURED"
               ELSE
                   PERFORM WRITE-CAPTURE-HEADER
                   MOVE SPACE TO MOVEMENT-RECORD
                   MOVE "I" TO MV-TYPE
                   MOVE ITEM-CODE TO MV-ITEM-CODE
                   MOVE SPACE TO MV-SIGN
                   MOVE SPACE TO MV-TO-LOCATION
                   MOVE WS-OPERATOR TO MV-OPERATOR
                   MOVE SPACE TO MV-UNIT-COST-TEXT
                   MOVE SPACE TO MV-LOT-NUMBER
                   MOVE SPACE TO MV-EXPIRY-DATE
                   MOVE SPACE TO MV-ALLOCATED-TEXT
                   WRITE MOVEMENT-RECORD
                   MOVE WS-ISSUE-QUANTITY TO WS-CAPTURE-QUANTITY-HASH
                   DISPLAY "ISSUE CAPTURED FOR " MV-ITEM-CODE
                       " QTY " MV-QUANTITY-NUMERIC
                   PERFORM WRITE-CAPTURE-TRAILER
                   CLOSE CAPTURE-FILE
                   ADD 1 TO WS-CAPTURED-COUNT
               END-IF.

      *    The capturing operator must be on the operator master,
      *    active and allowed counter capture. Once accepted the
      *    operator stands for the rest of the session; a refused
      *    operator is cleared, so the next capture asks for an ID
      *    again and a supervisor can sign on to take the sale.
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
                               WHEN NOT OPER-MAY-CAPTURE
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

      *    Capture batch numbers come from the capture control file,
      *    which every program writing the capture file shares. The
      *    number is read, stepped on and rewritten in one I-O open
      *    before the batch is written; after 999999 it starts again
      *    at 1. The very first capture on a box finds no file yet
      *    (status 35) and creates it holding 1. A number that
      *    cannot be taken is left at zero and nothing is written.
           TAKE-CAPTURE-BATCH-NUMBER.
               MOVE ZERO TO WS-CAPTURE-BATCH-NUMBER
               OPEN I-O CAPTURE-CONTROL-FILE
               IF WS-CAPTURE-CONTROL-STATUS = "35"
                   OPEN OUTPUT CAPTURE-CONTROL-FILE
                   IF WS-CAPTURE-CONTROL-OK
                       MOVE 1 TO CC-NEXT-BATCH-NUMBER
                       WRITE CAPTURE-CONTROL-RECORD
                       CLOSE CAPTURE-CONTROL-FILE
                       OPEN I-O CAPTURE-CONTROL-FILE
                   END-IF
               END-IF
               IF NOT WS-CAPTURE-CONTROL-OK
                   DISPLAY "UNABLE TO OPEN CAPTURE-CONTROL-FILE - "
                       "STATUS " WS-CAPTURE-CONTROL-STATUS
               ELSE
                   READ CAPTURE-CONTROL-FILE
                       AT END
                           DISPLAY "CAPTURE-CONTROL-FILE IS EMPTY"
                       NOT AT END
                           PERFORM STEP-CAPTURE-BATCH-NUMBER
                   END-READ
                   CLOSE CAPTURE-CONTROL-FILE
               END-IF.

           STEP-CAPTURE-BATCH-NUMBER.
               IF CC-NEXT-BATCH-NUMBER NOT NUMERIC
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               IF CC-NEXT-BATCH-NUMBER = ZERO
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               MOVE CC-NEXT-BATCH-NUMBER TO WS-CAPTURE-BATCH-NUMBER
               IF CC-NEXT-BATCH-NUMBER = 999999
                   MOVE 1 TO CC-NEXT-BATCH-NUMBER
               ELSE
                   ADD 1 TO CC-NEXT-BATCH-NUMBER
               END-IF
               REWRITE CAPTURE-CONTROL-RECORD
               IF NOT WS-CAPTURE-CONTROL-OK
                   DISPLAY "UNABLE TO REWRITE CAPTURE-CONTROL-FILE - "
                       "STATUS " WS-CAPTURE-CONTROL-STATUS
                   MOVE ZERO TO WS-CAPTURE-BATCH-NUMBER
               END-IF.

      *    The batch number has already been taken off the capture
      *    control file; the date is carried beside it.
           WRITE-CAPTURE-HEADER.
               ACCEPT WS-CAPTURE-BATCH-DATE FROM DATE YYYYMMDD
               MOVE SPACE TO MOVEMENT-BATCH-RECORD
               MOVE "H" TO MB-RECORD-TYPE
               MOVE WS-CAPTURE-BATCH-NUMBER TO MB-BATCH-NUMBER
               MOVE WS-CAPTURE-BATCH-DATE TO MB-BATCH-DATE
               MOVE ZERO TO MB-RECORD-COUNT
               MOVE ZERO TO MB-QUANTITY-HASH
               WRITE MOVEMENT-BATCH-RECORD.

           WRITE-CAPTURE-TRAILER.
               MOVE SPACE TO MOVEMENT-BATCH-RECORD
               MOVE "Z" TO MB-RECORD-TYPE
               MOVE WS-CAPTURE-BATCH-NUMBER TO MB-BATCH-NUMBER
               MOVE WS-CAPTURE-BATCH-DATE TO MB-BATCH-DATE
               MOVE 1 TO MB-RECORD-COUNT
               MOVE WS-CAPTURE-QUANTITY-HASH TO MB-QUANTITY-HASH
               WRITE MOVEMENT-BATCH-RECORD.

      *    The trimmed length of the search text sets the width of
      *    the sliding compare below; trailing spaces would
      *    otherwise stop anything from ever matching.
      *    screenful so the counter can stop when the right item
      *    appears instead of watching the rest scroll past.
           SHOW-ONE-HIT.
               PERFORM COMPUTE-AVAILABLE
               PERFORM SET-UNIT-DISPLAY
               DISPLAY ITEM-CODE "  " ITEM-NAME "  " ITEM-PRICE
                   "  QTY " QUANTITY-ON-HAND
                   "  ATP " WS-AVAILABLE-DISPLAY
                   " " WS-STOCK-UNIT-DISPLAY
               ADD 1 TO WS-HIT-COUNT
               ADD 1 TO WS-HITS-THIS-PAGE
               IF WS-HITS-THIS-PAGE >= WS-PAGE-SIZE
               END-IF.

           DISPLAY-ITEM.
               PERFORM COMPUTE-AVAILABLE
               DISPLAY "ITEM CODE    : " ITEM-CODE
               DISPLAY "ITEM NAME    : " ITEM-NAME
               DISPLAY "ITEM PRICE   : " ITEM-PRICE
               DISPLAY "CATEGORY CODE: " CATEGORY-CODE
               PERFORM SET-UNIT-DISPLAY
               DISPLAY "QTY ON HAND  : " QUANTITY-ON-HAND
                   " " WS-STOCK-UNIT-DISPLAY
               DISPLAY "AVAILABLE    : " WS-AVAILABLE-DISPLAY
                   " " WS-STOCK-UNIT-DISPLAY
               DISPLAY "REORDER LEVEL: " REORDER-LEVEL
               DISPLAY "REORDER QTY  : " REORDER-QUANTITY
               DISPLAY "SUPPLIER CODE: " SUPPLIER-CODE
               DISPLAY "BOUGHT IN    : " WS-PURCHASE-UNIT-DISPLAY
                   " OF " WS-PACK-SIZE-DISPLAY " "
                   WS-STOCK-UNIT-DISPLAY
               PERFORM COUNT-KITS-BUILDABLE
               IF WS-KIT-ITEM
                   DISPLAY "BUILDABLE    : " WS-KITS-BUILDABLE
                       " KITS FROM " WS-KIT-COMPONENT-COUNT
                       " COMPONENTS AVAILABLE"
               END-IF.

      *    Each component line gives the kits its quantity
      *    available to promise covers - on hand less what open
      *    sales orders hold of it, kit orders included; the
      *    smallest of those is the kits buildable. A component
      *    missing from the item file covers none.
           COUNT-KITS-BUILDABLE.
               MOVE "N" TO WS-KIT-ITEM-SWITCH
               MOVE ZERO TO WS-KIT-COMPONENT-COUNT
               MOVE ZERO TO WS-KITS-BUILDABLE
               IF WS-KIT-FILE-OPEN
                   MOVE STOCK-ITEMS TO WS-SAVED-ITEM
                   MOVE ITEM-CODE TO WS-KIT-CODE
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
                   PERFORM COUNT-ONE-COMPONENT
                       UNTIL WS-END-OF-KIT
                           OR KS-KIT-CODE NOT = WS-KIT-CODE
                   MOVE WS-SAVED-ITEM TO STOCK-ITEMS
               END-IF.

           COUNT-ONE-COMPONENT.
               MOVE KS-COMPONENT-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-KITS-FROM-COMPONENT
                   NOT INVALID KEY
                       PERFORM COMPUTE-COMPONENT-AVAILABLE
               END-READ
               IF NOT WS-KIT-ITEM
                  OR WS-KITS-FROM-COMPONENT < WS-KITS-BUILDABLE
                   MOVE WS-KITS-FROM-COMPONENT TO WS-KITS-BUILDABLE
               END-IF
               SET WS-KIT-ITEM TO TRUE
               ADD 1 TO WS-KIT-COMPONENT-COUNT
               READ KIT-FILE NEXT
                   AT END SET WS-END-OF-KIT TO TRUE
               END-READ.

      *    A component already fully promised covers no kits.
           COMPUTE-COMPONENT-AVAILABLE.
               IF QUANTITY-ALLOCATED NUMERIC
                   COMPUTE WS-COMPONENT-AVAILABLE =
                       QUANTITY-ON-HAND - QUANTITY-ALLOCATED
               ELSE
                   MOVE QUANTITY-ON-HAND TO WS-COMPONENT-AVAILABLE
               END-IF
               IF WS-COMPONENT-AVAILABLE NOT > ZERO
                   MOVE ZERO TO WS-KITS-FROM-COMPONENT
               ELSE
                   DIVIDE WS-COMPONENT-AVAILABLE BY KS-QUANTITY-PER-KIT
                       GIVING WS-KITS-FROM-COMPONENT
                       ON SIZE ERROR
                           MOVE ZERO TO WS-KITS-FROM-COMPONENT
                   END-DIVIDE
               END-IF.

      *    An item set up before units were kept reads as single
      *    units, EA, bought one at a time.
           SET-UNIT-DISPLAY.
               MOVE ITEM-STOCK-UNIT TO WS-STOCK-UNIT-DISPLAY
               IF ITEM-STOCK-UNIT = SPACES
                   MOVE "EA" TO WS-STOCK-UNIT-DISPLAY
               END-IF
               MOVE ITEM-PURCHASE-UNIT TO WS-PURCHASE-UNIT-DISPLAY
               IF ITEM-PURCHASE-UNIT = SPACES
                   MOVE WS-STOCK-UNIT-DISPLAY TO
                       WS-PURCHASE-UNIT-DISPLAY
               END-IF
               IF ITEM-PACK-SIZE NUMERIC
                  AND ITEM-PACK-SIZE > ZERO
                   MOVE ITEM-PACK-SIZE TO WS-PACK-SIZE-DISPLAY
               ELSE
                   MOVE 1 TO WS-PACK-SIZE-DISPLAY
               END-IF.

      *    Available to promise is on hand less what open sales
      *    order lines hold; a record written before allocations
      *    were kept carries no figure and counts as none held.
      *    It goes negative when the shelf has been drawn below
      *    what is already promised.
           COMPUTE-AVAILABLE.
               IF QUANTITY-ALLOCATED NUMERIC
                   COMPUTE WS-AVAILABLE-TO-PROMISE =
                       QUANTITY-ON-HAND - QUANTITY-ALLOCATED
               ELSE
                   MOVE QUANTITY-ON-HAND TO WS-AVAILABLE-TO-PROMISE
               END-IF
               MOVE WS-AVAILABLE-TO-PROMISE TO WS-AVAILABLE-DISPLAY.
