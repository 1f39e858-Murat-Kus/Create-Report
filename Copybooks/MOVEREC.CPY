      *UNIT COST ACTUALLY PAID AS DDDDD.CC - STOCK-POSTING FOLDS
      *IT INTO THE ITEM'S WEIGHTED-AVERAGE COST; LEFT BLANK, THE
      *AVERAGE COST IS SIMPLY CARRIED UNCHANGED.
      *A RECEIPT OF A LOT-TRACKED ITEM MUST NAME ITS LOT IN
      *MV-LOT-NUMBER AND MAY GIVE THE LOT'S EXPIRY AS YYYYMMDD IN
      *MV-EXPIRY-DATE (BLANK WHEN THE LOT NEVER EXPIRES). ISSUES
      *LEAVE BOTH BLANK - STOCK-POSTING TAKES THE STOCK FROM THE
      *LOTS THAT EXPIRE FIRST. A PLUS ADJUSTMENT MAY NAME A LOT TO
      *PUT THE STOCK BACK INTO, AND A MINUS ADJUSTMENT THE LOT TO
      *TAKE IT FROM - HOW AN EXPIRED LOT IS WRITTEN OFF.
      *AN ISSUE WRITTEN BY DISPATCH-CONFIRM FOR A SALES ORDER LINE
      *CARRIES IN MV-ALLOCATED-QUANTITY THE PART OF IT THAT WAS
      *ALLOCATED TO THE ORDER (IN KITS FOR A KIT); STOCK-POSTING
      *RELEASES THAT MUCH FROM QUANTITY-ALLOCATED IN THE SAME
      *REWRITE THAT TAKES IT OFF QUANTITY-ON-HAND, SO THE STOCK IS
      *NEVER FREE TO PROMISE IN BETWEEN. BLANK ON EVERY OTHER LINE.
      *EVERY FILE OF MOVEMENTS IS SENT AS ONE OR MORE BATCHES: A
      *HEADER (TYPE H) CARRYING THE BATCH NUMBER AND DATE, THE
      *MOVEMENT LINES, THEN A TRAILER (TYPE Z) REPEATING THE
      *NUMBER AND DATE WITH THE COUNT OF LINES BETWEEN AND THE SUM
      *OF THEIR QUANTITIES. STOCK-POSTING REFUSES A FILE WHOSE
      *TRAILERS DO NOT AGREE WITH WHAT IT READ, OR THAT REPEATS A
      *BATCH IT HAS ALREADY POSTED.
      *********************************
       01  MOVEMENT-RECORD.
        02 MV-TYPE PIC X(01).
        88 MV-ISSUE VALUE "I" "i".
        88 MV-ADJUSTMENT VALUE "A" "a".
        88 MV-TRANSFER VALUE "T" "t".
        88 MV-BATCH-HEADER VALUE "H".
        88 MV-BATCH-TRAILER VALUE "Z".
        02 MV-ITEM-CODE PIC X(05).
        02 MV-SIGN PIC X(01).
        02 MV-QUANTITY-TEXT PIC X(05).
         03 MV-COST-DOLLARS PIC 9(05).
         03 MV-COST-DOT PIC X(01).
         03 MV-COST-CENTS PIC 9(02).
        02 MV-LOT-NUMBER PIC X(10).
        02 MV-EXPIRY-DATE PIC X(08).
        02 MV-EXPIRY-NUMERIC REDEFINES MV-EXPIRY-DATE
           PIC 9(08).
        02 MV-ALLOCATED-TEXT PIC X(05).
        02 MV-ALLOCATED-QUANTITY REDEFINES MV-ALLOCATED-TEXT
           PIC 9(05).
       01  MOVEMENT-BATCH-RECORD.
        02 MB-RECORD-TYPE PIC X(01).
        02 MB-BATCH-NUMBER PIC 9(06).
        02 MB-BATCH-DATE PIC 9(08).
        02 MB-RECORD-COUNT PIC 9(06).
        02 MB-QUANTITY-HASH PIC 9(10).
        02 FILLER PIC X(44).
