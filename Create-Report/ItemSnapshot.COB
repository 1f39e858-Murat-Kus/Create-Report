           COPY STOCKITM.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

