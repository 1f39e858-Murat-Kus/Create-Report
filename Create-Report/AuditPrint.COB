           COPY AUDITREC.

       FD  AUDIT-REPORT.
       01  AUDIT-PRINTLINE PIC X(132).

       WORKING-STORAGE SECTION.

        02 PRN-AUDIT-ITEM-CODE PIC X(05).
       01  AUDIT-BEFORE-LINE.
        02 FILLER PIC X(12) VALUE "   BEFORE: ".
        02 PRN-BEFORE-IMAGE PIC X(120).
       01  AUDIT-AFTER-LINE.
        02 FILLER PIC X(12) VALUE "   AFTER : ".
        02 PRN-AFTER-IMAGE PIC X(120).
       01  AUDIT-TOTALS-LINE.
        02 FILLER PIC X(01) VALUE SPACE.
        02 FILLER PIC X(15) VALUE "ENTRIES READ: ".
