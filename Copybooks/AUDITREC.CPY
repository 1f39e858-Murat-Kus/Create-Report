        02 AUDIT-OPERATOR PIC X(08).
        02 AUDIT-TRANSACTION PIC X(01).
        02 AUDIT-ITEM-CODE PIC X(05).
        02 AUDIT-BEFORE-IMAGE PIC X(120).
        02 AUDIT-AFTER-IMAGE PIC X(120).
