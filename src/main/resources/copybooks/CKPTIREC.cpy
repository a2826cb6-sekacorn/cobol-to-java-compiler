       05 CKI-LAST-TRAN-ID   PIC X(10).
       05 CKI-LAST-AMOUNT    PIC S9(7)V99
                             SIGN IS LEADING SEPARATE.
       05 CKI-ORPHAN-COUNT   PIC 9(9).
