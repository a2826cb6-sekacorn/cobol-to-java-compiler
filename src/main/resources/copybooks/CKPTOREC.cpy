       05 CKO-LAST-TRAN-ID   PIC X(10).
       05 CKO-LAST-AMOUNT    PIC S9(7)V99
                             SIGN IS LEADING SEPARATE.
       05 CKO-ORPHAN-COUNT   PIC 9(9).
