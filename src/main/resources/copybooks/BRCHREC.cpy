      *> BRCHREC - Branch master record, keyed on the 4-byte branch
      *> code. Maintained by BRCHMNT from operations control cards;
      *> read by ACCTMNT to refuse an account ADD to a branch that
      *> does not exist or is closed, and by BRCHRPT to name each
      *> branch on its settlement recap and roll branches up into
      *> their region's sign-off page. BRCH-REGION is the code of
      *> the region the branch reports to; BRCH-MANAGER is the
      *> branch manager who signs the branch's recap off.
       05 BRCH-CODE    PIC X(4).
       05 BRCH-NAME    PIC X(30).
       05 BRCH-REGION  PIC X(4).
       05 BRCH-MANAGER PIC X(20).
       05 BRCH-STATUS  PIC X.
          88 BRCH-OPEN   VALUE "O".
          88 BRCH-CLOSED VALUE "C".
