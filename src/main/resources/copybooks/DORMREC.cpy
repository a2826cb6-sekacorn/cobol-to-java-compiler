      *> DORMREC - Dormant-account posting exception record for
      *> SAMPLE1 (DRMOUT). One row for the first posting of the
      *> run to an account that had gone longer than the dormancy
      *> days without one. DRM-SILENT-FROM is the date the silence
      *> is counted from - the account's last posting or its last
      *> status change on the master, whichever is later - and
      *> DRM-SILENT-DAYS the days from then to the run. The
      *> posting itself went through; this file is the desk's
      *> same-night notice that a dormant account was used before
      *> it was reviewed. DRM-AMOUNT is the base-currency amount.
       05 DRM-RUN-DATE     PIC X(8).
       05 DRM-ACCT-ID      PIC X(10).
       05 DRM-ACCT-BRANCH  PIC X(4).
       05 DRM-ACCT-NAME    PIC X(20).
       05 DRM-SILENT-FROM  PIC X(8).
       05 DRM-SILENT-DAYS  PIC 9(5).
       05 DRM-AMOUNT       PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
