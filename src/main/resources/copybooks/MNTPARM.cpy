      *> MNTPARM - Run-time parameter card for ACCTMNT.
      *> MNP-EXPIRE-DAYS is how many days a maintenance card may
      *> wait in the pending queue for approval; an item queued
      *> more than that many days before the run is dropped
      *> unapplied and must be keyed again. Left blank (or
      *> non-numeric) the compiled-in default applies.
       05 MNP-EXPIRE-DAYS PIC 9(3).
