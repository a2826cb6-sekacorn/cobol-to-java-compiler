      *> RUNCTLREC - Shared run-control log (RUNCTL), one row
      *> appended by each program of the nightly cycle (and the
      *> desk jobs feeding it) every time it runs to completion:
      *> the business date the run belongs to, the program, start
      *> and end time (YYYYMMDDHHMMSS), the return code it ended
      *> with, and its key counts. A run that abends before its
      *> end leaves no row. Read by OPSSTAT. What the counts hold
      *> depends on the program:
      *>   program   in               out             exceptions
      *>   FEEDMRG   details read     details merged  details parked
      *>   SAMPLE1   records in       EXTOUT rows     rej+susp+orphans
      *>   RECONCIL  EXTOUT rows      audit rows      checks broken
      *>   BRCHRPT   EXTOUT rows      branch pages    warnings
      *>   ACCTPOST  EXTOUT rows      items posted    not posted
      *>   TRENDRPT  runs on history  -               metrics flagged
      *>   STRSCRN   EXTOUT rows      cases raised    -
      *>   GLPOST    EXTOUT rows      GL entries      -
      *>   GLACKMCH  GL entries sent  acks received   unmatched
      *>   GLSUBLDG  journal rows     entries applied entries excluded
      *>   REJRECYC  rejects read     recycled        aged/written off
      *>   SUSRELSE  suspects read    released        unmatched cards
      *>   ORPHRCYC  orphans read     resubmitted     aged out
      *>   WOFPOST   write-offs read  GL entries      skipped
      *> RCL-AMOUNT is the run's control amount (merged hash,
      *> amount total, GL debit total...), zero where none applies.
      *> RCL-RUN-SEQ is the SAMPLE1 batch within the business date
      *> the run belongs to - 01 nightly, 02 up for a supplemental
      *> batch - so a supplemental's steps log beside the
      *> nightly's instead of reading as reruns of them. The desk
      *> jobs, which only run for the nightly cycle, log 01. Blank
      *> on rows written before it was carried, read as 01.
       05 RCL-BUS-DATE        PIC X(8).
       05 RCL-PROGRAM         PIC X(8).
       05 RCL-START-STAMP     PIC X(14).
       05 RCL-END-STAMP       PIC X(14).
       05 RCL-RETURN-CODE     PIC 9(4).
       05 RCL-IN-COUNT        PIC 9(9).
       05 RCL-OUT-COUNT       PIC 9(9).
       05 RCL-EXCEPTION-COUNT PIC 9(9).
       05 RCL-AMOUNT          PIC S9(13)V99
                              SIGN IS LEADING SEPARATE.
       05 RCL-RUN-SEQ         PIC 9(2).
