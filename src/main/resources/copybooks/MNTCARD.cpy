      *> (000005000 is 50.00); zero removes the limit. It is only
      *> read on ADD and LIMIT cards and may be left blank on the
      *> other actions.
      *> MNT-OPERATOR-ID is the ID of the operator keying the card
      *> and is required on every card. None of the actions above
      *> is applied as keyed: ACCTMNT queues each as a pending
      *> item, lists it on SYSOUT under a reference (queue date and
      *> sequence), and applies it only when a different operator
      *> keys an approval card for it:
      *>   APPROVE  MNT-ACCT-ID of the pending item, its reference
      *>            in MNT-APPR-QUEUE-DATE/MNT-APPR-QUEUE-SEQ, and
      *>            the approver's own ID in MNT-OPERATOR-ID.
       05 MNT-ACTION         PIC X(8).
       05 MNT-ACCT-ID        PIC X(10).
       05 MNT-ACCT-NAME      PIC X(20).
       05 MNT-APPROVAL-REF REDEFINES MNT-ACCT-NAME.
          10 MNT-APPR-QUEUE-DATE PIC X(8).
          10 MNT-APPR-QUEUE-SEQ  PIC 9(4).
          10 FILLER              PIC X(8).
       05 MNT-ACCT-BRANCH    PIC X(4).
       05 MNT-EXPOSURE-LIMIT PIC 9(7)V99.
       05 MNT-OPERATOR-ID    PIC X(8).
