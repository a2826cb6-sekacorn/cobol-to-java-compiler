      *> BRCHCARD - Control-card layout for BRCHMNT branch master
      *> maintenance. One card per action:
      *>   ADD      create BMC-BRANCH-CODE as open with the name,
      *>            region and manager (name and region required)
      *>   CHANGE   replace the name, region and/or manager of an
      *>            existing branch - a blank field is left as is
      *>   CLOSE    set an existing branch's status to closed
      *>   REOPEN   set an existing branch's status back to open
      *> BMC-OPERATOR-ID is the ID of the operator keying the card,
      *> required on every card and logged with its result.
       05 BMC-ACTION       PIC X(8).
       05 BMC-BRANCH-CODE  PIC X(4).
       05 BMC-BRANCH-NAME  PIC X(30).
       05 BMC-REGION       PIC X(4).
       05 BMC-MANAGER      PIC X(20).
       05 BMC-OPERATOR-ID  PIC X(8).
