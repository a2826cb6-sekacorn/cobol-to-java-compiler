   01  AUDIT-RECORD.
       COPY AUDITREC.
   FD  ARCHIVE-FILE.
   01  ARCHIVE-RECORD PIC X(100).
   FD  AUDIT-NEW-FILE.
   01  AUDIT-NEW-RECORD PIC X(100).
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY ARCCARD.
