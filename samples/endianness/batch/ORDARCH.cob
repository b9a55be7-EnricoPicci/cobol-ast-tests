       01  ORDAUDIT-REC-IN.
           05  FILLER                 PIC X(35).
           05  AUD-BUSINESS-DATE-IN   PIC X(8).
      *> Rest of the record, through the sequence number and chain
      *> hash — moved whole, so archived records still verify.
           05  FILLER                 PIC X(87).

       FD  KEEP-FILE.
       01  KEEP-RECORD                PIC X(130).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             PIC X(130).

       FD  ARCHIVE-CONFIG-FILE.
       01  ARCHIVE-CONFIG-RECORD.
