           05  AR-OFFSET           PIC X(09).
           05  FILLER              PIC X(01).
           05  AR-ROWCOUNT         PIC X(09).
           05  FILLER              PIC X(01).
           05  AR-CLIENT-ID        PIC X(16).
       FD  AUDITTRD-FILE.
       01  AUDITTRD-RECORD         PIC X(100).
       WORKING-STORAGE     SECTION.
