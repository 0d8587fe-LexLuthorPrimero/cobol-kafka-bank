           05 AC-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05 BD-DATE           PIC 9(8).
