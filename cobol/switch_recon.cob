           05 SW-DATE           PIC 9(8).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           05 OS-SIDE           PIC X(1).
