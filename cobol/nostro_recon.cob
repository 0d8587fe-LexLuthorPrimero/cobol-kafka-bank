           05 FILLER            PIC X(21).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           05 OS-NOSTRO         PIC X(5).
