           05 FILLER            PIC X(22).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  NSF-FILE.
       01  NSF-RECORD.
           05 NSF-ID            PIC X(5).
