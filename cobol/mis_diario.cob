       FILE SECTION.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  NSF-FILE.
       01  NSF-LINE             PIC X(40).
       FD  SUSPENSE-FILE.
