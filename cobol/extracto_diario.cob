       FILE SECTION.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  JEXTRACT-FILE.
       01  JX-REC.
           05 JX-KEY.
