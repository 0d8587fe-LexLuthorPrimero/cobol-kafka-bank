       FILE SECTION.
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  LISTING-FILE.
       01  LISTING-LINE         PIC X(140).
       WORKING-STORAGE SECTION.
