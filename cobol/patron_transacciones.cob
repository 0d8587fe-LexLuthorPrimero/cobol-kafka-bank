       01  SCREENED-LINE        PIC X(96).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  REVIEW-FILE.
       01  REVIEW-LINE          PIC X(110).
       FD  DISPO-FILE.
