           05 AL-PATH           PIC X(200).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  RECOVERED-FILE.
       01  RECOVERED-RECORD     PIC X(60).
       FD  REPORT-FILE.
