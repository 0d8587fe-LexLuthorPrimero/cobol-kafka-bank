           05 AC-STATUS         PIC X(1).
       FD  JOURNAL-FILE.
       01  J-REC.
           05 J-TXT             PIC X(136).
       FD  ACCT-EXTRACT-FILE.
       01  ACCT-EXTRACT-LINE    PIC X(120).
       FD  JRNL-EXTRACT-FILE.
