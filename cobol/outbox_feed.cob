
       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD OUTBOX-FILE.
       01 OUT-REC.
