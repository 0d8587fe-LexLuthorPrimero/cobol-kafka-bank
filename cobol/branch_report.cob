
       FD JOURNAL-FILE.
       01 J-REC.
           05 J-TXT PIC X(136).

       FD RUNLOG-FILE.
       01 RL-REC.
