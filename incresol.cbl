       COPY POLREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(450).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
