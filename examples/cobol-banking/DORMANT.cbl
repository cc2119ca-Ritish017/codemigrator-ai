           COPY ACCTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.
