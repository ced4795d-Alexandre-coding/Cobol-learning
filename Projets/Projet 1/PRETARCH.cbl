           COPY PRET-REC.

       FD  ARCHIVE-PRET.
       01  ARCHIVE-PRET-LINE          PIC X(250).

       FD  REGLEMENT-FILE.
       01  REGLEMENT-LINE             PIC X(150).
