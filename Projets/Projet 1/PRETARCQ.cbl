           05  CA-NB-REGLEMENTS  PIC 9(5).

       FD  ARCHIVE-PRET.
       01  ARCHIVE-PRET-LINE     PIC X(250).

       FD  ARCHIVE-REGL.
       01  ARCHIVE-REGL-LINE     PIC X(150).
