           COPY EMPREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(58).

       FD  CUTOFF-DATE-FILE.
       01  CUTOFF-DATE-REC             PIC X(8).
