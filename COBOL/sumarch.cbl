           COPY AUDREC.

       FD  ARCHIVE-OUT.
           01 ARCHIVE-OUT-REC PIC X(97).

       FD  AUDIT-NEW.
           01 AUDIT-NEW-REC PIC X(97).

      *Tarjeta con el mes cerrado a archivar, en formato AAAAMM.
       FD  APARM-IN.
