           01 QUERY-REPORT-LINE PIC X(80).

       FD  EXTRACT-OUT.
           01 EXTRACT-OUT-REC PIC X(97).

       WORKING-STORAGE SECTION.

