                   10 VM-ORIGEN PIC X(1).
                   10 VM-NUM-REGISTRO PIC 9(9).
               05 VM-DATOS PIC X(45).
               05 VM-ANULACION PIC X(19).
               05 VM-DEPARTAMENTO PIC X(9).
               05 VM-DIVISA.
                   10 VM-MONEDA PIC X(3).
                   10 VM-CAMBIO PIC 9(5)V9(6).
                   10 VM-IMPORTE-ORIGEN PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD  REST-REPORT.
           01 REST-REPORT-LINE PIC X(80).

                  MOVE SPACES TO VM-DATOS

                  MOVE SPACES TO VM-ANULACION

                  MOVE SPACES TO VM-DEPARTAMENTO

                  MOVE SPACES TO VM-DIVISA

                  WRITE VSAM-MAESTRO-REC
              END-IF.


              MOVE MAE-DATOS TO VM-DATOS.

              MOVE MAE-ANULACION TO VM-ANULACION.

              MOVE MAE-DEPARTAMENTO TO VM-DEPARTAMENTO.

              MOVE MAE-DIVISA TO VM-DIVISA.

              WRITE VSAM-MAESTRO-REC.

              EVALUATE WS-VSAM-STATUS
