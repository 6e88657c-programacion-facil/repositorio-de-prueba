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

       FD  TOTALS-OUT.
           01 TOTALS-OUT-REC.
      *Alta del registro del día en el maestro; si la clave ya existe
      *(file status 22, típico de un relanzamiento del paso tras un
      *corte) se regraba, para que la carga sea repetible sin
      *duplicar ni abortar. Es también el camino por el que el
      *original de una anulación queda marcado como anulado: SUMAS
      *graba en el extracto un segundo registro con su clave, que
      *aquí se regraba sobre el que cargó su noche.
              MOVE MAE-FECHA TO VM-FECHA.

              MOVE MAE-ORIGEN TO VM-ORIGEN.

              MOVE MAE-DATOS TO VM-DATOS.

              MOVE MAE-ANULACION TO VM-ANULACION.

              MOVE MAE-DEPARTAMENTO TO VM-DEPARTAMENTO.

              MOVE MAE-DIVISA TO VM-DIVISA.

              WRITE VSAM-MAESTRO-REC.

              EVALUATE WS-VSAM-STATUS
