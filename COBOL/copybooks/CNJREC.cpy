      *Registro del diario de consultas del maestro
      *(PROD.SUMAS.CONSULTAS.DIARIO.VSAM, KSDS con clave JCN-CLAVE),
      *compartido, vía esta copy, entre la transacción de consulta
      *SUMQ (programa SUMINQ), que graba un registro por cada
      *consulta que lee el maestro, el informe semanal de accesos
      *SUMACCR y el archivo y poda mensual SUMARCQ. La clave es la
      *fecha y hora de la consulta, el terminal y el número de
      *tarea CICS, igual que en el diario de cambios de GLMAP (ver
      *la copy GLJREC): única aunque dos terminales consulten en el
      *mismo segundo, y el diario queda en orden cronológico.
      *JCN-USUARIO es el usuario CICS que firmó en el terminal.
      *JCN-TIPO: "C" consulta por clave (fecha de proceso y número
      *de registro), "V" búsqueda por valor de NUM1/NUM2 y "S" la
      *coincidencia siguiente de una búsqueda por valor (PF8).
      *JCN-BUSCADO es lo que se pidió: en una consulta por clave la
      *fecha y el número de registro tecleados; en una búsqueda por
      *valor el valor y la ocurrencia pedida (1 con INTRO, la
      *siguiente a la mostrada con PF8). JCN-MOSTRADOS es el número
      *de pares que se llegaron a enseñar en pantalla (cero o uno,
      *en la pantalla cabe un par), JCN-COINCIDENCIAS los que
      *respondían a la búsqueda y JCN-CLAVE-MOSTRADA la clave del
      *maestro del par enseñado (espacios si no se enseñó ninguno).
           01 DIARIO-CONSULTAS-REC.
               05 JCN-CLAVE.
                   10 JCN-FECHA PIC 9(8).
                   10 JCN-HORA PIC 9(6).
                   10 JCN-TERMINAL PIC X(4).
                   10 JCN-TAREA PIC 9(7).
               05 JCN-USUARIO PIC X(8).
               05 JCN-TIPO PIC X(1).
               05 JCN-BUSCADO PIC X(18).
               05 JCN-BUSCADO-CLAVE REDEFINES JCN-BUSCADO.
                   10 JCN-BUS-FECHA PIC 9(8).
                   10 JCN-BUS-NUM-REGISTRO PIC 9(9).
                   10 FILLER PIC X(1).
               05 JCN-BUSCADO-VALOR REDEFINES JCN-BUSCADO.
                   10 JCN-BUS-VALOR PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                   10 JCN-BUS-OCURRENCIA PIC 9(5).
                   10 FILLER PIC X(3).
               05 JCN-MOSTRADOS PIC 9(5).
               05 JCN-COINCIDENCIAS PIC 9(5).
               05 JCN-CLAVE-MOSTRADA PIC X(18).
               05 FILLER PIC X(20).
