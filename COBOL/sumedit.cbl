      *departamento emisor. La fecha de ayer en una cabecera se
      *tolera aquí (un relanzamiento tras un corte puede cruzar la
      *medianoche y este paso no sabe si es reanudación); el cuadre
      *estricto de fecha sigue siendo de SUMAS. También se devuelve
      *la transmisión cuya cabecera nombra un departamento que no
      *está en el registro de departamentos o está de baja. Una
      *cabecera fechada en día no hábil o en un periodo contable
      *cerrado solo se avisa (línea AVISO en EDITRPT y por consola,
      *sin cambiar el código de retorno, porque cualquier código
      *distinto de cero salta la cadena): SUMGLEXT contabilizará sus
      *apuntes el siguiente día hábil de un periodo abierto, y el
      *aviso deja constancia de por qué.
           SELECT PARES-IN ASSIGN TO "PARESIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.

      *Registro de departamentos emisores (ver la copy DEPREC): una
      *cabecera que nombra un departamento no registrado o de baja
      *devuelve la transmisión como cualquier otro error
      *estructural.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

      *Calendario de la casa y estado de los periodos contables (ver
      *la copy CALREC), para los avisos de fecha de cabecera.
           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

           SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Mismo registro de 24 bytes del PARESIN del emisor (ver
      *COBOL/sumas.cbl): par con operación en el byte 21, y
      *registros de control HDR/TRL distinguidos por los tres
      *primeros bytes.
               05 PIN-NUM1 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 PIN-NUM2 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 PIN-OPERACION PIC X(1).
               05 FILLER PIC X(3).

           01 PARES-IN-CTL REDEFINES PARES-IN-REC.
               05 PCT-TIPO PIC X(3).
               05 FILLER PIC X(21).

           01 PARES-IN-CAB REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 CAB-FECHA-LOTE PIC 9(8).
               05 CAB-DEPARTAMENTO PIC X(9).
               05 CAB-MONEDA PIC X(3).
               05 FILLER PIC X(1).

           01 PARES-IN-COLA REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 COLA-NUM-PARES PIC 9(7).
               05 COLA-HASH PIC 9(10).
               05 FILLER PIC X(4).

       FD  DEPARTAMENTOS.
           COPY DEPREC.

       FD  CALENDARIO.
           COPY CALREC.

       FD  EDIT-REPORT.
           01 EDIT-REPORT-LINE PIC X(80).

           01 WS-PARES-STATUS PIC X(2).

           01 WS-DEPTOS-STATUS PIC X(2).

           01 WS-CALEND-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Estado del recorrido: bloque abierto, departamento y fecha de

           01 WS-ERRORES PIC 9(5) VALUE ZERO.

      *Avisos de calendario: no devuelven la transmisión.
           01 WS-AVISOS PIC 9(5) VALUE ZERO.

      *Fechas de hoy y de ayer para la verosimilitud de la fecha de
      *cabecera.
           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-ERRORES-ED PIC ZZZZ9.

           01 WS-AVISOS-ED PIC ZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
                  STOP RUN
              END-IF.

      *Sin el registro de departamentos no se puede saber si los
      *emisores de la transmisión están autorizados: la cadena se
      *detiene aquí, antes de que SUMAS abra ninguna generación.
              OPEN INPUT DEPARTAMENTOS.

              IF WS-DEPTOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir DEPTOS "
                      "(file status " WS-DEPTOS-STATUS
                      "), preedicion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN INPUT CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), preedicion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN OUTPUT EDIT-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              CLOSE PARES-IN.

              CLOSE DEPARTAMENTOS.

              CLOSE CALENDARIO.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE EDIT-REPORT.
                  MOVE 8 TO RETURN-CODE
              END-IF.

              IF WS-AVISOS > ZERO
                  DISPLAY "AVISO: CABECERAS EN DIA NO HABIL O PERIODO "
                      "CERRADO, VER INFORME EDITRPT"
              END-IF.

              STOP RUN.

           EXAMINAR-REGISTRO.

              MOVE CAB-DEPARTAMENTO TO WS-DEPARTAMENTO-CAB.

              PERFORM COMPROBAR-DEPARTAMENTO.

              MOVE ZERO TO WS-PARES-BLOQUE.

              MOVE ZERO TO WS-HASH-BLOQUE.
                          TO EDIT-REPORT-LINE

                      WRITE EDIT-REPORT-LINE
                  ELSE
                      PERFORM COMPROBAR-CALENDARIO
                  END-IF
              ELSE
                  MOVE ZERO TO WS-FECHA-LOTE-CAB
                  WRITE EDIT-REPORT-LINE
              END-IF.

           COMPROBAR-DEPARTAMENTO.
      *El departamento de la cabecera debe estar en el registro y
      *activo; si no, la transmisión vuelve al concentrador sin
      *procesar ningún bloque (una resubmisión de SUMFIX llega como
      *departamento RECHAZOS, que también debe estar registrado).
              MOVE WS-DEPARTAMENTO-CAB TO DEP-CODIGO.

              READ DEPARTAMENTOS.

              EVALUATE TRUE
                  WHEN WS-DEPTOS-STATUS = "23"
                      ADD 1 TO WS-ERRORES

                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "ERROR: DEPARTAMENTO " WS-DEPARTAMENTO-CAB
                          " NO REGISTRADO COMO EMISOR"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      WRITE EDIT-REPORT-LINE
                  WHEN WS-DEPTOS-STATUS NOT = "00"
                      ADD 1 TO WS-ERRORES

                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "ERROR: LECTURA DEL REGISTRO DE "
                          "DEPARTAMENTOS CON FILE STATUS "
                          WS-DEPTOS-STATUS " (" WS-DEPARTAMENTO-CAB
                          ")"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      WRITE EDIT-REPORT-LINE
                  WHEN DEP-ESTADO NOT = "A"
                      ADD 1 TO WS-ERRORES

                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "ERROR: DEPARTAMENTO " WS-DEPARTAMENTO-CAB
                          " DADO DE BAJA COMO EMISOR"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      WRITE EDIT-REPORT-LINE
              END-EVALUATE.

           COMPROBAR-CALENDARIO.
      *Avisa de una fecha de cabecera en un periodo contable cerrado
      *o en un día no hábil, o que el calendario aún no tiene (un
      *ejercicio sin generar, que además detendrá el extracto
      *contable). El bloque se procesa igual.
              MOVE WS-FECHA-LOTE-CAB TO CAL-FECHA.

              MOVE ZERO TO CAL-DIA.

              READ CALENDARIO.

              EVALUATE TRUE
                  WHEN WS-CALEND-STATUS = "23"
                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "AVISO: FECHA DE CABECERA "
                          WS-FECHA-LOTE-CAB " DEPARTAMENTO "
                          WS-DEPARTAMENTO-CAB " FUERA DEL CALENDARIO"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      PERFORM ANOTAR-AVISO

                      MOVE "       (EJERCICIO SIN GENERAR, VER SUMCALJ)"
                          TO EDIT-REPORT-LINE

                      WRITE EDIT-REPORT-LINE
                  WHEN WS-CALEND-STATUS NOT = "00"
                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "AVISO: LECTURA DEL CALENDARIO CON FILE "
                          "STATUS " WS-CALEND-STATUS " ("
                          WS-FECHA-LOTE-CAB ")"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      PERFORM ANOTAR-AVISO
                  WHEN CAL-ESTADO-PERIODO = "C"
                      MOVE SPACES TO EDIT-REPORT-LINE

                      STRING "AVISO: FECHA DE CABECERA "
                          WS-FECHA-LOTE-CAB " DEPARTAMENTO "
                          WS-DEPARTAMENTO-CAB " EN PERIODO CERRADO"
                          DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                      PERFORM ANOTAR-AVISO

                      PERFORM ANOTAR-DESPLAZAMIENTO
                  WHEN OTHER
                      MOVE WS-FECHA-LOTE-CAB TO CAL-FECHA

                      READ CALENDARIO

                      IF WS-CALEND-STATUS = "00"
                              AND CAL-TIPO-DIA NOT = "L"
                          MOVE SPACES TO EDIT-REPORT-LINE

                          STRING "AVISO: FECHA DE CABECERA "
                              WS-FECHA-LOTE-CAB " DEPARTAMENTO "
                              WS-DEPARTAMENTO-CAB " EN DIA NO HABIL"
                              DELIMITED BY SIZE INTO EDIT-REPORT-LINE

                          PERFORM ANOTAR-AVISO

                          PERFORM ANOTAR-DESPLAZAMIENTO
                      END-IF
              END-EVALUATE.

           ANOTAR-AVISO.
      *Graba la línea de aviso ya montada en EDIT-REPORT-LINE.
              ADD 1 TO WS-AVISOS.

              WRITE EDIT-REPORT-LINE.

           ANOTAR-DESPLAZAMIENTO.
              MOVE SPACES TO EDIT-REPORT-LINE.

              STRING "       (SE CONTABILIZARA EL SIGUIENTE DIA HABIL "
                  "DE UN PERIODO ABIERTO)"
                  DELIMITED BY SIZE INTO EDIT-REPORT-LINE.

              WRITE EDIT-REPORT-LINE.

           EXAMINAR-COLA.
      *Cuadra el bloque contra su cola: cola sin bloque abierto,
      *cola ilegible, recuento o hash que no coinciden.
      *estructura rota; los pares sucios (no numéricos) no son
      *asunto de este paso: SUMAS los rechaza par a par sin ensuciar
      *generaciones, y el hash ya delata una transmisión alterada.
      *Una anulación "REV" cuenta como un par más del bloque y, como
      *no es numérica, no entra en el hash, igual que en SUMAS.
              ADD 1 TO WS-PARES-TOTALES.

              IF WS-BLOQUE-ABIERTO = "N"

              MOVE WS-ERRORES TO WS-ERRORES-ED.

              MOVE WS-AVISOS TO WS-AVISOS-ED.

              MOVE SPACES TO EDIT-REPORT-LINE.

              STRING "BLOQUES: " WS-BLOQUES-ED
                  "  PARES: " WS-PARES-TOTALES-ED
                  "  ERRORES ESTRUCTURALES: " WS-ERRORES-ED
                  "  AVISOS: " WS-AVISOS-ED
                  DELIMITED BY SIZE INTO EDIT-REPORT-LINE.

              WRITE EDIT-REPORT-LINE.
