       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Informe mensual de puntualidad de los departamentos emisores:
      *lee del histórico de envíos (ver la copy HENREC), que graba
      *cada noche el control SUMPLAN al empezar SUMASJB, los
      *registros del mes de la tarjeta PPARM y emite en PUNTRPT, por
      *departamento, los días en que se le esperaba, cuántos envió
      *a tiempo, cuántos faltó, los envíos duplicados y los que hizo
      *sin tocarle, con su porcentaje de puntualidad; después, la
      *relación día a día de cada incidencia del mes, para la
      *reunión mensual con los departamentos. Ver JCL/SUMPUNTJ.jcl.
           SELECT HISTORICO ASSIGN TO "HISTENV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEN-CLAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT PPARM-IN ASSIGN TO "PPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPARM-STATUS.

           SELECT PUNT-REPORT ASSIGN TO "PUNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY HENREC.

      *Tarjeta con el mes del informe, en formato AAAAMM.
       FD  PPARM-IN.
           01 PPARM-IN-REC.
               05 PPA-MES-INFORME PIC X(6).
               05 FILLER PIC X(74).

       FD  PUNT-REPORT.
           01 PUNT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-HISTORICO-STATUS PIC X(2).

           01 WS-PPARM-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

           01 WS-MES-INFORME PIC 9(6) VALUE ZERO.

      *Primer y último día del mes del informe, como límites de la
      *lectura del histórico (que va en orden de fecha).
           01 WS-FECHA-DESDE PIC 9(8).

           01 WS-FECHA-HASTA PIC 9(8).

      *Resumen del mes por departamento, en orden alfabético:
      *días esperados, recibidos a tiempo (una cabecera), duplicados
      *(más de una), faltas, pendientes (lote lanzado antes del
      *corte) y envíos sin tocarle.
           01 WS-TABLA-PUNTUALIDAD.
               05 WS-PUNTUALIDAD OCCURS 50.
                   10 TPU-DEPARTAMENTO PIC X(9).
                   10 TPU-ESPERADOS PIC 9(3).
                   10 TPU-RECIBIDOS PIC 9(3).
                   10 TPU-DUPLICADOS PIC 9(3).
                   10 TPU-FALTAS PIC 9(3).
                   10 TPU-PENDIENTES PIC 9(3).
                   10 TPU-NO-ESPERADOS PIC 9(3).

           01 WS-NUM-DEPARTAMENTOS PIC 9(2) VALUE ZERO.

           01 WS-INDICE PIC 9(2).

           01 WS-INDICE-HALLADO PIC 9(2).

           01 WS-INDICE-HUECO PIC 9(2).

           01 WS-REGISTROS-MES PIC 9(5) VALUE ZERO.

           01 WS-INCIDENCIAS PIC 9(5) VALUE ZERO.

      *Porcentaje de puntualidad: recibidos a tiempo (con o sin
      *duplicado) sobre días esperados.
           01 WS-PORCENTAJE PIC 9(3)V9.

           01 WS-ROTULO PIC X(12).

           01 WS-NUMERO-ED PIC ZZZZ9.

           01 WS-ESPERADOS-ED PIC ZZZZ9.

           01 WS-RECIBIDOS-ED PIC ZZZZ9.

           01 WS-DUPLICADOS-ED PIC ZZZZ9.

           01 WS-FALTAS-ED PIC ZZZZ9.

           01 WS-PENDIENTES-ED PIC ZZZZ9.

           01 WS-NO-ESPERADOS-ED PIC ZZZZ9.

           01 WS-PORCENTAJE-ED PIC ZZ9.9.

           01 WS-HORA-ED PIC 99B99B99.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              PERFORM LEER-MES-INFORME.

              OPEN INPUT HISTORICO.

              IF WS-HISTORICO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir HISTENV "
                      "(file status " WS-HISTORICO-STATUS
                      "), informe abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN OUTPUT PUNT-REPORT.

              PERFORM ACUMULAR-MES.

              PERFORM EMITIR-RESUMEN.

              PERFORM EMITIR-INCIDENCIAS.

              CLOSE HISTORICO.

              CLOSE PUNT-REPORT.

      *Un mes sin histórico no es un error del programa, pero se
      *señala con código de retorno 4, como en SUMMEND, para que no
      *se archive un informe vacío sin darse cuenta.
              IF WS-REGISTROS-MES = ZERO
                  DISPLAY "SIN HISTORICO DE ENVIOS EN EL MES DEL "
                      "INFORME"
                  MOVE 4 TO RETURN-CODE
              END-IF.

              STOP RUN.

           LEER-MES-INFORME.
              OPEN INPUT PPARM-IN.

              IF WS-PPARM-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir PPARM "
                      "(file status " WS-PPARM-STATUS
                      "), informe abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              READ PPARM-IN
                  AT END
                      DISPLAY "ERROR FATAL: PPARM sin tarjeta de "
                          "mes, informe abortado"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-READ.

              CLOSE PPARM-IN.

              IF PPA-MES-INFORME NOT NUMERIC
                  DISPLAY "ERROR FATAL: mes del informe no "
                      "numerico: " PPA-MES-INFORME
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE PPA-MES-INFORME TO WS-MES-INFORME.

              IF FUNCTION MOD(WS-MES-INFORME 100) < 1
                      OR FUNCTION MOD(WS-MES-INFORME 100) > 12
                  DISPLAY "ERROR FATAL: mes del informe no valido: "
                      PPA-MES-INFORME
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              COMPUTE WS-FECHA-DESDE = WS-MES-INFORME * 100 + 1.

              COMPUTE WS-FECHA-HASTA = WS-MES-INFORME * 100 + 31.

           POSICIONAR-MES.
      *Sitúa la lectura en el primer registro del mes; sin ninguno
      *(status 23) no hay nada que leer.
              MOVE WS-FECHA-DESDE TO HEN-FECHA.

              MOVE LOW-VALUES TO HEN-DEPARTAMENTO.

              MOVE "N" TO WS-EOF-SWITCH.

              START HISTORICO KEY IS NOT LESS THAN HEN-CLAVE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-SWITCH
              END-START.

           LEER-SIGUIENTE.
              READ HISTORICO NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-EOF-SWITCH
              END-READ.

              IF WS-EOF-SWITCH = "N"
                  IF WS-HISTORICO-STATUS NOT = "00"
                      DISPLAY "ERROR FATAL: lectura de HISTENV con "
                          "file status " WS-HISTORICO-STATUS
                          ", informe abortado"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF HEN-FECHA > WS-FECHA-HASTA
                      MOVE "Y" TO WS-EOF-SWITCH
                  END-IF
              END-IF.

           ACUMULAR-MES.
              PERFORM POSICIONAR-MES.

              IF WS-EOF-SWITCH = "N"
                  PERFORM LEER-SIGUIENTE
              END-IF.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  ADD 1 TO WS-REGISTROS-MES

                  PERFORM BUSCAR-DEPARTAMENTO

                  IF HEN-ESPERADO = "Y"
                      ADD 1 TO TPU-ESPERADOS(WS-INDICE-HALLADO)
                  END-IF

                  EVALUATE TRUE
                      WHEN HEN-RESULTADO = "R"
                          ADD 1 TO TPU-RECIBIDOS(WS-INDICE-HALLADO)
                      WHEN HEN-RESULTADO = "D" AND HEN-ESPERADO = "Y"
                          ADD 1 TO TPU-RECIBIDOS(WS-INDICE-HALLADO)

                          ADD 1 TO TPU-DUPLICADOS(WS-INDICE-HALLADO)
                      WHEN HEN-RESULTADO = "D"
                          ADD 1 TO TPU-DUPLICADOS(WS-INDICE-HALLADO)

                          ADD 1 TO TPU-NO-ESPERADOS(WS-INDICE-HALLADO)
                      WHEN HEN-RESULTADO = "F"
                          ADD 1 TO TPU-FALTAS(WS-INDICE-HALLADO)
                      WHEN HEN-RESULTADO = "P"
                          ADD 1 TO TPU-PENDIENTES(WS-INDICE-HALLADO)
                      WHEN OTHER
                          ADD 1 TO TPU-NO-ESPERADOS(WS-INDICE-HALLADO)
                  END-EVALUATE

                  PERFORM LEER-SIGUIENTE

              END-PERFORM.

           BUSCAR-DEPARTAMENTO.
      *Busca el departamento en la tabla, que se mantiene en orden
      *alfabético: si no está, se le abre hueco en su sitio
      *desplazando los siguientes una posición.
              MOVE ZERO TO WS-INDICE-HALLADO.

              MOVE ZERO TO WS-INDICE-HUECO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-DEPARTAMENTOS
                      OR WS-INDICE-HALLADO > ZERO
                      OR WS-INDICE-HUECO > ZERO

                  IF TPU-DEPARTAMENTO(WS-INDICE) = HEN-DEPARTAMENTO
                      MOVE WS-INDICE TO WS-INDICE-HALLADO
                  END-IF

                  IF TPU-DEPARTAMENTO(WS-INDICE) > HEN-DEPARTAMENTO
                      MOVE WS-INDICE TO WS-INDICE-HUECO
                  END-IF

              END-PERFORM.

              IF WS-INDICE-HALLADO = ZERO
                  IF WS-NUM-DEPARTAMENTOS >= 50
                      DISPLAY "ERROR FATAL: mas de 50 departamentos "
                          "en el historico, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF WS-INDICE-HUECO = ZERO
                      COMPUTE WS-INDICE-HUECO = WS-NUM-DEPARTAMENTOS + 1
                  END-IF

                  PERFORM VARYING WS-INDICE FROM WS-NUM-DEPARTAMENTOS
                          BY -1 UNTIL WS-INDICE < WS-INDICE-HUECO

                      MOVE WS-PUNTUALIDAD(WS-INDICE)
                          TO WS-PUNTUALIDAD(WS-INDICE + 1)

                  END-PERFORM

                  ADD 1 TO WS-NUM-DEPARTAMENTOS

                  MOVE WS-INDICE-HUECO TO WS-INDICE-HALLADO

                  MOVE HEN-DEPARTAMENTO
                      TO TPU-DEPARTAMENTO(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-ESPERADOS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-RECIBIDOS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-DUPLICADOS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-FALTAS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-PENDIENTES(WS-INDICE-HALLADO)

                  MOVE ZERO TO TPU-NO-ESPERADOS(WS-INDICE-HALLADO)
              END-IF.

           EMITIR-RESUMEN.
              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING "PUNTUALIDAD DE LOS DEPARTAMENTOS EMISORES SUMAS"
                  " - MES " WS-MES-INFORME
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              MOVE SPACES TO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING "DEPARTAMENTO  ESPERADOS RECIBIDOS DUPLICADOS"
                  "  FALTAS PENDIENTES NO ESPER  % PUNT"
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-DEPARTAMENTOS

                  PERFORM EMITIR-LINEA-RESUMEN

              END-PERFORM.

           EMITIR-LINEA-RESUMEN.
      *Un departamento sin días esperados en el mes (solo envíos
      *fuera de plan) no tiene porcentaje.
              MOVE TPU-ESPERADOS(WS-INDICE) TO WS-ESPERADOS-ED.

              MOVE TPU-RECIBIDOS(WS-INDICE) TO WS-RECIBIDOS-ED.

              MOVE TPU-DUPLICADOS(WS-INDICE) TO WS-DUPLICADOS-ED.

              MOVE TPU-FALTAS(WS-INDICE) TO WS-FALTAS-ED.

              MOVE TPU-PENDIENTES(WS-INDICE) TO WS-PENDIENTES-ED.

              MOVE TPU-NO-ESPERADOS(WS-INDICE) TO WS-NO-ESPERADOS-ED.

              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING TPU-DEPARTAMENTO(WS-INDICE) "         "
                  WS-ESPERADOS-ED "     " WS-RECIBIDOS-ED "      "
                  WS-DUPLICADOS-ED "   " WS-FALTAS-ED "      "
                  WS-PENDIENTES-ED "    " WS-NO-ESPERADOS-ED
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              IF TPU-ESPERADOS(WS-INDICE) > ZERO
                  COMPUTE WS-PORCENTAJE ROUNDED =
                      TPU-RECIBIDOS(WS-INDICE) * 100
                      / TPU-ESPERADOS(WS-INDICE)

                  MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED

                  MOVE WS-PORCENTAJE-ED TO PUNT-REPORT-LINE(76:5)
              ELSE
                  MOVE "    -" TO PUNT-REPORT-LINE(76:5)
              END-IF.

              WRITE PUNT-REPORT-LINE.

           EMITIR-INCIDENCIAS.
      *Segunda lectura del mes: cada falta, pendiente, duplicado o
      *envío fuera de plan, con su día y la hora del control.
              MOVE SPACES TO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              MOVE "INCIDENCIAS DEL MES" TO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING "FECHA     DEPARTAMENTO  INCIDENCIA   CABECERAS"
                  "  CONTROL A LAS"
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              PERFORM POSICIONAR-MES.

              IF WS-EOF-SWITCH = "N"
                  PERFORM LEER-SIGUIENTE
              END-IF.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  IF HEN-RESULTADO NOT = "R"
                      PERFORM EMITIR-INCIDENCIA
                  END-IF

                  PERFORM LEER-SIGUIENTE

              END-PERFORM.

              MOVE SPACES TO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

              MOVE WS-INCIDENCIAS TO WS-NUMERO-ED.

              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING "TOTAL INCIDENCIAS: " WS-NUMERO-ED
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

           EMITIR-INCIDENCIA.
              ADD 1 TO WS-INCIDENCIAS.

              EVALUATE TRUE
                  WHEN HEN-RESULTADO = "F"
                      MOVE "FALTA" TO WS-ROTULO
                  WHEN HEN-RESULTADO = "P"
                      MOVE "PENDIENTE" TO WS-ROTULO
                  WHEN HEN-RESULTADO = "D"
                      MOVE "DUPLICADO" TO WS-ROTULO
                  WHEN OTHER
                      MOVE "NO ESPERADO" TO WS-ROTULO
              END-EVALUATE.

              MOVE HEN-CABECERAS TO WS-NUMERO-ED.

              MOVE HEN-HORA-CONTROL TO WS-HORA-ED.

              INSPECT WS-HORA-ED REPLACING ALL " " BY ":".

              MOVE SPACES TO PUNT-REPORT-LINE.

              STRING HEN-FECHA "  " HEN-DEPARTAMENTO "     " WS-ROTULO
                  "     " WS-NUMERO-ED "  " WS-HORA-ED
                  DELIMITED BY SIZE INTO PUNT-REPORT-LINE.

              WRITE PUNT-REPORT-LINE.

       END PROGRAM SUMPUNT.
