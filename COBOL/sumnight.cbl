      *con el que el planificador abre o retiene la cadena de la
      *mañana. Un fichero que no se puede leer no aborta el
      *resumen: su paso queda en KO y la noche en no-go, que es
      *justo lo que operaciones necesita saber. Los pares que siguen
      *retenidos por importe alto (fichero RETENIDO) se resumen al
      *final con su antigüedad, a título informativo: esperar la
      *decisión del supervisor no hace la noche no-go.
           SELECT REPORT-IN ASSIGN TO "RPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RETENIDOS ASSIGN TO "RETENIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RETENIDOS-STATUS.

           SELECT NIGHT-REPORT ASSIGN TO "NIGHTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               05 RCT-FECHA-EJECUCION PIC 9(8).
               05 FILLER PIC X(27).

       FD  RETENIDOS.
           COPY RETREC.

       FD  NIGHT-REPORT.
           01 NIGHT-REPORT-LINE PIC X(80).


           01 WS-RUNCTL-STATUS PIC X(2).

           01 WS-RETENIDOS-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Veredicto de cada paso de la noche; todos deben quedar en

           01 WS-PARES-RECHAZADOS PIC 9(7) VALUE ZERO.

      *Anulaciones aceptadas: cada una deja dos registros en el
      *extracto maestro (la anulación y el original marcado como
      *anulado), así que entran en el cruce con la carga. Un informe
      *sin la línea (ningún bloque con anulaciones antes de que
      *existieran) cuenta como cero.
           01 WS-ANULACIONES-APLICADAS PIC 9(7) VALUE ZERO.

      *Retenidos por importe alto según el informe de SUMAS: los
      *pares de hoy retenidos no generan apunte, y los retenidos
      *anteriores liberados o denegados en esta ejecución añaden un
      *registro al extracto maestro (y el liberado, un apunte). Un
      *informe sin estas líneas cuenta como cero.
           01 WS-PARES-RETENIDOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-LIBERADOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-DENEGADOS PIC 9(7) VALUE ZERO.

           01 WS-PROCESADOS-VISTO PIC X VALUE "N".

           01 WS-RECHAZADOS-VISTO PIC X VALUE "N".

           01 WS-RCT-ESTADO PIC X VALUE SPACE.

      *Lo extraído del fichero de retenidos: los que siguen
      *pendientes de decisión, los decididos que aún no aplicó
      *SUMAS (lo normal es cero tras la noche), la fecha del más
      *antiguo y el reparto por antigüedad en días naturales desde
      *la fecha de proceso del par.
           01 WS-RETENIDOS-LEIDO PIC X VALUE "N".

           01 WS-RET-PENDIENTES PIC 9(7) VALUE ZERO.

           01 WS-RET-DECIDIDOS PIC 9(7) VALUE ZERO.

           01 WS-RET-FECHA-ANTIGUA PIC 9(8) VALUE ZERO.

           01 WS-RET-DIAS PIC S9(7) VALUE ZERO.

           01 WS-RET-DIAS-MAX PIC S9(7) VALUE ZERO.

           01 WS-RET-HASTA-1-DIA PIC 9(7) VALUE ZERO.

           01 WS-RET-2-A-5-DIAS PIC 9(7) VALUE ZERO.

           01 WS-RET-MAS-5-DIAS PIC 9(7) VALUE ZERO.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-VEREDICTO PIC X(2).

           01 WS-ERRORES-ED PIC ZZZZZZZZ9.

           01 WS-PENDIENTES-ED PIC ZZZZZZ9.

           01 WS-DECIDIDOS-ED PIC ZZZZZZ9.

           01 WS-DIAS-MAX-ED PIC ZZZZZZ9.

           01 WS-HASTA-1-ED PIC ZZZZZZ9.

           01 WS-2-A-5-ED PIC ZZZZZZ9.

           01 WS-MAS-5-ED PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.

              PERFORM EXAMINAR-CONTROL.

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              PERFORM EXAMINAR-RETENIDOS.

              PERFORM CRUZAR-TOTALES.

              PERFORM EMITIR-RESUMEN.

                      COMPUTE WS-PARES-RECHAZADOS =
                          FUNCTION NUMVAL(REPORT-IN-LINE(19:10))
                  WHEN REPORT-IN-LINE(1:23) = "ANULACIONES APLICADAS: "
                      COMPUTE WS-ANULACIONES-APLICADAS =
                          FUNCTION NUMVAL(REPORT-IN-LINE(24:10))
                  WHEN REPORT-IN-LINE(1:17) = "PARES RETENIDOS: "
                      COMPUTE WS-PARES-RETENIDOS =
                          FUNCTION NUMVAL(REPORT-IN-LINE(18:10))
                  WHEN REPORT-IN-LINE(1:21) = "RETENIDOS LIBERADOS: "
                      COMPUTE WS-RETENIDOS-LIBERADOS =
                          FUNCTION NUMVAL(REPORT-IN-LINE(22:10))
                  WHEN REPORT-IN-LINE(1:21) = "RETENIDOS DENEGADOS: "
                      COMPUTE WS-RETENIDOS-DENEGADOS =
                          FUNCTION NUMVAL(REPORT-IN-LINE(22:10))
                  WHEN REPORT-IN-LINE(1:24) =
                          "CUADRE DE LOTE CORRECTO "
                      MOVE "Y" TO WS-CUADRE-VISTO
                  MOVE "Y" TO WS-CONTROL-OK
              END-IF.

           EXAMINAR-RETENIDOS.
      *Recorre el fichero de retenidos entero: "P" pendiente de
      *decisión, "L"/"D" decidido pero aún sin aplicar; los ya
      *aplicados ("C"/"X") solo quedan como rastro. Un fichero que
      *no se puede abrir se señala en el resumen pero no cambia el
      *veredicto de la noche.
              OPEN INPUT RETENIDOS.

              IF WS-RETENIDOS-STATUS = "00"
                  MOVE "Y" TO WS-RETENIDOS-LEIDO

                  MOVE "N" TO WS-EOF-SWITCH

                  PERFORM UNTIL WS-EOF-SWITCH = "Y"

                      READ RETENIDOS NEXT RECORD
                          AT END
                              MOVE "Y" TO WS-EOF-SWITCH
                          NOT AT END
                              PERFORM CONTAR-RETENIDO
                      END-READ

                  END-PERFORM

                  CLOSE RETENIDOS
              END-IF.

           CONTAR-RETENIDO.
              EVALUATE RET-ESTADO
                  WHEN "P"
                      ADD 1 TO WS-RET-PENDIENTES

                      PERFORM CONTAR-ANTIGUEDAD-RETENIDO
                  WHEN "L"
                  WHEN "D"
                      ADD 1 TO WS-RET-DECIDIDOS

                      PERFORM CONTAR-ANTIGUEDAD-RETENIDO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

           CONTAR-ANTIGUEDAD-RETENIDO.
      *La clave empieza por la fecha de proceso, así que el primero
      *que sigue retenido es el más antiguo.
              IF WS-RET-FECHA-ANTIGUA = ZERO
                  MOVE RET-FECHA TO WS-RET-FECHA-ANTIGUA
              END-IF.

              COMPUTE WS-RET-DIAS =
                  FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-FECHA-HORA-ACTUAL(1:8)))
                  - FUNCTION INTEGER-OF-DATE(RET-FECHA).

              IF WS-RET-DIAS > WS-RET-DIAS-MAX
                  MOVE WS-RET-DIAS TO WS-RET-DIAS-MAX
              END-IF.

              EVALUATE TRUE
                  WHEN WS-RET-DIAS <= 1
                      ADD 1 TO WS-RET-HASTA-1-DIA
                  WHEN WS-RET-DIAS <= 5
                      ADD 1 TO WS-RET-2-A-5-DIAS
                  WHEN OTHER
                      ADD 1 TO WS-RET-MAS-5-DIAS
              END-EVALUATE.

           CRUZAR-TOTALES.
      *Cruces entre pasos, los mismos que operaciones hacía a mano
      *entre los cuatro SYSOUT: los apuntes del extracto deben ser
      *los pares procesados menos los rechazados (solo los
      *calculados generan apunte) y menos los retenidos hoy, más los
      *retenidos anteriores aplicados en esta ejecución (los
      *denegados ya cuentan entre los rechazados, sin ser pares
      *procesados hoy); y la carga del maestro debe haber leído un
      *registro por cada par procesado, aceptado, rechazado o
      *retenido, más el del original marcado por cada anulación
      *aplicada y uno por cada retenido liberado o denegado.
              IF WS-GL-APUNTES = WS-PARES-PROCESADOS
                      + WS-RETENIDOS-LIBERADOS
                      + WS-RETENIDOS-DENEGADOS
                      - WS-PARES-RECHAZADOS
                      - WS-PARES-RETENIDOS
                      AND WS-VLOAD-LEIDOS = WS-PARES-PROCESADOS
                          + WS-ANULACIONES-APLICADAS
                          + WS-RETENIDOS-LIBERADOS
                          + WS-RETENIDOS-DENEGADOS
                  MOVE "Y" TO WS-CRUCES-OK
              END-IF.

           EMITIR-RESUMEN.
              OPEN OUTPUT NIGHT-REPORT.

              MOVE SPACES TO NIGHT-REPORT-LINE.

              STRING "RESUMEN DE FIN DE NOCHE SUMAS - "
              MOVE SPACES TO NIGHT-REPORT-LINE.

              STRING "CRUCES          " WS-VEREDICTO
                  "  (GL = PROC. - RECH. +/- RETENIDOS, "
                  "CARGA = PROC. + ANUL.)"
                  DELIMITED BY SIZE INTO NIGHT-REPORT-LINE.

              WRITE NIGHT-REPORT-LINE.

              PERFORM EMITIR-RETENIDOS.

              MOVE SPACES TO NIGHT-REPORT-LINE.

              IF WS-LOTE-OK = "Y" AND WS-RECON-OK = "Y"

              CLOSE NIGHT-REPORT.

           EMITIR-RETENIDOS.
      *Informativo: no lleva veredicto ni entra en el de la noche.
              MOVE SPACES TO NIGHT-REPORT-LINE.

              IF WS-RETENIDOS-LEIDO = "N"
                  STRING "RETENIDOS       NO DISPONIBLE (file status "
                      WS-RETENIDOS-STATUS ")"
                      DELIMITED BY SIZE INTO NIGHT-REPORT-LINE

                  WRITE NIGHT-REPORT-LINE
              ELSE
                  MOVE WS-RET-PENDIENTES TO WS-PENDIENTES-ED

                  MOVE WS-RET-DECIDIDOS TO WS-DECIDIDOS-ED

                  STRING "RETENIDOS       PENDIENTES " WS-PENDIENTES-ED
                      "  DECIDIDOS SIN APLICAR " WS-DECIDIDOS-ED
                      DELIMITED BY SIZE INTO NIGHT-REPORT-LINE

                  WRITE NIGHT-REPORT-LINE

                  IF WS-RET-PENDIENTES + WS-RET-DECIDIDOS > ZERO
                      MOVE WS-RET-DIAS-MAX TO WS-DIAS-MAX-ED

                      MOVE WS-RET-HASTA-1-DIA TO WS-HASTA-1-ED

                      MOVE WS-RET-2-A-5-DIAS TO WS-2-A-5-ED

                      MOVE WS-RET-MAS-5-DIAS TO WS-MAS-5-ED

                      MOVE SPACES TO NIGHT-REPORT-LINE

                      STRING "                MAS ANTIGUO "
                          WS-RET-FECHA-ANTIGUA
                          " (" WS-DIAS-MAX-ED " DIAS)"
                          DELIMITED BY SIZE INTO NIGHT-REPORT-LINE

                      WRITE NIGHT-REPORT-LINE

                      MOVE SPACES TO NIGHT-REPORT-LINE

                      STRING "                0-1 DIAS " WS-HASTA-1-ED
                          "  2-5 DIAS " WS-2-A-5-ED
                          "  MAS DE 5 DIAS " WS-MAS-5-ED
                          DELIMITED BY SIZE INTO NIGHT-REPORT-LINE

                      WRITE NIGHT-REPORT-LINE
                  END-IF
              END-IF.

           FIJAR-VEREDICTO-LOTE.
              IF WS-LOTE-OK = "Y"
                  MOVE "OK" TO WS-VEREDICTO
