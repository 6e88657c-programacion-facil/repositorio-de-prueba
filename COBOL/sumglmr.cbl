       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMGLMR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Informe de cambios de la parametrización contable: lista, en
      *orden cronológico, las altas, cambios y bajas que la toma de
      *contabilidad hizo con la transacción SGLM entre dos fechas,
      *con quién y desde qué terminal los hizo y la imagen de la
      *entrada antes y después de cada uno, para el expediente de
      *auditoría. Lee el diario de cambios (KSDS
      *PROD.SUMAS.GLMAP.DIARIO.VSAM, copy GLJREC), que SGLM graba en
      *la misma unidad de trabajo que el cambio, así que el informe
      *recoge todos los cambios del periodo. La tarjeta FECHAS da el
      *periodo; sin ella, o en blanco, se listan los cambios de
      *ayer. Ver JCL/SUMGLMRJ.jcl.
           SELECT FECHAS-IN ASSIGN TO "FECHAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHAS-STATUS.

           SELECT DIARIO-CUENTAS ASSIGN TO "GLMDIAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JGL-CLAVE
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "GLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Tarjeta del periodo, en columnas fijas:
      *  1-8   fecha desde AAAAMMDD (espacios = ayer)
      *  9-16  fecha hasta AAAAMMDD (espacios = la fecha desde)
       FD  FECHAS-IN.
           01 FECHAS-IN-REC.
               05 FEC-FECHA-DESDE PIC X(8).
               05 FEC-FECHA-HASTA PIC X(8).
               05 FILLER PIC X(64).

       FD  DIARIO-CUENTAS.
           COPY GLJREC.

       FD  CHANGE-REPORT.
           01 CHANGE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-FECHAS-STATUS PIC X(2).

           01 WS-DIARIO-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Imagen de la entrada de la parametrización guardada en el
      *diario, para mostrarla campo a campo (ver la copy GLMREC).
           COPY GLMREC.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

           01 WS-FECHA-AYER PIC 9(8).

      *Periodo del informe, ya interpretado de la tarjeta.
           01 WS-FECHA-DESDE PIC 9(8).

           01 WS-FECHA-HASTA PIC 9(8).

      *Imagen legible de una entrada: fecha hasta, cuenta y centro
      *de coste, que es lo que cambia de una versión a otra.
           01 WS-IMAGEN-ED.
               05 IMG-FECHA-HASTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 IMG-CUENTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 IMG-CENTRO PIC X(6).

           01 WS-IMAGEN-ANTES PIC X(24).

           01 WS-IMAGEN-DESPUES PIC X(24).

      *Clave legible de la entrada: operación, signo, departamento
      *y fecha desde.
           01 WS-CLAVE-ED.
               05 CLV-OPERACION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CLV-SIGNO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CLV-DEPARTAMENTO PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CLV-FECHA-DESDE PIC 9(8).

           01 WS-ACCION-ED PIC X(7).

      *Totales de control del informe.
           01 WS-ANOTACIONES PIC 9(5) VALUE ZERO.

           01 WS-ALTAS PIC 9(5) VALUE ZERO.

           01 WS-CAMBIOS PIC 9(5) VALUE ZERO.

           01 WS-BAJAS PIC 9(5) VALUE ZERO.

           01 WS-ANOTACIONES-ED PIC ZZZZ9.

           01 WS-ALTAS-ED PIC ZZZZ9.

           01 WS-CAMBIOS-ED PIC ZZZZ9.

           01 WS-BAJAS-ED PIC ZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.

              COMPUTE WS-FECHA-AYER = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1).

              PERFORM LEER-PARAMETROS.

              OPEN OUTPUT CHANGE-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

      *Un diario recién definido y aún sin ningún cambio da file
      *status 35 al abrirlo: no es un error, es un periodo sin
      *cambios.
              OPEN INPUT DIARIO-CUENTAS.

              EVALUATE WS-DIARIO-STATUS
                  WHEN "00"
                      PERFORM LISTAR-DIARIO

                      CLOSE DIARIO-CUENTAS
                  WHEN "35"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "ERROR FATAL: no se pudo abrir GLMDIAR "
                          "(file status " WS-DIARIO-STATUS
                          "), informe abortado"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE CHANGE-REPORT.

              STOP RUN.

           LEER-PARAMETROS.
      *Sin tarjeta, o con la tarjeta en blanco, el periodo es ayer,
      *que es lo que pide la ejecución diaria; una fecha tecleada
      *que no es numérica aborta en vez de listar otro periodo.
              MOVE WS-FECHA-AYER TO WS-FECHA-DESDE.

              MOVE SPACES TO FECHAS-IN-REC.

              OPEN INPUT FECHAS-IN.

              IF WS-FECHAS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir FECHAS "
                      "(file status " WS-FECHAS-STATUS
                      "), informe abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              READ FECHAS-IN
                  AT END
                      MOVE SPACES TO FECHAS-IN-REC
              END-READ.

              CLOSE FECHAS-IN.

              IF FEC-FECHA-DESDE NOT = SPACES
                  IF FEC-FECHA-DESDE NUMERIC
                      MOVE FEC-FECHA-DESDE TO WS-FECHA-DESDE
                  ELSE
                      DISPLAY "ERROR FATAL: fecha desde no numerica: "
                          FEC-FECHA-DESDE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA.

              IF FEC-FECHA-HASTA NOT = SPACES
                  IF FEC-FECHA-HASTA NUMERIC
                      MOVE FEC-FECHA-HASTA TO WS-FECHA-HASTA
                  ELSE
                      DISPLAY "ERROR FATAL: fecha hasta no numerica: "
                          FEC-FECHA-HASTA
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

           LISTAR-DIARIO.
      *El diario está en orden de fecha y hora del cambio: se
      *posiciona en el primer cambio de la fecha desde y se lee
      *hasta pasar la fecha hasta.
              MOVE LOW-VALUES TO JGL-CLAVE.

              MOVE WS-FECHA-DESDE TO JGL-FECHA.

              START DIARIO-CUENTAS KEY IS NOT LESS THAN JGL-CLAVE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-SWITCH
              END-START.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ DIARIO-CUENTAS NEXT RECORD
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          IF JGL-FECHA > WS-FECHA-HASTA
                              MOVE "Y" TO WS-EOF-SWITCH
                          ELSE
                              PERFORM INFORMAR-ANOTACION
                          END-IF
                  END-READ

              END-PERFORM.

           INFORMAR-ANOTACION.
      *Tres líneas por cambio: cuándo, quién y desde dónde; la
      *clave de la entrada con su imagen de antes; y la de después.
      *La clave sale de la imagen que exista (la de antes en una
      *baja, la de después en el resto).
              ADD 1 TO WS-ANOTACIONES.

              EVALUATE JGL-ACCION
                  WHEN "A"
                      MOVE "ALTA" TO WS-ACCION-ED

                      ADD 1 TO WS-ALTAS
                  WHEN "M"
                      MOVE "CAMBIO" TO WS-ACCION-ED

                      ADD 1 TO WS-CAMBIOS
                  WHEN "B"
                      MOVE "BAJA" TO WS-ACCION-ED

                      ADD 1 TO WS-BAJAS
                  WHEN OTHER
                      MOVE JGL-ACCION TO WS-ACCION-ED
              END-EVALUATE.

              IF JGL-ANTES = SPACES
                  MOVE "(NO EXISTIA)" TO WS-IMAGEN-ANTES
              ELSE
                  MOVE JGL-ANTES TO CUENTA-MAPA-REC

                  PERFORM FORMATEAR-IMAGEN

                  MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES
              END-IF.

              IF JGL-DESPUES = SPACES
                  MOVE "(BORRADA)" TO WS-IMAGEN-DESPUES
              ELSE
                  MOVE JGL-DESPUES TO CUENTA-MAPA-REC

                  PERFORM FORMATEAR-IMAGEN

                  MOVE WS-IMAGEN-ED TO WS-IMAGEN-DESPUES
              END-IF.

              MOVE GLM-OPERACION TO CLV-OPERACION.

              MOVE GLM-SIGNO TO CLV-SIGNO.

              MOVE GLM-DEPARTAMENTO TO CLV-DEPARTAMENTO.

              MOVE GLM-FECHA-DESDE TO CLV-FECHA-DESDE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING WS-ACCION-ED " " JGL-FECHA " " JGL-HORA " "
                  JGL-USUARIO " " JGL-TERMINAL
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "        " WS-CLAVE-ED " ANTES:   "
                  WS-IMAGEN-ANTES
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "                               DESPUES: "
                  WS-IMAGEN-DESPUES
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           FORMATEAR-IMAGEN.
      *Imagen legible del CUENTA-MAPA-REC en curso.
              MOVE GLM-FECHA-HASTA TO IMG-FECHA-HASTA.

              MOVE GLM-CUENTA TO IMG-CUENTA.

              MOVE GLM-CENTRO-COSTE TO IMG-CENTRO.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "CAMBIOS EN LA PARAMETRIZACION CONTABLE GLMAP "
                  "DEL " WS-FECHA-DESDE " AL " WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ACCION  FECHA    HORA   USUARIO  TERM"
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "        O S DEPARTAM. DESDE             "
                  "HASTA    CUENTA   CENTRO"
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
              MOVE WS-ANOTACIONES TO WS-ANOTACIONES-ED.

              MOVE WS-ALTAS TO WS-ALTAS-ED.

              MOVE WS-CAMBIOS TO WS-CAMBIOS-ED.

              MOVE WS-BAJAS TO WS-BAJAS-ED.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ANOTACIONES: " WS-ANOTACIONES-ED
                  "  ALTAS: " WS-ALTAS-ED
                  "  CAMBIOS: " WS-CAMBIOS-ED
                  "  BAJAS: " WS-BAJAS-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

       END PROGRAM SUMGLMR.
