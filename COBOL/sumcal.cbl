       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Mantenimiento del calendario de la casa (ver la copy CALREC):
      *aplica las tarjetas que prepara contabilidad (CALCARD) sobre
      *el KSDS PROD.SUMAS.CALENDARIO.VSAM y deja en CALRPT el
      *informe de cambios, con la imagen de cada día o periodo antes
      *y después del cambio y las tarjetas rechazadas con su motivo,
      *para el expediente de auditoría. Una vez al año se genera el
      *ejercicio siguiente (todos sus días, con sábados y domingos
      *ya festivos, y sus doce periodos abiertos); después se marcan
      *las fiestas, se recupera como laborable un día que lo sea
      *excepcionalmente y se cierran (o reabren) los periodos
      *contables. El calendario de un periodo cerrado no se toca:
      *hay que reabrirlo antes. El KSDS se define una sola vez con
      *JCL/DEFCALEN.jcl; ver JCL/SUMCALJ.jcl.
           SELECT CAL-CARDS ASSIGN TO "CALCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Tarjeta de mantenimiento, en columnas fijas:
      *  1     acción: G generar ejercicio, F festivo, L laborable,
      *        C cerrar periodo, A abrir (reabrir) periodo
      *  2-9   según la acción: ejercicio AAAA en 2-5 (G), fecha
      *        AAAAMMDD (F y L) o periodo AAAAMM en 2-7 (C y A)
      *  10-39 descripción de la fiesta (solo F; espacios =
      *        "FESTIVO")
       FD  CAL-CARDS.
           01 CAL-CARD-REC.
               05 CLC-ACCION PIC X(1).
               05 CLC-FECHA PIC X(8).
               05 CLC-FECHA-NUM REDEFINES CLC-FECHA PIC 9(8).
               05 CLC-VISTA-EJERCICIO REDEFINES CLC-FECHA.
                   10 CLC-EJERCICIO PIC 9(4).
                   10 CLC-EJERCICIO-RESTO PIC X(4).
               05 CLC-VISTA-PERIODO REDEFINES CLC-FECHA.
                   10 CLC-PERIODO-EJERCICIO PIC 9(4).
                   10 CLC-PERIODO-MES PIC 9(2).
                   10 CLC-PERIODO-RESTO PIC X(2).
               05 CLC-DESCRIPCION PIC X(30).
               05 FILLER PIC X(41).

       FD  CALENDARIO.
           COPY CALREC.

       FD  CHANGE-REPORT.
           01 CHANGE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-CARDS-STATUS PIC X(2).

           01 WS-CALEND-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Un KSDS recién definido y aún sin cargar da file status 35 al
      *abrirlo I-O y se abre OUTPUT, como en SUMDEPT: en esa primera
      *ejecución solo caben generaciones de ejercicio, en orden
      *creciente (no se puede leer el fichero para ver si un
      *ejercicio ya está, y así las claves se graban en orden).
           01 WS-CARGA-INICIAL PIC X VALUE "N".

           01 WS-ULTIMO-EJERCICIO PIC 9(4) VALUE ZERO.

      *Recorrido de los días de un ejercicio al generarlo: número de
      *día en el calendario juliano de INTEGER-OF-DATE (el día 1 fue
      *el lunes 1 de enero de 1601, así que el resto de dividir entre
      *siete el número menos uno da el día de la semana, 0 lunes a 6
      *domingo) y la fecha AAAAMMDD que le corresponde.
           01 WS-DIA-ENTERO PIC 9(7).

           01 WS-FECHA-GENERADA PIC 9(8).

           01 WS-PARTES-FECHA-GENERADA REDEFINES WS-FECHA-GENERADA.
               05 WS-GEN-EJERCICIO PIC 9(4).
               05 WS-GEN-MES PIC 9(2).
               05 WS-GEN-DIA PIC 9(2).

           01 WS-DIA-SEMANA PIC 9(1).

           01 WS-DIAS-GENERADOS PIC 9(3).

           01 WS-LABORABLES-GENERADOS PIC 9(3).

           01 WS-PERIODOS-GENERADOS PIC 9(2).

           01 WS-MOTIVO-ERROR PIC X(40).

           01 WS-SECUENCIA-TARJETA PIC 9(5) VALUE ZERO.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

      *Imagen legible de un registro para el informe: tipo de día y
      *descripción, o el estado de un periodo.
           01 WS-IMAGEN-ED.
               05 IMG-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 IMG-DESCRIPCION PIC X(30).

           01 WS-IMAGEN-ANTES PIC X(32).

           01 WS-ACCION-ED PIC X(9).

      *Totales de control de la ejecución.
           01 WS-TARJETAS-LEIDAS PIC 9(5) VALUE ZERO.

           01 WS-EJERCICIOS PIC 9(5) VALUE ZERO.

           01 WS-FESTIVOS PIC 9(5) VALUE ZERO.

           01 WS-LABORABLES PIC 9(5) VALUE ZERO.

           01 WS-CIERRES PIC 9(5) VALUE ZERO.

           01 WS-APERTURAS PIC 9(5) VALUE ZERO.

           01 WS-TARJETAS-ERRONEAS PIC 9(5) VALUE ZERO.

           01 WS-SECUENCIA-ED PIC 9(5).

           01 WS-DIAS-ED PIC ZZ9.

           01 WS-LABORABLES-GEN-ED PIC ZZ9.

           01 WS-PERIODOS-ED PIC Z9.

           01 WS-TARJETAS-LEIDAS-ED PIC ZZZZ9.

           01 WS-EJERCICIOS-ED PIC ZZZZ9.

           01 WS-FESTIVOS-ED PIC ZZZZ9.

           01 WS-LABORABLES-ED PIC ZZZZ9.

           01 WS-CIERRES-ED PIC ZZZZ9.

           01 WS-APERTURAS-ED PIC ZZZZ9.

           01 WS-TARJETAS-ERRONEAS-ED PIC ZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.

              OPEN INPUT CAL-CARDS.

              IF WS-CARDS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALCARD "
                      "(file status " WS-CARDS-STATUS
                      "), mantenimiento abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN I-O CALENDARIO.

              IF WS-CALEND-STATUS = "35"
                  OPEN OUTPUT CALENDARIO

                  MOVE "Y" TO WS-CARGA-INICIAL
              END-IF.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), mantenimiento abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN OUTPUT CHANGE-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ CAL-CARDS
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-TARJETAS-LEIDAS

                          ADD 1 TO WS-SECUENCIA-TARJETA

                          PERFORM TRATAR-TARJETA
                  END-READ

              END-PERFORM.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE CAL-CARDS.

              CLOSE CALENDARIO.

              CLOSE CHANGE-REPORT.

      *Una tarjeta rechazada es un error de grabación de
      *contabilidad: el resto de cambios ya está aplicado, pero se
      *termina con código de retorno 8 para que se revise y se
      *vuelva a someter.
              IF WS-TARJETAS-ERRONEAS > ZERO
                  DISPLAY "TARJETAS DE CALENDARIO RECHAZADAS, VER "
                      "INFORME CALRPT"
                  MOVE 8 TO RETURN-CODE
              END-IF.

              STOP RUN.

           TRATAR-TARJETA.
      *Valida la tarjeta contra el calendario y, si es buena, aplica
      *el cambio al KSDS y al informe; si no, la rechaza con su
      *motivo sin tocar nada. Tras validar un día o un periodo, su
      *registro queda leído en CALENDARIO-REC para aplicar el
      *cambio.
              MOVE SPACES TO WS-MOTIVO-ERROR.

              EVALUATE CLC-ACCION
                  WHEN "G"
                      PERFORM VALIDAR-GENERACION
                  WHEN "F"
                      PERFORM VALIDAR-DIA
                  WHEN "L"
                      PERFORM VALIDAR-DIA
                  WHEN "C"
                      PERFORM VALIDAR-PERIODO
                  WHEN "A"
                      PERFORM VALIDAR-PERIODO
                  WHEN OTHER
                      MOVE "ACCION NO VALIDA (G/F/L/C/A)"
                          TO WS-MOTIVO-ERROR
              END-EVALUATE.

              IF WS-MOTIVO-ERROR = SPACES
                  EVALUATE CLC-ACCION
                      WHEN "G"
                          PERFORM GENERAR-EJERCICIO
                      WHEN "F"
                          PERFORM APLICAR-FESTIVO
                      WHEN "L"
                          PERFORM APLICAR-LABORABLE
                      WHEN "C"
                          PERFORM APLICAR-CIERRE
                      WHEN "A"
                          PERFORM APLICAR-APERTURA
                  END-EVALUATE
              END-IF.

              IF WS-MOTIVO-ERROR NOT = SPACES
                  PERFORM INFORMAR-TARJETA-ERRONEA
              END-IF.

           VALIDAR-GENERACION.
      *Un ejercicio se genera una sola vez: si ya tiene su periodo
      *de enero, ya está generado.
              EVALUATE TRUE
                  WHEN CLC-EJERCICIO NOT NUMERIC
                          OR CLC-EJERCICIO-RESTO NOT = SPACES
                      MOVE "EJERCICIO NO VALIDO (AAAA EN COL 2-5)"
                          TO WS-MOTIVO-ERROR
                  WHEN CLC-EJERCICIO < 2000 OR CLC-EJERCICIO > 2099
                      MOVE "EJERCICIO FUERA DE RANGO (2000-2099)"
                          TO WS-MOTIVO-ERROR
                  WHEN WS-CARGA-INICIAL = "Y"
                          AND CLC-EJERCICIO NOT > WS-ULTIMO-EJERCICIO
                      MOVE "CARGA INICIAL: EJERCICIOS EN ORDEN"
                          TO WS-MOTIVO-ERROR
                  WHEN WS-CARGA-INICIAL = "Y"
                      CONTINUE
                  WHEN OTHER
                      COMPUTE CAL-FECHA = CLC-EJERCICIO * 10000 + 100

                      READ CALENDARIO

                      EVALUATE WS-CALEND-STATUS
                          WHEN "00"
                              MOVE "EJERCICIO YA GENERADO"
                                  TO WS-MOTIVO-ERROR
                          WHEN "23"
                              CONTINUE
                          WHEN OTHER
                              STRING "ERROR DE LECTURA, FILE STATUS "
                                  WS-CALEND-STATUS
                                  DELIMITED BY SIZE
                                  INTO WS-MOTIVO-ERROR
                      END-EVALUATE
              END-EVALUATE.

           VALIDAR-DIA.
      *Fiesta o laborable: el día debe estar generado, su periodo
      *abierto y el cambio debe cambiar algo.
              EVALUATE TRUE
                  WHEN WS-CARGA-INICIAL = "Y"
                      MOVE "CARGA INICIAL: SOLO GENERAR, RELANZAR"
                          TO WS-MOTIVO-ERROR
                  WHEN CLC-FECHA-NUM NOT NUMERIC
                      MOVE "FECHA NO VALIDA (AAAAMMDD EN COL 2-9)"
                          TO WS-MOTIVO-ERROR
                  WHEN FUNCTION TEST-DATE-YYYYMMDD(CLC-FECHA-NUM)
                          NOT = ZERO
                      MOVE "FECHA NO VALIDA (AAAAMMDD EN COL 2-9)"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      MOVE CLC-FECHA-NUM TO CAL-FECHA

                      MOVE ZERO TO CAL-DIA

                      PERFORM LEER-PERIODO
              END-EVALUATE.

              IF WS-MOTIVO-ERROR = SPACES
                      AND CAL-ESTADO-PERIODO = "C"
                  MOVE "PERIODO CERRADO: REABRIRLO ANTES (A)"
                      TO WS-MOTIVO-ERROR
              END-IF.

              IF WS-MOTIVO-ERROR = SPACES
                  MOVE CLC-FECHA-NUM TO CAL-FECHA

                  READ CALENDARIO

                  EVALUATE TRUE
                      WHEN WS-CALEND-STATUS = "23"
                          MOVE "DIA NO GENERADO EN EL CALENDARIO"
                              TO WS-MOTIVO-ERROR
                      WHEN WS-CALEND-STATUS NOT = "00"
                          STRING "ERROR DE LECTURA, FILE STATUS "
                              WS-CALEND-STATUS
                              DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
                      WHEN CLC-ACCION = "F" AND CAL-TIPO-DIA = "F"
                          MOVE "EL DIA YA ES FESTIVO"
                              TO WS-MOTIVO-ERROR
                      WHEN CLC-ACCION = "L" AND CAL-TIPO-DIA = "L"
                          MOVE "EL DIA YA ES LABORABLE"
                              TO WS-MOTIVO-ERROR
                  END-EVALUATE
              END-IF.

           VALIDAR-PERIODO.
              EVALUATE TRUE
                  WHEN WS-CARGA-INICIAL = "Y"
                      MOVE "CARGA INICIAL: SOLO GENERAR, RELANZAR"
                          TO WS-MOTIVO-ERROR
                  WHEN CLC-PERIODO-EJERCICIO NOT NUMERIC
                          OR CLC-PERIODO-MES NOT NUMERIC
                          OR CLC-PERIODO-RESTO NOT = SPACES
                      MOVE "PERIODO NO VALIDO (AAAAMM EN COL 2-7)"
                          TO WS-MOTIVO-ERROR
                  WHEN CLC-PERIODO-MES < 1 OR CLC-PERIODO-MES > 12
                      MOVE "PERIODO NO VALIDO (AAAAMM EN COL 2-7)"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      COMPUTE CAL-FECHA =
                          CLC-PERIODO-EJERCICIO * 10000
                          + CLC-PERIODO-MES * 100

                      PERFORM LEER-PERIODO
              END-EVALUATE.

              IF WS-MOTIVO-ERROR = SPACES
                  EVALUATE TRUE
                      WHEN CLC-ACCION = "C"
                              AND CAL-ESTADO-PERIODO = "C"
                          MOVE "EL PERIODO YA ESTA CERRADO"
                              TO WS-MOTIVO-ERROR
                      WHEN CLC-ACCION = "A"
                              AND CAL-ESTADO-PERIODO = "A"
                          MOVE "EL PERIODO YA ESTA ABIERTO"
                              TO WS-MOTIVO-ERROR
                  END-EVALUATE
              END-IF.

           LEER-PERIODO.
      *Lee el registro de periodo cuya clave AAAAMM00 ya está en
      *CAL-FECHA.
              READ CALENDARIO.

              EVALUATE WS-CALEND-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "23"
                      MOVE "PERIODO NO GENERADO EN EL CALENDARIO"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      STRING "ERROR DE LECTURA, FILE STATUS "
                          WS-CALEND-STATUS
                          DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
              END-EVALUATE.

           GENERAR-EJERCICIO.
      *Graba, en orden de clave, cada periodo seguido de sus días:
      *sábados y domingos festivos, el resto laborables (las fiestas
      *se marcan después con tarjetas F) y los periodos abiertos.
              MOVE ZERO TO WS-DIAS-GENERADOS.

              MOVE ZERO TO WS-LABORABLES-GENERADOS.

              MOVE ZERO TO WS-PERIODOS-GENERADOS.

              COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(
                  CLC-EJERCICIO * 10000 + 101).

              COMPUTE WS-FECHA-GENERADA =
                  FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).

              PERFORM UNTIL WS-GEN-EJERCICIO NOT = CLC-EJERCICIO
                      OR WS-MOTIVO-ERROR NOT = SPACES

                  PERFORM GENERAR-DIA

                  ADD 1 TO WS-DIA-ENTERO

                  COMPUTE WS-FECHA-GENERADA =
                      FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)

              END-PERFORM.

      *Un error de grabación a mitad deja el ejercicio incompleto:
      *la tarjeta sale como errónea con la clave que falló.
              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-EJERCICIOS

                  MOVE CLC-EJERCICIO TO WS-ULTIMO-EJERCICIO

                  MOVE WS-DIAS-GENERADOS TO WS-DIAS-ED

                  MOVE WS-LABORABLES-GENERADOS
                      TO WS-LABORABLES-GEN-ED

                  MOVE WS-PERIODOS-GENERADOS TO WS-PERIODOS-ED

                  MOVE SPACES TO CHANGE-REPORT-LINE

                  STRING "GENERAR   " CLC-FECHA " " WS-DIAS-ED
                      " DIAS, " WS-LABORABLES-GEN-ED
                      " LABORABLES, " WS-PERIODOS-ED
                      " PERIODOS ABIERTOS"
                      DELIMITED BY SIZE INTO CHANGE-REPORT-LINE

                  WRITE CHANGE-REPORT-LINE
              END-IF.

           GENERAR-DIA.
              IF WS-GEN-DIA = 1
                  MOVE SPACES TO CALENDARIO-REC

                  MOVE WS-FECHA-GENERADA TO CAL-FECHA

                  MOVE ZERO TO CAL-DIA

                  MOVE "A" TO CAL-ESTADO-PERIODO

                  MOVE WS-FECHA-HOY TO CAL-FECHA-CAMBIO

                  PERFORM GRABAR-GENERADO

                  ADD 1 TO WS-PERIODOS-GENERADOS
              END-IF.

              IF WS-MOTIVO-ERROR = SPACES
                  MOVE SPACES TO CALENDARIO-REC

                  MOVE WS-FECHA-GENERADA TO CAL-FECHA

                  COMPUTE WS-DIA-SEMANA =
                      FUNCTION MOD(WS-DIA-ENTERO - 1 7)

                  EVALUATE WS-DIA-SEMANA
                      WHEN 5
                          MOVE "F" TO CAL-TIPO-DIA

                          MOVE "SABADO" TO CAL-DESCRIPCION
                      WHEN 6
                          MOVE "F" TO CAL-TIPO-DIA

                          MOVE "DOMINGO" TO CAL-DESCRIPCION
                      WHEN OTHER
                          MOVE "L" TO CAL-TIPO-DIA

                          ADD 1 TO WS-LABORABLES-GENERADOS
                  END-EVALUATE

                  MOVE WS-FECHA-HOY TO CAL-FECHA-CAMBIO

                  PERFORM GRABAR-GENERADO

                  ADD 1 TO WS-DIAS-GENERADOS
              END-IF.

           GRABAR-GENERADO.
              WRITE CALENDARIO-REC.

              IF WS-CALEND-STATUS NOT = "00"
                  STRING "ERROR DE GRABACION " CAL-FECHA
                      ", FILE STATUS " WS-CALEND-STATUS
                      DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
              END-IF.

           APLICAR-FESTIVO.
              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              MOVE "F" TO CAL-TIPO-DIA.

              IF CLC-DESCRIPCION = SPACES
                  MOVE "FESTIVO" TO CAL-DESCRIPCION
              ELSE
                  MOVE CLC-DESCRIPCION TO CAL-DESCRIPCION
              END-IF.

              MOVE "FESTIVO" TO WS-ACCION-ED.

              PERFORM REGRABAR-CALENDARIO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-FESTIVOS
              END-IF.

           APLICAR-LABORABLE.
      *Un día laborable no lleva descripción: se borra la de la
      *fiesta (o el SABADO/DOMINGO de la generación).
              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              MOVE "L" TO CAL-TIPO-DIA.

              MOVE SPACES TO CAL-DESCRIPCION.

              MOVE "LABORABLE" TO WS-ACCION-ED.

              PERFORM REGRABAR-CALENDARIO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-LABORABLES
              END-IF.

           APLICAR-CIERRE.
              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              MOVE "C" TO CAL-ESTADO-PERIODO.

              MOVE "CIERRE" TO WS-ACCION-ED.

              PERFORM REGRABAR-CALENDARIO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-CIERRES
              END-IF.

           APLICAR-APERTURA.
              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              MOVE "A" TO CAL-ESTADO-PERIODO.

              MOVE "APERTURA" TO WS-ACCION-ED.

              PERFORM REGRABAR-CALENDARIO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-APERTURAS
              END-IF.

           REGRABAR-CALENDARIO.
              MOVE WS-FECHA-HOY TO CAL-FECHA-CAMBIO.

              REWRITE CALENDARIO-REC.

              IF WS-CALEND-STATUS = "00"
                  PERFORM INFORMAR-CAMBIO
              ELSE
                  STRING "ERROR DE GRABACION, FILE STATUS "
                      WS-CALEND-STATUS
                      DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
              END-IF.

           FORMATEAR-IMAGEN.
      *Imagen legible del CALENDARIO-REC en curso.
              MOVE SPACES TO WS-IMAGEN-ED.

              IF CAL-DIA = ZERO
                  IF CAL-ESTADO-PERIODO = "C"
                      MOVE "PERIODO CERRADO" TO WS-IMAGEN-ED
                  ELSE
                      MOVE "PERIODO ABIERTO" TO WS-IMAGEN-ED
                  END-IF
              ELSE
                  MOVE CAL-TIPO-DIA TO IMG-TIPO

                  MOVE CAL-DESCRIPCION TO IMG-DESCRIPCION
              END-IF.

           INFORMAR-CAMBIO.
      *Dos líneas por cambio: la imagen de antes y la de después.
              PERFORM FORMATEAR-IMAGEN.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING WS-ACCION-ED " " CLC-FECHA " ANTES:   "
                  WS-IMAGEN-ANTES
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "                   DESPUES: " WS-IMAGEN-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           INFORMAR-TARJETA-ERRONEA.
              ADD 1 TO WS-TARJETAS-ERRONEAS.

              MOVE WS-SECUENCIA-TARJETA TO WS-SECUENCIA-ED.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ERROR: TARJETA " WS-SECUENCIA-ED " "
                  CLC-ACCION CLC-FECHA " " WS-MOTIVO-ERROR
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "CAMBIOS EN EL CALENDARIO Y PERIODOS CONTABLES "
                  "- FECHA " WS-FECHA-HOY
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ACCION    FECHA              T DESCRIPCION "
                  "(L LABORABLE, F FESTIVO)"
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
              MOVE WS-TARJETAS-LEIDAS TO WS-TARJETAS-LEIDAS-ED.

              MOVE WS-EJERCICIOS TO WS-EJERCICIOS-ED.

              MOVE WS-FESTIVOS TO WS-FESTIVOS-ED.

              MOVE WS-LABORABLES TO WS-LABORABLES-ED.

              MOVE WS-CIERRES TO WS-CIERRES-ED.

              MOVE WS-APERTURAS TO WS-APERTURAS-ED.

              MOVE WS-TARJETAS-ERRONEAS TO WS-TARJETAS-ERRONEAS-ED.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "TARJETAS: " WS-TARJETAS-LEIDAS-ED
                  "  EJERCICIOS: " WS-EJERCICIOS-ED
                  "  FESTIVOS: " WS-FESTIVOS-ED
                  "  LABORABLES: " WS-LABORABLES-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "CIERRES: " WS-CIERRES-ED
                  "  APERTURAS: " WS-APERTURAS-ED
                  "  ERRONEAS: " WS-TARJETAS-ERRONEAS-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

       END PROGRAM SUMCAL.
