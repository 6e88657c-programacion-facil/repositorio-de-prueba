       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Control de envíos esperados, primer paso de SUMASJB (ver
      *JCL/SUMASJB.jcl): compara las cabeceras HDR de la transmisión
      *PARESIN del día con el plan de envíos (qué departamentos deben
      *enviar qué días hábiles, y hasta qué hora) y emite en PLANRPT
      *los departamentos esperados que faltan, los que han enviado
      *sin tocarles y los que han enviado más de un bloque de la
      *misma moneda (un bloque por moneda es lo normal). SUMEDIT y
      *SUMAS solo ven los bloques que llegan: sin este control, un
      *departamento que no envía o un fichero que el concentrador
      *pierde dejan la noche en GO y nadie se entera hasta que el
      *departamento reclama. Termina con código de retorno 8 si falta
      *un departamento esperado o hay cabeceras duplicadas, para que
      *el planificador avise al analista de guardia; el resto de la
      *cadena no depende de este paso. Cada noche deja además, en el
      *histórico de envíos (ver la copy HENREC), un registro por
      *departamento esperado o recibido, del que sale el informe
      *mensual de puntualidad SUMPUNT.
      *Plan de envíos: fichero de tarjetas que mantiene operación con
      *los departamentos emisores (ver JCL/DEFPLANE.jcl).
           SELECT PLAN-IN ASSIGN TO "PLANENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT PARES-IN ASSIGN TO "PARESIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.

      *Registro de departamentos emisores (ver la copy DEPREC): una
      *entrada del plan de un departamento no registrado o de baja
      *no se espera y se avisa.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

      *Calendario de la casa (ver la copy CALREC): en un día no
      *hábil no se espera a nadie.
           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

           SELECT HISTORICO ASSIGN TO "HISTENV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HEN-CLAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT PLAN-REPORT ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Entrada del plan de envíos, en columnas fijas:
      *  1-9   departamento, tal como llega en la cabecera HDR
      *  10-16 días de la semana en que envía, de lunes a domingo:
      *        la letra del día (L M X J V S D) si envía ese día,
      *        guion o espacio si no
      *  17-20 hora de corte HHMM: pasada esa hora sin cabecera,
      *        el departamento falta
      *  21-28 fecha de primer envío AAAAMMDD (espacios = siempre)
      *  29-36 fecha de último envío AAAAMMDD (espacios = sin fin)
      *  37-66 comentario libre
      *Una tarjeta con asterisco en la columna 1, o en blanco, se
      *ignora.
       FD  PLAN-IN.
           01 PLAN-IN-REC.
               05 PLN-DEPARTAMENTO PIC X(9).
               05 PLN-DIAS.
                   10 PLN-DIA PIC X(1) OCCURS 7.
               05 PLN-HORA-CORTE PIC X(4).
               05 PLN-CORTE-PARTES REDEFINES PLN-HORA-CORTE.
                   10 PLN-CORTE-HH PIC 9(2).
                   10 PLN-CORTE-MM PIC 9(2).
               05 PLN-FECHA-DESDE PIC X(8).
               05 PLN-FECHA-HASTA PIC X(8).
               05 PLN-COMENTARIO PIC X(30).
               05 FILLER PIC X(14).

      *Mismo registro de 24 bytes del PARESIN del emisor (ver
      *COBOL/sumas.cbl); aquí solo interesan las cabeceras.
       FD  PARES-IN.
           01 PARES-IN-REC.
               05 PCT-TIPO PIC X(3).
               05 FILLER PIC X(21).

           01 PARES-IN-CAB REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 CAB-FECHA-LOTE PIC X(8).
               05 CAB-DEPARTAMENTO PIC X(9).
               05 CAB-MONEDA PIC X(3).
               05 FILLER PIC X(1).

       FD  DEPARTAMENTOS.
           COPY DEPREC.

       FD  CALENDARIO.
           COPY CALREC.

       FD  HISTORICO.
           COPY HENREC.

       FD  PLAN-REPORT.
           01 PLAN-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-PLAN-STATUS PIC X(2).

           01 WS-PARES-STATUS PIC X(2).

           01 WS-DEPTOS-STATUS PIC X(2).

           01 WS-CALEND-STATUS PIC X(2).

           01 WS-HISTORICO-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Un KSDS recién definido y aún sin cargar da file status 35 al
      *abrirlo I-O y se abre OUTPUT, como en SUMVLOAD.
           01 WS-CARGA-INICIAL PIC X VALUE "N".

      *Plan de envíos en memoria. TPL-VIGENTE dice si la entrada
      *cuenta hoy (departamento registrado y activo, y hoy dentro de
      *sus fechas de primer y último envío).
           01 WS-TABLA-PLAN.
               05 WS-ENTRADA-PLAN OCCURS 30.
                   10 TPL-DEPARTAMENTO PIC X(9).
                   10 TPL-DIAS PIC X(7).
                   10 TPL-HORA-CORTE PIC 9(4).
                   10 TPL-FECHA-DESDE PIC 9(8).
                   10 TPL-FECHA-HASTA PIC 9(8).
                   10 TPL-VIGENTE PIC X(1).

           01 WS-NUM-PLAN PIC 9(2) VALUE ZERO.

      *Departamentos con cabecera en la transmisión: número de
      *cabeceras, fecha de la primera y si el plan los esperaba hoy.
      *Un departamento con pares en varias monedas envía un bloque
      *HDR/TRL por moneda (y la resubmisión de SUMFIX, uno por moneda
      *de rechazo): solo es duplicado el bloque que repite una moneda
      *ya recibida del mismo departamento. TRC-MONEDA son las monedas
      *de sus cabeceras (en blanco = moneda base, como en SUMAS),
      *TRC-REPETIDAS las cabeceras que repiten una de ellas y
      *TRC-MONEDA-REPETIDA la primera repetida.
           01 WS-TABLA-RECIBIDOS.
               05 WS-RECIBIDO OCCURS 50.
                   10 TRC-DEPARTAMENTO PIC X(9).
                   10 TRC-CABECERAS PIC 9(3).
                   10 TRC-FECHA-CABECERA PIC X(8).
                   10 TRC-ESPERADO PIC X(1).
                   10 TRC-NUM-MONEDAS PIC 9(2).
                   10 TRC-MONEDA PIC X(3) OCCURS 10.
                   10 TRC-REPETIDAS PIC 9(3).
                   10 TRC-MONEDA-REPETIDA PIC X(3).

           01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".

           01 WS-MONEDA-CAB PIC X(3).

           01 WS-INDICE-MONEDA PIC 9(2).

           01 WS-MONEDA-VISTA PIC X.

           01 WS-NUM-RECIBIDOS PIC 9(2) VALUE ZERO.

           01 WS-INDICE PIC 9(2).

           01 WS-INDICE-RECIBIDO PIC 9(2).

           01 WS-INDICE-BUSQUEDA PIC 9(2).

           01 WS-INDICE-DIA PIC 9(1).

           01 WS-NUM-TARJETA PIC 9(5) VALUE ZERO.

           01 WS-REGISTROS-LEIDOS PIC 9(9) VALUE ZERO.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

           01 WS-HORA-CONTROL PIC 9(6).

           01 WS-PARTES-HORA-CONTROL REDEFINES WS-HORA-CONTROL.
               05 WS-HORA-CONTROL-HHMM PIC 9(4).
               05 FILLER PIC 9(2).

      *Día de la semana de hoy, 1 lunes ... 7 domingo, para
      *indexar los días del plan.
           01 WS-DIA-SEMANA PIC 9(1).

      *Hoy es día hábil según el calendario; si el calendario no
      *tiene el día se toman los días de la semana del plan tal cual
      *y se avisa.
           01 WS-DIA-HABIL PIC X VALUE "Y".

      *Departamento en curso y su resultado para el histórico.
           01 WS-ESPERADO-HOY PIC X(1).

           01 WS-RESULTADO PIC X(1).

           01 WS-ROTULO PIC X(12).

           01 WS-DETALLE PIC X(58).

           01 WS-HORA-CORTE PIC 9(4).

           01 WS-PARTES-HORA-CORTE REDEFINES WS-HORA-CORTE.
               05 WS-CORTE-HH PIC 9(2).
               05 WS-CORTE-MM PIC 9(2).

      *Totales del control.
           01 WS-ESPERADOS PIC 9(3) VALUE ZERO.

           01 WS-RECIBIDOS-BIEN PIC 9(3) VALUE ZERO.

           01 WS-FALTAS PIC 9(3) VALUE ZERO.

           01 WS-PENDIENTES PIC 9(3) VALUE ZERO.

           01 WS-NO-ESPERADOS PIC 9(3) VALUE ZERO.

           01 WS-DUPLICADOS PIC 9(3) VALUE ZERO.

           01 WS-AVISOS PIC 9(3) VALUE ZERO.

           01 WS-ERRORES-HISTORICO PIC 9(3) VALUE ZERO.

           01 WS-CONTADOR-ED PIC ZZ9.

           01 WS-NUM-TARJETA-ED PIC ZZZZ9.

           01 WS-ROTULOS-DIAS PIC X(7) VALUE "LMXJVSD".

           01 WS-NOMBRES-DIAS.
               05 FILLER PIC X(9) VALUE "LUNES".
               05 FILLER PIC X(9) VALUE "MARTES".
               05 FILLER PIC X(9) VALUE "MIERCOLES".
               05 FILLER PIC X(9) VALUE "JUEVES".
               05 FILLER PIC X(9) VALUE "VIERNES".
               05 FILLER PIC X(9) VALUE "SABADO".
               05 FILLER PIC X(9) VALUE "DOMINGO".

           01 WS-NOMBRE-DIA-TABLA REDEFINES WS-NOMBRES-DIAS.
               05 WS-NOMBRE-DIA OCCURS 7 PIC X(9).

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE FUNCTION NUMVAL(WS-FECHA-HORA-ACTUAL(1:8))
                  TO WS-FECHA-HOY.

              MOVE FUNCTION NUMVAL(WS-FECHA-HORA-ACTUAL(9:6))
                  TO WS-HORA-CONTROL.

              COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1 7) + 1.

              OPEN OUTPUT PLAN-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              PERFORM CARGAR-PLAN.

              PERFORM COMPROBAR-DIA-HABIL.

              PERFORM LEER-CABECERAS.

              OPEN I-O HISTORICO.

              IF WS-HISTORICO-STATUS = "35"
                  OPEN OUTPUT HISTORICO

                  MOVE "Y" TO WS-CARGA-INICIAL
              END-IF.

              IF WS-HISTORICO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir HISTENV "
                      "(file status " WS-HISTORICO-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE SPACES TO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-PLAN

                  PERFORM CONTROLAR-ESPERADO

              END-PERFORM.

              PERFORM VARYING WS-INDICE-RECIBIDO FROM 1 BY 1
                      UNTIL WS-INDICE-RECIBIDO > WS-NUM-RECIBIDOS

                  IF TRC-ESPERADO(WS-INDICE-RECIBIDO) = "N"
                      PERFORM CONTROLAR-NO-ESPERADO
                  END-IF

              END-PERFORM.

              CLOSE HISTORICO.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE PLAN-REPORT.

      *Una falta o una cabecera duplicada es un incidente para el
      *analista de guardia: código 8, que el planificador convierte
      *en aviso. Un departamento que envía sin tocarle, uno que aún
      *está dentro de su hora de corte o una entrada del plan que no
      *casa con el registro de departamentos solo piden revisión:
      *código 4. Un histórico que no se puede grabar deja el informe
      *mensual incompleto: código 12.
              EVALUATE TRUE
                  WHEN WS-ERRORES-HISTORICO > ZERO
                      DISPLAY "ERROR: HISTORICO DE ENVIOS SIN GRABAR, "
                          "VER INFORME PLANRPT"
                      MOVE 12 TO RETURN-CODE
                  WHEN WS-FALTAS > ZERO OR WS-DUPLICADOS > ZERO
                      DISPLAY "AVISO: FALTAN DEPARTAMENTOS ESPERADOS O "
                          "HAY CABECERAS DUPLICADAS, VER PLANRPT"
                      MOVE 8 TO RETURN-CODE
                  WHEN WS-NO-ESPERADOS > ZERO
                          OR WS-PENDIENTES > ZERO
                          OR WS-AVISOS > ZERO
                      DISPLAY "AVISO: ENVIOS FUERA DE PLAN O PLAN A "
                          "REVISAR, VER INFORME PLANRPT"
                      MOVE 4 TO RETURN-CODE
              END-EVALUATE.

              STOP RUN.

           CARGAR-PLAN.
      *Carga y valida el plan de envíos. Una tarjeta mal formada no
      *se puede interpretar (un departamento mal leído faltaría cada
      *noche, o nunca): el control se detiene con código 16, que
      *también avisa a la guardia.
              OPEN INPUT PLAN-IN.

              IF WS-PLAN-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir PLANENV "
                      "(file status " WS-PLAN-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN INPUT DEPARTAMENTOS.

              IF WS-DEPTOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir DEPTOS "
                      "(file status " WS-DEPTOS-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ PLAN-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-NUM-TARJETA

                          IF PLAN-IN-REC NOT = SPACES
                                  AND PLN-DEPARTAMENTO(1:1) NOT = "*"
                              PERFORM CARGAR-ENTRADA-PLAN
                          END-IF
                  END-READ

              END-PERFORM.

              CLOSE PLAN-IN.

              CLOSE DEPARTAMENTOS.

           CARGAR-ENTRADA-PLAN.
              IF WS-NUM-PLAN >= 30
                  DISPLAY "ERROR FATAL: mas de 30 departamentos en "
                      "el plan de envios, ampliar la tabla"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE WS-NUM-TARJETA TO WS-NUM-TARJETA-ED.

              PERFORM VALIDAR-ENTRADA-PLAN.

              ADD 1 TO WS-NUM-PLAN.

              MOVE PLN-DEPARTAMENTO TO TPL-DEPARTAMENTO(WS-NUM-PLAN).

              MOVE PLN-DIAS TO TPL-DIAS(WS-NUM-PLAN).

              MOVE PLN-HORA-CORTE TO TPL-HORA-CORTE(WS-NUM-PLAN).

              IF PLN-FECHA-DESDE = SPACES
                  MOVE ZERO TO TPL-FECHA-DESDE(WS-NUM-PLAN)
              ELSE
                  MOVE PLN-FECHA-DESDE TO TPL-FECHA-DESDE(WS-NUM-PLAN)
              END-IF.

              IF PLN-FECHA-HASTA = SPACES
                  MOVE 99999999 TO TPL-FECHA-HASTA(WS-NUM-PLAN)
              ELSE
                  MOVE PLN-FECHA-HASTA TO TPL-FECHA-HASTA(WS-NUM-PLAN)
              END-IF.

              MOVE "Y" TO TPL-VIGENTE(WS-NUM-PLAN).

              IF WS-FECHA-HOY < TPL-FECHA-DESDE(WS-NUM-PLAN)
                      OR WS-FECHA-HOY > TPL-FECHA-HASTA(WS-NUM-PLAN)
                  MOVE "N" TO TPL-VIGENTE(WS-NUM-PLAN)
              ELSE
                  PERFORM COMPROBAR-DEPARTAMENTO-PLAN
              END-IF.

           VALIDAR-ENTRADA-PLAN.
      *Departamento informado y no repetido, cada día con su letra
      *o sin envío, al menos un día, hora de corte válida y fechas
      *de primer y último envío válidas y en orden.
              IF PLN-DEPARTAMENTO = SPACES
                  DISPLAY "ERROR FATAL: tarjeta " WS-NUM-TARJETA-ED
                      " del plan de envios sin departamento"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-PLAN

                  IF TPL-DEPARTAMENTO(WS-INDICE) = PLN-DEPARTAMENTO
                      DISPLAY "ERROR FATAL: departamento "
                          PLN-DEPARTAMENTO " repetido en el plan de "
                          "envios (tarjeta " WS-NUM-TARJETA-ED ")"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

              END-PERFORM.

              IF PLN-DIAS = SPACES OR PLN-DIAS = "-------"
                  DISPLAY "ERROR FATAL: departamento "
                      PLN-DEPARTAMENTO " sin dias de envio en el plan"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              PERFORM VARYING WS-INDICE-DIA FROM 1 BY 1
                      UNTIL WS-INDICE-DIA > 7

                  IF PLN-DIA(WS-INDICE-DIA) NOT = SPACE
                          AND PLN-DIA(WS-INDICE-DIA) NOT = "-"
                          AND PLN-DIA(WS-INDICE-DIA) NOT =
                              WS-ROTULOS-DIAS(WS-INDICE-DIA:1)
                      DISPLAY "ERROR FATAL: dias de envio no validos "
                          "para " PLN-DEPARTAMENTO ": " PLN-DIAS
                          " (L M X J V S D o guion)"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

              END-PERFORM.

              IF PLN-HORA-CORTE NOT NUMERIC
                  DISPLAY "ERROR FATAL: hora de corte no valida para "
                      PLN-DEPARTAMENTO ": " PLN-HORA-CORTE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF PLN-CORTE-HH > 23 OR PLN-CORTE-MM > 59
                  DISPLAY "ERROR FATAL: hora de corte no valida para "
                      PLN-DEPARTAMENTO ": " PLN-HORA-CORTE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF PLN-FECHA-DESDE NOT = SPACES
                  IF PLN-FECHA-DESDE NOT NUMERIC
                      DISPLAY "ERROR FATAL: fecha de primer envio no "
                          "valida para " PLN-DEPARTAMENTO ": "
                          PLN-FECHA-DESDE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(PLN-FECHA-DESDE)) NOT = 0
                      DISPLAY "ERROR FATAL: fecha de primer envio no "
                          "valida para " PLN-DEPARTAMENTO ": "
                          PLN-FECHA-DESDE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              IF PLN-FECHA-HASTA NOT = SPACES
                  IF PLN-FECHA-HASTA NOT NUMERIC
                      DISPLAY "ERROR FATAL: fecha de ultimo envio no "
                          "valida para " PLN-DEPARTAMENTO ": "
                          PLN-FECHA-HASTA
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(PLN-FECHA-HASTA)) NOT = 0
                      DISPLAY "ERROR FATAL: fecha de ultimo envio no "
                          "valida para " PLN-DEPARTAMENTO ": "
                          PLN-FECHA-HASTA
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF PLN-FECHA-DESDE NOT = SPACES
                          AND PLN-FECHA-HASTA < PLN-FECHA-DESDE
                      DISPLAY "ERROR FATAL: fechas de envio "
                          "invertidas para " PLN-DEPARTAMENTO ": "
                          PLN-FECHA-DESDE " " PLN-FECHA-HASTA
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

           COMPROBAR-DEPARTAMENTO-PLAN.
      *Una entrada vigente del plan de un departamento que no está
      *registrado, o está de baja, no se espera (SUMEDIT devolvería
      *su transmisión de todos modos): se avisa para que operación
      *corrija el plan.
              MOVE TPL-DEPARTAMENTO(WS-NUM-PLAN) TO DEP-CODIGO.

              READ DEPARTAMENTOS.

              EVALUATE TRUE
                  WHEN WS-DEPTOS-STATUS = "23"
                      MOVE "N" TO TPL-VIGENTE(WS-NUM-PLAN)

                      MOVE SPACES TO PLAN-REPORT-LINE

                      STRING "AVISO: DEPARTAMENTO " DEP-CODIGO
                          " EN EL PLAN PERO NO REGISTRADO COMO EMISOR"
                          DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                      PERFORM ANOTAR-AVISO
                  WHEN WS-DEPTOS-STATUS NOT = "00"
                      MOVE SPACES TO PLAN-REPORT-LINE

                      STRING "AVISO: LECTURA DEL REGISTRO DE "
                          "DEPARTAMENTOS CON FILE STATUS "
                          WS-DEPTOS-STATUS " (" DEP-CODIGO ")"
                          DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                      PERFORM ANOTAR-AVISO
                  WHEN DEP-ESTADO NOT = "A"
                      MOVE "N" TO TPL-VIGENTE(WS-NUM-PLAN)

                      MOVE SPACES TO PLAN-REPORT-LINE

                      STRING "AVISO: DEPARTAMENTO " DEP-CODIGO
                          " EN EL PLAN PERO DADO DE BAJA COMO EMISOR"
                          DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                      PERFORM ANOTAR-AVISO
              END-EVALUATE.

           COMPROBAR-DIA-HABIL.
      *En un día festivo no se espera a ningún departamento. Si el
      *calendario no tiene el día, o no se puede leer, se espera a
      *los departamentos según sus días de la semana y se avisa.
              OPEN INPUT CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE WS-FECHA-HOY TO CAL-FECHA.

              READ CALENDARIO.

              IF WS-CALEND-STATUS = "00"
                  IF CAL-TIPO-DIA NOT = "L"
                      MOVE "N" TO WS-DIA-HABIL
                  END-IF
              ELSE
                  MOVE SPACES TO PLAN-REPORT-LINE

                  STRING "AVISO: " WS-FECHA-HOY " NO ESTA EN EL "
                      "CALENDARIO (FILE STATUS " WS-CALEND-STATUS
                      "), SE USAN LOS DIAS DEL PLAN"
                      DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                  PERFORM ANOTAR-AVISO
              END-IF.

              CLOSE CALENDARIO.

           LEER-CABECERAS.
      *Cuenta las cabeceras HDR de la transmisión por departamento.
      *La estructura de bloques la comprueba EDITSTEP; aquí un
      *registro ilegible solo corta la lectura y se avisa.
              OPEN INPUT PARES-IN.

              IF WS-PARES-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir PARESIN "
                      "(file status " WS-PARES-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ PARES-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-REGISTROS-LEIDOS

                          IF PCT-TIPO = "HDR"
                              PERFORM ANOTAR-CABECERA
                          END-IF
                  END-READ

                  IF WS-EOF-SWITCH = "N"
                          AND WS-PARES-STATUS NOT = "00"
                      MOVE SPACES TO PLAN-REPORT-LINE

                      STRING "AVISO: PARESIN ILEGIBLE TRAS EL REGISTRO "
                          WS-REGISTROS-LEIDOS " (FILE STATUS "
                          WS-PARES-STATUS "), VER EDITSTEP"
                          DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                      PERFORM ANOTAR-AVISO

                      MOVE "Y" TO WS-EOF-SWITCH
                  END-IF

              END-PERFORM.

              CLOSE PARES-IN.

           ANOTAR-CABECERA.
              MOVE ZERO TO WS-INDICE-RECIBIDO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-RECIBIDOS
                      OR WS-INDICE-RECIBIDO > ZERO

                  IF TRC-DEPARTAMENTO(WS-INDICE) = CAB-DEPARTAMENTO
                      MOVE WS-INDICE TO WS-INDICE-RECIBIDO
                  END-IF

              END-PERFORM.

              IF WS-INDICE-RECIBIDO = ZERO
                  IF WS-NUM-RECIBIDOS >= 50
                      DISPLAY "ERROR FATAL: mas de 50 departamentos "
                          "en PARESIN, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO WS-NUM-RECIBIDOS

                  MOVE WS-NUM-RECIBIDOS TO WS-INDICE-RECIBIDO

                  MOVE CAB-DEPARTAMENTO
                      TO TRC-DEPARTAMENTO(WS-INDICE-RECIBIDO)

                  MOVE ZERO TO TRC-CABECERAS(WS-INDICE-RECIBIDO)

                  MOVE CAB-FECHA-LOTE
                      TO TRC-FECHA-CABECERA(WS-INDICE-RECIBIDO)

                  MOVE "N" TO TRC-ESPERADO(WS-INDICE-RECIBIDO)

                  MOVE ZERO TO TRC-NUM-MONEDAS(WS-INDICE-RECIBIDO)

                  MOVE ZERO TO TRC-REPETIDAS(WS-INDICE-RECIBIDO)

                  MOVE SPACES TO TRC-MONEDA-REPETIDA(WS-INDICE-RECIBIDO)
              END-IF.

              ADD 1 TO TRC-CABECERAS(WS-INDICE-RECIBIDO).

              PERFORM ANOTAR-MONEDA-CABECERA.

           ANOTAR-MONEDA-CABECERA.
              IF CAB-MONEDA = SPACES
                  MOVE WS-MONEDA-BASE TO WS-MONEDA-CAB
              ELSE
                  MOVE CAB-MONEDA TO WS-MONEDA-CAB
              END-IF.

              MOVE "N" TO WS-MONEDA-VISTA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA
                          > TRC-NUM-MONEDAS(WS-INDICE-RECIBIDO)
                      OR WS-MONEDA-VISTA = "Y"

                  IF TRC-MONEDA(WS-INDICE-RECIBIDO, WS-INDICE-MONEDA)
                          = WS-MONEDA-CAB
                      MOVE "Y" TO WS-MONEDA-VISTA
                  END-IF

              END-PERFORM.

              IF WS-MONEDA-VISTA = "Y"
                  ADD 1 TO TRC-REPETIDAS(WS-INDICE-RECIBIDO)

                  IF TRC-MONEDA-REPETIDA(WS-INDICE-RECIBIDO) = SPACES
                      MOVE WS-MONEDA-CAB
                          TO TRC-MONEDA-REPETIDA(WS-INDICE-RECIBIDO)
                  END-IF
              ELSE
                  IF TRC-NUM-MONEDAS(WS-INDICE-RECIBIDO) >= 10
                      DISPLAY "ERROR FATAL: mas de 10 monedas del "
                          "departamento " CAB-DEPARTAMENTO
                          " en PARESIN, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO TRC-NUM-MONEDAS(WS-INDICE-RECIBIDO)

                  MOVE TRC-NUM-MONEDAS(WS-INDICE-RECIBIDO)
                      TO WS-INDICE-MONEDA

                  MOVE WS-MONEDA-CAB TO
                      TRC-MONEDA(WS-INDICE-RECIBIDO, WS-INDICE-MONEDA)
              END-IF.

           CONTROLAR-ESPERADO.
      *Una entrada del plan cuenta hoy si está vigente, hoy es día
      *hábil y su día de la semana tiene envío. Se busca su
      *cabecera: una por moneda es lo normal, dos de la misma moneda
      *son un duplicado, y ninguna es una falta si ya pasó su hora de
      *corte o queda pendiente si el lote se ha lanzado antes.
              MOVE "N" TO WS-ESPERADO-HOY.

              IF TPL-VIGENTE(WS-INDICE) = "Y"
                      AND WS-DIA-HABIL = "Y"
                      AND TPL-DIAS(WS-INDICE)(WS-DIA-SEMANA:1)
                          = WS-ROTULOS-DIAS(WS-DIA-SEMANA:1)
                  MOVE "Y" TO WS-ESPERADO-HOY
              END-IF.

              IF WS-ESPERADO-HOY = "Y"
                  ADD 1 TO WS-ESPERADOS

                  PERFORM BUSCAR-RECIBIDO

                  MOVE TPL-HORA-CORTE(WS-INDICE) TO WS-HORA-CORTE

                  MOVE SPACES TO WS-DETALLE

                  EVALUATE TRUE
                      WHEN WS-INDICE-RECIBIDO = ZERO
                              AND WS-HORA-CONTROL-HHMM < WS-HORA-CORTE
                          ADD 1 TO WS-PENDIENTES

                          MOVE "P" TO WS-RESULTADO

                          MOVE "PENDIENTE" TO WS-ROTULO

                          STRING "SIN CABECERA; LOTE LANZADO ANTES "
                              "DEL CORTE DE LAS " WS-CORTE-HH ":"
                              WS-CORTE-MM
                              DELIMITED BY SIZE INTO WS-DETALLE
                      WHEN WS-INDICE-RECIBIDO = ZERO
                          ADD 1 TO WS-FALTAS

                          MOVE "F" TO WS-RESULTADO

                          MOVE "FALTA" TO WS-ROTULO

                          STRING "SIN CABECERA; CORTE A LAS "
                              WS-CORTE-HH ":" WS-CORTE-MM
                              ", RECLAMAR AL DEPARTAMENTO"
                              DELIMITED BY SIZE INTO WS-DETALLE
                      WHEN TRC-REPETIDAS(WS-INDICE-RECIBIDO) > ZERO
                          ADD 1 TO WS-DUPLICADOS

                          MOVE "D" TO WS-RESULTADO

                          MOVE "DUPLICADO" TO WS-ROTULO

                          MOVE TRC-CABECERAS(WS-INDICE-RECIBIDO)
                              TO WS-CONTADOR-ED

                          STRING WS-CONTADOR-ED " CABECERAS, MONEDA "
                              TRC-MONEDA-REPETIDA(WS-INDICE-RECIBIDO)
                              " REPETIDA (ESPERADO)"
                              DELIMITED BY SIZE INTO WS-DETALLE
                      WHEN OTHER
                          ADD 1 TO WS-RECIBIDOS-BIEN

                          MOVE "R" TO WS-RESULTADO

                          MOVE "RECIBIDO" TO WS-ROTULO

                          STRING "CABECERA DEL "
                              TRC-FECHA-CABECERA(WS-INDICE-RECIBIDO)
                              DELIMITED BY SIZE INTO WS-DETALLE
                  END-EVALUATE

                  MOVE TPL-DEPARTAMENTO(WS-INDICE) TO HEN-DEPARTAMENTO

                  PERFORM EMITIR-LINEA-CONTROL

                  PERFORM GRABAR-HISTORICO
              END-IF.

           BUSCAR-RECIBIDO.
      *Busca el departamento de la entrada del plan entre los
      *recibidos y lo marca como esperado; WS-INDICE-RECIBIDO queda
      *a cero si no envió.
              MOVE ZERO TO WS-INDICE-RECIBIDO.

              PERFORM VARYING WS-INDICE-BUSQUEDA FROM 1 BY 1
                      UNTIL WS-INDICE-BUSQUEDA > WS-NUM-RECIBIDOS
                      OR WS-INDICE-RECIBIDO > ZERO

                  IF TRC-DEPARTAMENTO(WS-INDICE-BUSQUEDA)
                          = TPL-DEPARTAMENTO(WS-INDICE)
                      MOVE WS-INDICE-BUSQUEDA TO WS-INDICE-RECIBIDO
                  END-IF

              END-PERFORM.

              IF WS-INDICE-RECIBIDO > ZERO
                  MOVE "Y" TO TRC-ESPERADO(WS-INDICE-RECIBIDO)
              END-IF.

           CONTROLAR-NO-ESPERADO.
      *Cabecera de un departamento que el plan no esperaba hoy (o
      *que no está en el plan): se procesa igual, pero se avisa,
      *y si además repite moneda cuenta como duplicado.
              MOVE "N" TO WS-ESPERADO-HOY.

              MOVE ZERO TO WS-HORA-CORTE.

              MOVE SPACES TO WS-DETALLE.

              IF TRC-REPETIDAS(WS-INDICE-RECIBIDO) > ZERO
                  ADD 1 TO WS-DUPLICADOS

                  MOVE "D" TO WS-RESULTADO

                  MOVE "DUPLICADO" TO WS-ROTULO

                  MOVE TRC-CABECERAS(WS-INDICE-RECIBIDO)
                      TO WS-CONTADOR-ED

                  STRING WS-CONTADOR-ED " CABECERAS, MONEDA "
                      TRC-MONEDA-REPETIDA(WS-INDICE-RECIBIDO)
                      " REPETIDA (NO ESPERADO)"
                      DELIMITED BY SIZE INTO WS-DETALLE
              ELSE
                  ADD 1 TO WS-NO-ESPERADOS

                  MOVE "N" TO WS-RESULTADO

                  MOVE "NO ESPERADO" TO WS-ROTULO

                  STRING "CABECERA DEL "
                      TRC-FECHA-CABECERA(WS-INDICE-RECIBIDO)
                      "; NO LE TOCABA ENVIAR HOY"
                      DELIMITED BY SIZE INTO WS-DETALLE
              END-IF.

              MOVE TRC-DEPARTAMENTO(WS-INDICE-RECIBIDO)
                  TO HEN-DEPARTAMENTO.

              PERFORM EMITIR-LINEA-CONTROL.

              PERFORM GRABAR-HISTORICO.

           EMITIR-LINEA-CONTROL.
              MOVE SPACES TO PLAN-REPORT-LINE.

              STRING WS-ROTULO HEN-DEPARTAMENTO " " WS-DETALLE
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              IF WS-RESULTADO = "F" OR WS-RESULTADO = "D"
                  DISPLAY WS-ROTULO HEN-DEPARTAMENTO " " WS-DETALLE
              END-IF.

           GRABAR-HISTORICO.
      *Un registro por departamento y día; si ya existe (el lote se
      *relanza el mismo día) se regraba con el resultado nuevo.
              MOVE WS-FECHA-HOY TO HEN-FECHA.

              MOVE WS-RESULTADO TO HEN-RESULTADO.

              MOVE WS-ESPERADO-HOY TO HEN-ESPERADO.

              MOVE WS-HORA-CORTE TO HEN-HORA-CORTE.

              MOVE WS-HORA-CONTROL TO HEN-HORA-CONTROL.

              IF WS-INDICE-RECIBIDO = ZERO
                  MOVE ZERO TO HEN-CABECERAS

                  MOVE ZERO TO HEN-FECHA-CABECERA
              ELSE
                  MOVE TRC-CABECERAS(WS-INDICE-RECIBIDO)
                      TO HEN-CABECERAS

                  IF TRC-FECHA-CABECERA(WS-INDICE-RECIBIDO) NUMERIC
                      MOVE TRC-FECHA-CABECERA(WS-INDICE-RECIBIDO)
                          TO HEN-FECHA-CABECERA
                  ELSE
                      MOVE ZERO TO HEN-FECHA-CABECERA
                  END-IF
              END-IF.

              MOVE SPACES TO HISTORICO-ENVIO-REC(41:40).

              WRITE HISTORICO-ENVIO-REC.

              IF WS-HISTORICO-STATUS = "22"
                      AND WS-CARGA-INICIAL = "N"
                  REWRITE HISTORICO-ENVIO-REC
              END-IF.

              IF WS-HISTORICO-STATUS NOT = "00"
                  ADD 1 TO WS-ERRORES-HISTORICO

                  MOVE SPACES TO PLAN-REPORT-LINE

                  STRING "ERROR: HISTORICO DE " HEN-DEPARTAMENTO
                      " SIN GRABAR (FILE STATUS " WS-HISTORICO-STATUS
                      ")"
                      DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                  WRITE PLAN-REPORT-LINE
              END-IF.

           ANOTAR-AVISO.
              ADD 1 TO WS-AVISOS.

              WRITE PLAN-REPORT-LINE.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO PLAN-REPORT-LINE.

              STRING "CONTROL DE ENVIOS ESPERADOS SUMAS - " WS-FECHA-HOY
                  " A LAS " WS-HORA-CONTROL(1:2) ":"
                  WS-HORA-CONTROL(3:2) ", " WS-NOMBRE-DIA(WS-DIA-SEMANA)
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
              MOVE SPACES TO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              IF WS-DIA-HABIL = "N"
                  MOVE SPACES TO PLAN-REPORT-LINE

                  STRING "DIA NO HABIL: NO SE ESPERABA A NINGUN "
                      "DEPARTAMENTO"
                      DELIMITED BY SIZE INTO PLAN-REPORT-LINE

                  WRITE PLAN-REPORT-LINE
              END-IF.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-ESPERADOS TO WS-CONTADOR-ED.

              STRING "DEPARTAMENTOS ESPERADOS:  " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-RECIBIDOS-BIEN TO WS-CONTADOR-ED.

              STRING "RECIBIDOS:                " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-FALTAS TO WS-CONTADOR-ED.

              STRING "FALTAS:                   " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-PENDIENTES TO WS-CONTADOR-ED.

              STRING "PENDIENTES (ANTES CORTE): " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-NO-ESPERADOS TO WS-CONTADOR-ED.

              STRING "NO ESPERADOS:             " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-DUPLICADOS TO WS-CONTADOR-ED.

              STRING "DUPLICADOS:               " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

              MOVE SPACES TO PLAN-REPORT-LINE.

              MOVE WS-AVISOS TO WS-CONTADOR-ED.

              STRING "AVISOS:                   " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO PLAN-REPORT-LINE.

              WRITE PLAN-REPORT-LINE.

       END PROGRAM SUMPLAN.
