       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMANOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Control de anomalías de volumen e importe, paso ANOMSTEP de
      *SUMASJB justo después de SUMASTEP (ver JCL/SUMASJB.jcl): lee la
      *generación MAESTOUT de la noche, cuenta por departamento
      *emisor y código de operación los pares, los rechazados y la
      *suma de resultados aceptados, y compara cada cifra, y la tasa
      *de rechazo, con la historia reciente del propio departamento
      *(la media de sus últimas noches con envío, guardada en el
      *histórico de volumen, ver la copy HVOREC). SUMRECON prueba que
      *la noche cuadra consigo misma, pero no que sea normal: un
      *fichero de pruebas enviado a producción cuadra perfectamente.
      *Lo que se sale de las bandas de tolerancia (tarjetas TOLERAN)
      *sale en el informe de excepciones ANOMRPT, y el departamento
      *queda señalado para retener su bloque GLOUT: el paso termina
      *con código de retorno 8, con el que el planificador retiene
      *el envío del GLOUT a contabilidad hasta que se revise. Cada
      *noche deja además en el histórico la cifra de cada
      *departamento y operación, marcada o no, para las noches
      *siguientes.
           SELECT MAESTRO-IN ASSIGN TO "MAESTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.

      *Bandas de tolerancia: fichero de tarjetas que mantiene control
      *de gestión con los departamentos (ver TOLERANCIA-IN-REC).
           SELECT TOLERANCIA-IN ASSIGN TO "TOLERAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOLERANCIA-STATUS.

           SELECT HISTORICO ASSIGN TO "HISTVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVO-CLAVE
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ANOM-REPORT ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-IN.
           COPY MAEREC.

      *Tarjeta de tolerancia, en columnas fijas:
      *  1-8   métrica: PARES (número de pares de la noche), IMPORTE
      *        (suma de los resultados aceptados en valor absoluto,
      *        en moneda base), RECHAZOS (tasa de rechazo, en tanto
      *        por ciento) o HISTORIA
      *  9     operación A/S/M, o "-" para los pares con operación no
      *        válida; espacio = todas las operaciones y también el
      *        total del departamento
      *  10-18 departamento (espacios = todos)
      *  19-23 factor máximo sobre la media, 3 enteros y 2 decimales
      *        sin coma (00300 = tres veces la media; ceros = sin
      *        máximo)
      *  24-28 factor mínimo sobre la media, mismo formato (00020 = la
      *        quinta parte de la media; ceros = sin mínimo)
      *  29-37 holgura: la diferencia con la media debe superarla
      *        para que cuente como excepción (en pares, en unidades
      *        de moneda base o en puntos de tasa), para que un
      *        departamento pequeño no salte por cuatro pares
      *Para cada grupo y métrica vale la tarjeta más concreta
      *(departamento y operación, luego solo departamento, luego
      *solo operación, luego la general); una métrica sin ninguna
      *tarjeta aplicable no se compara. La tarjeta HISTORIA lleva
      *en 19-21 el número de noches de historia que se promedian
      *(1 a 60) y en 22-24 el mínimo de noches para comparar; sin
      *ella se toman 20 y 5. Una tarjeta con asterisco en la columna
      *1, o en blanco, se ignora.
       FD  TOLERANCIA-IN.
           01 TOLERANCIA-IN-REC.
               05 TOL-METRICA PIC X(8).
               05 TOL-OPERACION PIC X(1).
               05 TOL-DEPARTAMENTO PIC X(9).
               05 TOL-FACTOR-MAXIMO PIC X(5).
               05 TOL-FACTOR-MINIMO PIC X(5).
               05 TOL-HOLGURA PIC X(9).
               05 FILLER PIC X(43).

           01 TOLERANCIA-IN-NUM REDEFINES TOLERANCIA-IN-REC.
               05 FILLER PIC X(18).
               05 TOL-FACTOR-MAXIMO-N PIC 9(3)V99.
               05 TOL-FACTOR-MINIMO-N PIC 9(3)V99.
               05 TOL-HOLGURA-N PIC 9(9).
               05 FILLER PIC X(43).

           01 TOLERANCIA-HISTORIA REDEFINES TOLERANCIA-IN-REC.
               05 FILLER PIC X(18).
               05 TOH-DIAS PIC X(3).
               05 TOH-DIAS-N REDEFINES TOH-DIAS PIC 9(3).
               05 TOH-MINIMO PIC X(3).
               05 TOH-MINIMO-N REDEFINES TOH-MINIMO PIC 9(3).
               05 FILLER PIC X(56).

       FD  HISTORICO.
           COPY HVOREC.

       FD  ANOM-REPORT.
           01 ANOM-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-MAESTRO-STATUS PIC X(2).

           01 WS-TOLERANCIA-STATUS PIC X(2).

           01 WS-HISTORICO-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Un KSDS recién definido y aún sin cargar da file status 35 al
      *abrirlo I-O y se abre OUTPUT, como en SUMPLAN; esa primera
      *noche no hay historia que leer.
           01 WS-CARGA-INICIAL PIC X VALUE "N".

      *Datos del par tal como los guarda el maestro (MAE-DATOS).
           COPY SUMREC.

      *Bandas de tolerancia en memoria.
           01 WS-TABLA-TOLERANCIAS.
               05 WS-TOLERANCIA OCCURS 100.
                   10 TTL-METRICA PIC X(8).
                   10 TTL-OPERACION PIC X(1).
                   10 TTL-DEPARTAMENTO PIC X(9).
                   10 TTL-FACTOR-MAXIMO PIC 9(3)V99.
                   10 TTL-FACTOR-MINIMO PIC 9(3)V99.
                   10 TTL-HOLGURA PIC 9(9).

           01 WS-NUM-TOLERANCIAS PIC 9(3) VALUE ZERO.

           01 WS-INDICE-TOLERANCIA PIC 9(3).

           01 WS-TOLERANCIA-HALLADA PIC 9(3).

           01 WS-CONCRECION PIC 9(1).

           01 WS-CONCRECION-HALLADA PIC 9(1).

           01 WS-HAY-TARJETA-HISTORIA PIC X VALUE "N".

           01 WS-DIAS-HISTORIA PIC 9(3) VALUE 20.

           01 WS-MINIMO-DIAS PIC 9(3) VALUE 5.

           01 WS-NUM-TARJETA PIC 9(5) VALUE ZERO.

           01 WS-NUM-TARJETA-ED PIC ZZZZ9.

      *Cifras de la noche por departamento y operación; cada
      *departamento tiene además su grupo total, con la operación en
      *blanco, que se crea delante del primero de sus grupos por
      *operación. GRP-DIAS son las noches de historia con que se
      *comparó y GRP-RESULTADO lo que se anota en el histórico.
           01 WS-TABLA-NOCHE.
               05 WS-GRUPO OCCURS 200.
                   10 GRP-DEPARTAMENTO PIC X(9).
                   10 GRP-OPERACION PIC X(1).
                   10 GRP-PARES PIC 9(7).
                   10 GRP-RECHAZADOS PIC 9(7).
                   10 GRP-IMPORTE PIC 9(13).
                   10 GRP-DIAS PIC 9(3).
                   10 GRP-RESULTADO PIC X(1).

           01 WS-NUM-GRUPOS PIC 9(3) VALUE ZERO.

           01 WS-INDICE-GRUPO PIC 9(3).

           01 WS-INDICE-BUSQUEDA PIC 9(3).

           01 WS-GRUPO-HALLADO PIC 9(3).

           01 WS-GRUPO-TOTAL PIC 9(3).

           01 WS-OPERACION-GRUPO PIC X(1).

      *Ventana circular con las últimas noches de historia del grupo
      *en curso: la noche n-ésima leída va a la posición
      *((n - 1) módulo días de historia) + 1, así que al acabar la
      *lectura quedan las más recientes.
           01 WS-VENTANA.
               05 WS-NOCHE-VENTANA OCCURS 60.
                   10 VEN-PARES PIC 9(7).
                   10 VEN-RECHAZADOS PIC 9(7).
                   10 VEN-IMPORTE PIC 9(13).

           01 WS-NOCHES-LEIDAS PIC 9(5).

           01 WS-POSICION-VENTANA PIC 9(3).

           01 WS-DIAS-COMPARADOS PIC 9(3).

           01 WS-FIN-HISTORIA PIC X.

           01 WS-SUMA-PARES PIC 9(9).

           01 WS-SUMA-RECHAZADOS PIC 9(9).

           01 WS-SUMA-IMPORTE PIC 9(15).

      *Métrica en curso: valor de la noche, media de la historia y
      *tarjeta aplicada.
           01 WS-METRICA PIC X(8).

           01 WS-VALOR-HOY PIC 9(13)V99.

           01 WS-VALOR-MEDIA PIC 9(13)V99.

           01 WS-LIMITE-MAXIMO PIC 9(16)V99.

           01 WS-LIMITE-MINIMO PIC 9(16)V99.

           01 WS-DESVIACION PIC 9(13)V99.

           01 WS-FUERA-DE-BANDA PIC X.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-HORA-CONTROL PIC 9(6).

      *Fecha de proceso de la noche: la del primer par contado de
      *MAESTOUT.
           01 WS-FECHA-NOCHE PIC 9(8) VALUE ZERO.

      *Totales del control.
           01 WS-REGISTROS-LEIDOS PIC 9(9) VALUE ZERO.

           01 WS-PARES-CONTADOS PIC 9(9) VALUE ZERO.

           01 WS-SIN-DEPARTAMENTO PIC 9(9) VALUE ZERO.

           01 WS-COMPARADOS PIC 9(3) VALUE ZERO.

           01 WS-SIN-HISTORIA PIC 9(3) VALUE ZERO.

           01 WS-EXCEPCIONES PIC 9(3) VALUE ZERO.

           01 WS-RETENIDOS PIC 9(3) VALUE ZERO.

           01 WS-AVISOS PIC 9(3) VALUE ZERO.

           01 WS-ERRORES-HISTORICO PIC 9(3) VALUE ZERO.

           01 WS-DEPARTAMENTO-RETENIDO PIC X.

           01 WS-ROTULO-OPERACION PIC X(5).

           01 WS-VALOR-TEXTO PIC X(13).

           01 WS-MEDIA-TEXTO PIC X(13).

           01 WS-CIFRA-ED PIC ZZZZZZZZZZZZ9.

           01 WS-TASA-ED PIC ZZZZZZZZZ9.99.

           01 WS-FACTOR-ED PIC ZZ9.99.

           01 WS-FACTOR-MAXIMO-ED PIC ZZ9.99.

           01 WS-HOLGURA-ED PIC ZZZZZZZZ9.

           01 WS-DIAS-ED PIC ZZ9.

           01 WS-CONTADOR-ED PIC ZZ9.

           01 WS-REGISTROS-ED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE FUNCTION NUMVAL(WS-FECHA-HORA-ACTUAL(9:6))
                  TO WS-HORA-CONTROL.

              OPEN OUTPUT ANOM-REPORT.

              PERFORM CARGAR-TOLERANCIAS.

              PERFORM CONTAR-NOCHE.

              PERFORM EMITIR-CABECERA-INFORME.

              OPEN I-O HISTORICO.

              IF WS-HISTORICO-STATUS = "35"
                  OPEN OUTPUT HISTORICO

                  MOVE "Y" TO WS-CARGA-INICIAL
              END-IF.

              IF WS-HISTORICO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir HISTVOL "
                      "(file status " WS-HISTORICO-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

      *Primero los totales de cada departamento y después sus grupos
      *por operación, que necesitan saber si el departamento tiene
      *historia (ver COMPARAR-GRUPO).
              PERFORM VARYING WS-INDICE-GRUPO FROM 1 BY 1
                      UNTIL WS-INDICE-GRUPO > WS-NUM-GRUPOS

                  IF GRP-OPERACION(WS-INDICE-GRUPO) = SPACE
                      PERFORM COMPARAR-GRUPO
                  END-IF

              END-PERFORM.

              PERFORM VARYING WS-INDICE-GRUPO FROM 1 BY 1
                      UNTIL WS-INDICE-GRUPO > WS-NUM-GRUPOS

                  IF GRP-OPERACION(WS-INDICE-GRUPO) NOT = SPACE
                      PERFORM COMPARAR-GRUPO
                  END-IF

              END-PERFORM.

              PERFORM VARYING WS-INDICE-GRUPO FROM 1 BY 1
                      UNTIL WS-INDICE-GRUPO > WS-NUM-GRUPOS

                  PERFORM GRABAR-HISTORICO

              END-PERFORM.

              CLOSE HISTORICO.

              PERFORM EMITIR-RETENCIONES.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE ANOM-REPORT.

      *Un departamento fuera de banda no debe llegar a contabilidad
      *sin que alguien lo mire: código 8, con el que el planificador
      *retiene el envío del GLOUT. Un grupo sin historia suficiente
      *(departamento u operación nuevos) solo pide revisión: código
      *4. Un histórico que no se puede grabar deja las noches
      *siguientes sin la cifra de hoy: código 12, que también
      *retiene el GLOUT.
              EVALUATE TRUE
                  WHEN WS-ERRORES-HISTORICO > ZERO
                      DISPLAY "ERROR: HISTORICO DE VOLUMEN SIN GRABAR, "
                          "VER INFORME ANOMRPT"
                      MOVE 12 TO RETURN-CODE
                  WHEN WS-RETENIDOS > ZERO
                      DISPLAY "AVISO: DEPARTAMENTOS FUERA DE BANDA, "
                          "RETENER SU GLOUT, VER ANOMRPT"
                      MOVE 8 TO RETURN-CODE
                  WHEN WS-AVISOS > ZERO
                      DISPLAY "AVISO: GRUPOS SIN HISTORIA SUFICIENTE, "
                          "VER INFORME ANOMRPT"
                      MOVE 4 TO RETURN-CODE
              END-EVALUATE.

              STOP RUN.

           CARGAR-TOLERANCIAS.
      *Carga y valida las bandas de tolerancia. Una tarjeta mal
      *formada no se puede interpretar (una banda mal leída dejaría
      *pasar la noche anómala, o retendría todas): el control se
      *detiene con código 16.
              OPEN INPUT TOLERANCIA-IN.

              IF WS-TOLERANCIA-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir TOLERAN "
                      "(file status " WS-TOLERANCIA-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ TOLERANCIA-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-NUM-TARJETA

                          IF TOLERANCIA-IN-REC NOT = SPACES
                                  AND TOL-METRICA(1:1) NOT = "*"
                              PERFORM CARGAR-UNA-TOLERANCIA
                          END-IF
                  END-READ

              END-PERFORM.

              CLOSE TOLERANCIA-IN.

           CARGAR-UNA-TOLERANCIA.
              MOVE WS-NUM-TARJETA TO WS-NUM-TARJETA-ED.

              EVALUATE TOL-METRICA
                  WHEN "HISTORIA"
                      PERFORM CARGAR-HISTORIA
                  WHEN "PARES"
                  WHEN "IMPORTE"
                  WHEN "RECHAZOS"
                      PERFORM CARGAR-BANDA
                  WHEN OTHER
                      DISPLAY "ERROR FATAL: tarjeta " WS-NUM-TARJETA-ED
                          " de TOLERAN con metrica no valida: "
                          TOL-METRICA
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.

           CARGAR-HISTORIA.
              IF WS-HAY-TARJETA-HISTORIA = "Y"
                  DISPLAY "ERROR FATAL: tarjeta HISTORIA repetida "
                      "en TOLERAN (tarjeta " WS-NUM-TARJETA-ED ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF TOH-DIAS NOT NUMERIC OR TOH-MINIMO NOT NUMERIC
                  DISPLAY "ERROR FATAL: tarjeta HISTORIA no valida: "
                      TOLERANCIA-IN-REC(1:24)
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF TOH-DIAS-N = ZERO OR TOH-DIAS-N > 60
                      OR TOH-MINIMO-N = ZERO
                      OR TOH-MINIMO-N > TOH-DIAS-N
                  DISPLAY "ERROR FATAL: tarjeta HISTORIA fuera de "
                      "rango (1 a 60 noches, minimo no mayor): "
                      TOLERANCIA-IN-REC(1:24)
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "Y" TO WS-HAY-TARJETA-HISTORIA.

              MOVE TOH-DIAS-N TO WS-DIAS-HISTORIA.

              MOVE TOH-MINIMO-N TO WS-MINIMO-DIAS.

           CARGAR-BANDA.
              IF TOL-OPERACION NOT = SPACE AND TOL-OPERACION NOT = "A"
                      AND TOL-OPERACION NOT = "S"
                      AND TOL-OPERACION NOT = "M"
                      AND TOL-OPERACION NOT = "-"
                  DISPLAY "ERROR FATAL: tarjeta " WS-NUM-TARJETA-ED
                      " de TOLERAN con operacion no valida: "
                      TOL-OPERACION
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF TOL-FACTOR-MAXIMO NOT NUMERIC
                      OR TOL-FACTOR-MINIMO NOT NUMERIC
                      OR TOL-HOLGURA NOT NUMERIC
                  DISPLAY "ERROR FATAL: tarjeta " WS-NUM-TARJETA-ED
                      " de TOLERAN no numerica: "
                      TOLERANCIA-IN-REC(1:37)
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF TOL-FACTOR-MAXIMO-N > ZERO
                      AND TOL-FACTOR-MINIMO-N > TOL-FACTOR-MAXIMO-N
                  DISPLAY "ERROR FATAL: tarjeta " WS-NUM-TARJETA-ED
                      " de TOLERAN con el minimo por encima del "
                      "maximo"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              PERFORM VARYING WS-INDICE-TOLERANCIA FROM 1 BY 1
                      UNTIL WS-INDICE-TOLERANCIA > WS-NUM-TOLERANCIAS

                  IF TTL-METRICA(WS-INDICE-TOLERANCIA) = TOL-METRICA
                          AND TTL-OPERACION(WS-INDICE-TOLERANCIA)
                              = TOL-OPERACION
                          AND TTL-DEPARTAMENTO(WS-INDICE-TOLERANCIA)
                              = TOL-DEPARTAMENTO
                      DISPLAY "ERROR FATAL: tarjeta "
                          WS-NUM-TARJETA-ED " de TOLERAN repetida: "
                          TOLERANCIA-IN-REC(1:18)
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

              END-PERFORM.

              IF WS-NUM-TOLERANCIAS >= 100
                  DISPLAY "ERROR FATAL: mas de 100 tarjetas de "
                      "tolerancia, ampliar la tabla"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              ADD 1 TO WS-NUM-TOLERANCIAS.

              MOVE TOL-METRICA TO TTL-METRICA(WS-NUM-TOLERANCIAS).

              MOVE TOL-OPERACION TO TTL-OPERACION(WS-NUM-TOLERANCIAS).

              MOVE TOL-DEPARTAMENTO
                  TO TTL-DEPARTAMENTO(WS-NUM-TOLERANCIAS).

              MOVE TOL-FACTOR-MAXIMO-N
                  TO TTL-FACTOR-MAXIMO(WS-NUM-TOLERANCIAS).

              MOVE TOL-FACTOR-MINIMO-N
                  TO TTL-FACTOR-MINIMO(WS-NUM-TOLERANCIAS).

              MOVE TOL-HOLGURA-N TO TTL-HOLGURA(WS-NUM-TOLERANCIAS).

           CONTAR-NOCHE.
      *Cuenta los pares de la noche por departamento y operación.
      *No cuentan los registros que SUMAS regraba sobre pares de
      *otras noches: el original marcado "A" por una anulación y el
      *retenido que se libera o deniega hoy, que conserva la clave
      *(y la fecha de proceso) de la noche en que llegó, distinta de
      *la fecha de su asiento de hoy. Un par sin cabecera no tiene
      *departamento y no se compara; EDITSTEP ya devuelve esas
      *transmisiones.
              OPEN INPUT MAESTRO-IN.

              IF WS-MAESTRO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir MAESTIN "
                      "(file status " WS-MAESTRO-STATUS
                      "), control abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ MAESTRO-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-REGISTROS-LEIDOS

                          MOVE MAE-DATOS TO SUMAS-RECORD

                          IF MAE-ESTADO-ANULACION NOT = "A"
                                  AND MAE-FECHA = SR-FECHA
                              PERFORM CONTAR-PAR
                          END-IF
                  END-READ

              END-PERFORM.

              CLOSE MAESTRO-IN.

           CONTAR-PAR.
              IF MAE-DEPARTAMENTO = SPACES
                  ADD 1 TO WS-SIN-DEPARTAMENTO
              ELSE
                  IF WS-FECHA-NOCHE = ZERO
                      MOVE MAE-FECHA TO WS-FECHA-NOCHE
                  END-IF

                  ADD 1 TO WS-PARES-CONTADOS

                  MOVE SPACE TO WS-OPERACION-GRUPO

                  PERFORM BUSCAR-GRUPO

                  PERFORM ACUMULAR-PAR

                  IF SR-OPERACION = "A" OR SR-OPERACION = "S"
                          OR SR-OPERACION = "M"
                      MOVE SR-OPERACION TO WS-OPERACION-GRUPO
                  ELSE
                      MOVE "-" TO WS-OPERACION-GRUPO
                  END-IF

                  PERFORM BUSCAR-GRUPO

                  PERFORM ACUMULAR-PAR
              END-IF.

           BUSCAR-GRUPO.
      *Deja en WS-GRUPO-HALLADO el grupo del departamento del par y
      *la operación WS-OPERACION-GRUPO, creándolo si es el primero.
              MOVE ZERO TO WS-GRUPO-HALLADO.

              PERFORM VARYING WS-INDICE-BUSQUEDA FROM 1 BY 1
                      UNTIL WS-INDICE-BUSQUEDA > WS-NUM-GRUPOS
                      OR WS-GRUPO-HALLADO > ZERO

                  IF GRP-DEPARTAMENTO(WS-INDICE-BUSQUEDA)
                          = MAE-DEPARTAMENTO
                          AND GRP-OPERACION(WS-INDICE-BUSQUEDA)
                              = WS-OPERACION-GRUPO
                      MOVE WS-INDICE-BUSQUEDA TO WS-GRUPO-HALLADO
                  END-IF

              END-PERFORM.

              IF WS-GRUPO-HALLADO = ZERO
                  IF WS-NUM-GRUPOS >= 200
                      DISPLAY "ERROR FATAL: mas de 200 grupos de "
                          "departamento y operacion, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO WS-NUM-GRUPOS

                  MOVE WS-NUM-GRUPOS TO WS-GRUPO-HALLADO

                  MOVE MAE-DEPARTAMENTO
                      TO GRP-DEPARTAMENTO(WS-GRUPO-HALLADO)

                  MOVE WS-OPERACION-GRUPO
                      TO GRP-OPERACION(WS-GRUPO-HALLADO)

                  MOVE ZERO TO GRP-PARES(WS-GRUPO-HALLADO)

                  MOVE ZERO TO GRP-RECHAZADOS(WS-GRUPO-HALLADO)

                  MOVE ZERO TO GRP-IMPORTE(WS-GRUPO-HALLADO)

                  MOVE ZERO TO GRP-DIAS(WS-GRUPO-HALLADO)

                  MOVE "N" TO GRP-RESULTADO(WS-GRUPO-HALLADO)
              END-IF.

           ACUMULAR-PAR.
      *El importe es el resultado aceptado en moneda base, en valor
      *absoluto para que las anulaciones no compensen el volumen; un
      *retenido ("P") cuenta como par pero no suma importe hasta que
      *se libera.
              ADD 1 TO GRP-PARES(WS-GRUPO-HALLADO).

              EVALUATE SR-ESTADO
                  WHEN "N"
                      ADD 1 TO GRP-RECHAZADOS(WS-GRUPO-HALLADO)
                  WHEN "Y"
                      ADD FUNCTION ABS(SR-RESULTADO)
                          TO GRP-IMPORTE(WS-GRUPO-HALLADO)
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

           COMPARAR-GRUPO.
      *Lee la historia del grupo y compara las tres métricas con su
      *media. Con menos noches de historia que el mínimo no se
      *compara: es un departamento nuevo, o una operación que el
      *departamento no había mandado nunca; en este segundo caso,
      *con el departamento sí establecido, el aviso lo dice.
              PERFORM LEER-HISTORIA-GRUPO.

              MOVE WS-DIAS-COMPARADOS TO GRP-DIAS(WS-INDICE-GRUPO).

              PERFORM PREPARAR-ROTULO-OPERACION.

              IF WS-DIAS-COMPARADOS < WS-MINIMO-DIAS
                  PERFORM ANOTAR-SIN-HISTORIA
              ELSE
                  ADD 1 TO WS-COMPARADOS

                  MOVE "PARES" TO WS-METRICA

                  MOVE GRP-PARES(WS-INDICE-GRUPO) TO WS-VALOR-HOY

                  COMPUTE WS-VALOR-MEDIA ROUNDED =
                      WS-SUMA-PARES / WS-DIAS-COMPARADOS

                  PERFORM COMPARAR-METRICA

                  MOVE "IMPORTE" TO WS-METRICA

                  MOVE GRP-IMPORTE(WS-INDICE-GRUPO) TO WS-VALOR-HOY

                  COMPUTE WS-VALOR-MEDIA ROUNDED =
                      WS-SUMA-IMPORTE / WS-DIAS-COMPARADOS

                  PERFORM COMPARAR-METRICA

      *La tasa de la historia es la de todos sus pares juntos, no la
      *media de las tasas de cada noche, para que una noche de
      *cuatro pares no pese lo mismo que una de cuatro mil.
                  MOVE "RECHAZOS" TO WS-METRICA

                  COMPUTE WS-VALOR-HOY ROUNDED =
                      GRP-RECHAZADOS(WS-INDICE-GRUPO) * 100
                      / GRP-PARES(WS-INDICE-GRUPO)

                  IF WS-SUMA-PARES = ZERO
                      MOVE ZERO TO WS-VALOR-MEDIA
                  ELSE
                      COMPUTE WS-VALOR-MEDIA ROUNDED =
                          WS-SUMA-RECHAZADOS * 100 / WS-SUMA-PARES
                  END-IF

                  PERFORM COMPARAR-METRICA
              END-IF.

           LEER-HISTORIA-GRUPO.
      *Recorre la historia del grupo en orden de fecha y se queda,
      *en la ventana circular, con las últimas noches anteriores a
      *la de hoy (un relanzamiento encuentra ya grabada la de hoy y
      *no debe compararse consigo mismo).
              MOVE ZERO TO WS-NOCHES-LEIDAS.

              MOVE ZERO TO WS-DIAS-COMPARADOS.

              MOVE ZERO TO WS-SUMA-PARES.

              MOVE ZERO TO WS-SUMA-RECHAZADOS.

              MOVE ZERO TO WS-SUMA-IMPORTE.

              IF WS-CARGA-INICIAL = "N"
                  MOVE GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                      TO HVO-DEPARTAMENTO

                  MOVE GRP-OPERACION(WS-INDICE-GRUPO) TO HVO-OPERACION

                  MOVE ZERO TO HVO-FECHA

                  MOVE "N" TO WS-FIN-HISTORIA

                  START HISTORICO KEY IS NOT LESS THAN HVO-CLAVE
                      INVALID KEY
                          MOVE "Y" TO WS-FIN-HISTORIA
                  END-START

                  PERFORM UNTIL WS-FIN-HISTORIA = "Y"

                      READ HISTORICO NEXT
                          AT END
                              MOVE "Y" TO WS-FIN-HISTORIA
                          NOT AT END
                              PERFORM EXAMINAR-NOCHE-HISTORIA
                      END-READ

                  END-PERFORM
              END-IF.

              IF WS-NOCHES-LEIDAS > WS-DIAS-HISTORIA
                  MOVE WS-DIAS-HISTORIA TO WS-DIAS-COMPARADOS
              ELSE
                  MOVE WS-NOCHES-LEIDAS TO WS-DIAS-COMPARADOS
              END-IF.

              PERFORM VARYING WS-POSICION-VENTANA FROM 1 BY 1
                      UNTIL WS-POSICION-VENTANA > WS-DIAS-COMPARADOS

                  ADD VEN-PARES(WS-POSICION-VENTANA) TO WS-SUMA-PARES

                  ADD VEN-RECHAZADOS(WS-POSICION-VENTANA)
                      TO WS-SUMA-RECHAZADOS

                  ADD VEN-IMPORTE(WS-POSICION-VENTANA)
                      TO WS-SUMA-IMPORTE

              END-PERFORM.

           EXAMINAR-NOCHE-HISTORIA.
              IF HVO-DEPARTAMENTO
                          NOT = GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                      OR HVO-OPERACION
                          NOT = GRP-OPERACION(WS-INDICE-GRUPO)
                      OR HVO-FECHA NOT < WS-FECHA-NOCHE
                  MOVE "Y" TO WS-FIN-HISTORIA
              ELSE
                  ADD 1 TO WS-NOCHES-LEIDAS

                  COMPUTE WS-POSICION-VENTANA = FUNCTION MOD(
                      WS-NOCHES-LEIDAS - 1 WS-DIAS-HISTORIA) + 1

                  MOVE HVO-PARES TO VEN-PARES(WS-POSICION-VENTANA)

                  MOVE HVO-RECHAZADOS
                      TO VEN-RECHAZADOS(WS-POSICION-VENTANA)

                  MOVE HVO-IMPORTE TO VEN-IMPORTE(WS-POSICION-VENTANA)
              END-IF.

           ANOTAR-SIN-HISTORIA.
              ADD 1 TO WS-SIN-HISTORIA.

              ADD 1 TO WS-AVISOS.

              MOVE "H" TO GRP-RESULTADO(WS-INDICE-GRUPO).

              MOVE WS-DIAS-COMPARADOS TO WS-DIAS-ED.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE ZERO TO WS-GRUPO-TOTAL.

              IF GRP-OPERACION(WS-INDICE-GRUPO) NOT = SPACE
                  PERFORM BUSCAR-GRUPO-TOTAL
              END-IF.

              IF WS-GRUPO-TOTAL > ZERO
                  IF GRP-DIAS(WS-GRUPO-TOTAL) NOT < WS-MINIMO-DIAS
                      STRING "AVISO: " GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                          " " WS-ROTULO-OPERACION " NUEVA EN EL "
                          "DEPARTAMENTO (" WS-DIAS-ED " NOCHES), "
                          "NO SE COMPARA"
                          DELIMITED BY SIZE INTO ANOM-REPORT-LINE
                  END-IF
              END-IF.

              IF ANOM-REPORT-LINE = SPACES
                  STRING "SIN HISTORIA: "
                      GRP-DEPARTAMENTO(WS-INDICE-GRUPO) " "
                      WS-ROTULO-OPERACION " " WS-DIAS-ED
                      " NOCHES, NO SE COMPARA"
                      DELIMITED BY SIZE INTO ANOM-REPORT-LINE
              END-IF.

              WRITE ANOM-REPORT-LINE.

           BUSCAR-GRUPO-TOTAL.
              PERFORM VARYING WS-INDICE-BUSQUEDA FROM 1 BY 1
                      UNTIL WS-INDICE-BUSQUEDA > WS-NUM-GRUPOS
                      OR WS-GRUPO-TOTAL > ZERO

                  IF GRP-DEPARTAMENTO(WS-INDICE-BUSQUEDA)
                          = GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                          AND GRP-OPERACION(WS-INDICE-BUSQUEDA) = SPACE
                      MOVE WS-INDICE-BUSQUEDA TO WS-GRUPO-TOTAL
                  END-IF

              END-PERFORM.

           COMPARAR-METRICA.
      *Fuera de banda: por encima del factor máximo o por debajo del
      *mínimo de la media, y además a más distancia de la media que
      *la holgura. Sin tarjeta aplicable la métrica no se compara.
              PERFORM BUSCAR-TOLERANCIA.

              IF WS-TOLERANCIA-HALLADA > ZERO
                  MOVE "N" TO WS-FUERA-DE-BANDA

                  COMPUTE WS-LIMITE-MAXIMO = WS-VALOR-MEDIA
                      * TTL-FACTOR-MAXIMO(WS-TOLERANCIA-HALLADA)

                  COMPUTE WS-LIMITE-MINIMO = WS-VALOR-MEDIA
                      * TTL-FACTOR-MINIMO(WS-TOLERANCIA-HALLADA)

                  IF TTL-FACTOR-MAXIMO(WS-TOLERANCIA-HALLADA) > ZERO
                          AND WS-VALOR-HOY > WS-LIMITE-MAXIMO
                      MOVE "Y" TO WS-FUERA-DE-BANDA
                  END-IF

                  IF TTL-FACTOR-MINIMO(WS-TOLERANCIA-HALLADA) > ZERO
                          AND WS-VALOR-HOY < WS-LIMITE-MINIMO
                      MOVE "Y" TO WS-FUERA-DE-BANDA
                  END-IF

                  IF WS-VALOR-HOY > WS-VALOR-MEDIA
                      COMPUTE WS-DESVIACION =
                          WS-VALOR-HOY - WS-VALOR-MEDIA
                  ELSE
                      COMPUTE WS-DESVIACION =
                          WS-VALOR-MEDIA - WS-VALOR-HOY
                  END-IF

                  IF WS-DESVIACION
                          NOT > TTL-HOLGURA(WS-TOLERANCIA-HALLADA)
                      MOVE "N" TO WS-FUERA-DE-BANDA
                  END-IF

                  IF WS-FUERA-DE-BANDA = "Y"
                      PERFORM ANOTAR-EXCEPCION
                  END-IF
              END-IF.

           BUSCAR-TOLERANCIA.
      *La tarjeta más concreta que aplica al grupo: cuenta 2 el
      *departamento y 1 la operación. La tarjeta con la operación en
      *blanco vale para todas las operaciones y para el total; la de
      *una operación concreta, solo para esa operación.
              MOVE ZERO TO WS-TOLERANCIA-HALLADA.

              MOVE ZERO TO WS-CONCRECION-HALLADA.

              PERFORM VARYING WS-INDICE-TOLERANCIA FROM 1 BY 1
                      UNTIL WS-INDICE-TOLERANCIA > WS-NUM-TOLERANCIAS

                  IF TTL-METRICA(WS-INDICE-TOLERANCIA) = WS-METRICA
                          AND (TTL-DEPARTAMENTO(WS-INDICE-TOLERANCIA)
                              = SPACES
                          OR TTL-DEPARTAMENTO(WS-INDICE-TOLERANCIA)
                              = GRP-DEPARTAMENTO(WS-INDICE-GRUPO))
                          AND (TTL-OPERACION(WS-INDICE-TOLERANCIA)
                              = SPACE
                          OR TTL-OPERACION(WS-INDICE-TOLERANCIA)
                              = GRP-OPERACION(WS-INDICE-GRUPO))
                      PERFORM PUNTUAR-TOLERANCIA
                  END-IF

              END-PERFORM.

           PUNTUAR-TOLERANCIA.
              MOVE 1 TO WS-CONCRECION.

              IF TTL-DEPARTAMENTO(WS-INDICE-TOLERANCIA) NOT = SPACES
                  ADD 2 TO WS-CONCRECION
              END-IF.

              IF TTL-OPERACION(WS-INDICE-TOLERANCIA) NOT = SPACE
                  ADD 1 TO WS-CONCRECION
              END-IF.

              IF WS-CONCRECION > WS-CONCRECION-HALLADA
                  MOVE WS-CONCRECION TO WS-CONCRECION-HALLADA

                  MOVE WS-INDICE-TOLERANCIA TO WS-TOLERANCIA-HALLADA
              END-IF.

           ANOTAR-EXCEPCION.
      *Dos líneas por excepción: la cifra de hoy frente a la media, y
      *la banda con que se comparó.
              ADD 1 TO WS-EXCEPCIONES.

              MOVE "M" TO GRP-RESULTADO(WS-INDICE-GRUPO).

              IF WS-METRICA = "RECHAZOS"
                  MOVE WS-VALOR-HOY TO WS-TASA-ED

                  MOVE WS-TASA-ED TO WS-VALOR-TEXTO

                  MOVE WS-VALOR-MEDIA TO WS-TASA-ED

                  MOVE WS-TASA-ED TO WS-MEDIA-TEXTO
              ELSE
                  MOVE WS-VALOR-HOY TO WS-CIFRA-ED

                  MOVE WS-CIFRA-ED TO WS-VALOR-TEXTO

                  MOVE WS-VALOR-MEDIA TO WS-CIFRA-ED

                  MOVE WS-CIFRA-ED TO WS-MEDIA-TEXTO
              END-IF.

              MOVE SPACES TO ANOM-REPORT-LINE.

              STRING "EXCEPCION " GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                  " " WS-ROTULO-OPERACION " " WS-METRICA
                  " HOY " WS-VALOR-TEXTO " MEDIA " WS-MEDIA-TEXTO
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE TTL-FACTOR-MINIMO(WS-TOLERANCIA-HALLADA)
                  TO WS-FACTOR-ED.

              MOVE TTL-FACTOR-MAXIMO(WS-TOLERANCIA-HALLADA)
                  TO WS-FACTOR-MAXIMO-ED.

              MOVE GRP-DIAS(WS-INDICE-GRUPO) TO WS-DIAS-ED.

              MOVE TTL-HOLGURA(WS-TOLERANCIA-HALLADA) TO WS-HOLGURA-ED.

              STRING "          BANDA " WS-FACTOR-ED " A "
                  WS-FACTOR-MAXIMO-ED
                  " X MEDIA DE " WS-DIAS-ED " NOCHES, HOLGURA "
                  WS-HOLGURA-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

           PREPARAR-ROTULO-OPERACION.
              IF GRP-OPERACION(WS-INDICE-GRUPO) = SPACE
                  MOVE "TOTAL" TO WS-ROTULO-OPERACION
              ELSE
                  MOVE SPACES TO WS-ROTULO-OPERACION

                  STRING "OP " GRP-OPERACION(WS-INDICE-GRUPO)
                      DELIMITED BY SIZE INTO WS-ROTULO-OPERACION
              END-IF.

           GRABAR-HISTORICO.
      *Un registro por grupo y noche; si ya existe (el lote se
      *relanza la misma noche) se regraba con las cifras nuevas.
              MOVE SPACES TO HISTORICO-VOLUMEN-REC.

              MOVE GRP-DEPARTAMENTO(WS-INDICE-GRUPO)
                  TO HVO-DEPARTAMENTO.

              MOVE GRP-OPERACION(WS-INDICE-GRUPO) TO HVO-OPERACION.

              MOVE WS-FECHA-NOCHE TO HVO-FECHA.

              MOVE GRP-PARES(WS-INDICE-GRUPO) TO HVO-PARES.

              MOVE GRP-RECHAZADOS(WS-INDICE-GRUPO) TO HVO-RECHAZADOS.

              MOVE GRP-IMPORTE(WS-INDICE-GRUPO) TO HVO-IMPORTE.

              MOVE GRP-RESULTADO(WS-INDICE-GRUPO) TO HVO-RESULTADO.

              MOVE WS-HORA-CONTROL TO HVO-HORA-CONTROL.

              WRITE HISTORICO-VOLUMEN-REC.

              IF WS-HISTORICO-STATUS = "22"
                      AND WS-CARGA-INICIAL = "N"
                  REWRITE HISTORICO-VOLUMEN-REC
              END-IF.

              IF WS-HISTORICO-STATUS NOT = "00"
                  ADD 1 TO WS-ERRORES-HISTORICO

                  MOVE SPACES TO ANOM-REPORT-LINE

                  STRING "ERROR: HISTORICO DE " HVO-DEPARTAMENTO
                      " " HVO-OPERACION " SIN GRABAR (FILE STATUS "
                      WS-HISTORICO-STATUS ")"
                      DELIMITED BY SIZE INTO ANOM-REPORT-LINE

                  WRITE ANOM-REPORT-LINE
              END-IF.

           EMITIR-RETENCIONES.
      *Un departamento con cualquier excepción, en su total o en
      *alguna de sus operaciones, se retiene entero: su bloque GLOUT
      *lleva todas sus operaciones juntas.
              MOVE SPACES TO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              PERFORM VARYING WS-GRUPO-TOTAL FROM 1 BY 1
                      UNTIL WS-GRUPO-TOTAL > WS-NUM-GRUPOS

                  IF GRP-OPERACION(WS-GRUPO-TOTAL) = SPACE
                      PERFORM COMPROBAR-RETENCION
                  END-IF

              END-PERFORM.

           COMPROBAR-RETENCION.
              MOVE "N" TO WS-DEPARTAMENTO-RETENIDO.

              PERFORM VARYING WS-INDICE-BUSQUEDA FROM 1 BY 1
                      UNTIL WS-INDICE-BUSQUEDA > WS-NUM-GRUPOS

                  IF GRP-DEPARTAMENTO(WS-INDICE-BUSQUEDA)
                          = GRP-DEPARTAMENTO(WS-GRUPO-TOTAL)
                          AND GRP-RESULTADO(WS-INDICE-BUSQUEDA) = "M"
                      MOVE "Y" TO WS-DEPARTAMENTO-RETENIDO
                  END-IF

              END-PERFORM.

              IF WS-DEPARTAMENTO-RETENIDO = "Y"
                  ADD 1 TO WS-RETENIDOS

                  MOVE SPACES TO ANOM-REPORT-LINE

                  STRING "RETENER EL GLOUT DE "
                      GRP-DEPARTAMENTO(WS-GRUPO-TOTAL)
                      " HASTA REVISAR SUS EXCEPCIONES"
                      DELIMITED BY SIZE INTO ANOM-REPORT-LINE

                  WRITE ANOM-REPORT-LINE

                  DISPLAY ANOM-REPORT-LINE
              END-IF.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO ANOM-REPORT-LINE.

              STRING "CONTROL DE VOLUMEN E IMPORTE SUMAS - NOCHE DEL "
                  WS-FECHA-NOCHE " A LAS " WS-HORA-CONTROL(1:2) ":"
                  WS-HORA-CONTROL(3:2)
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-DIAS-HISTORIA TO WS-DIAS-ED.

              MOVE WS-MINIMO-DIAS TO WS-CONTADOR-ED.

              STRING "MEDIA DE LAS ULTIMAS " WS-DIAS-ED
                  " NOCHES CON ENVIO DE CADA DEPARTAMENTO, MINIMO "
                  WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
              MOVE SPACES TO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-REGISTROS-LEIDOS TO WS-REGISTROS-ED.

              STRING "REGISTROS MAESTOUT LEIDOS:  " WS-REGISTROS-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-PARES-CONTADOS TO WS-REGISTROS-ED.

              STRING "PARES DE LA NOCHE:          " WS-REGISTROS-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              IF WS-SIN-DEPARTAMENTO > ZERO
                  MOVE SPACES TO ANOM-REPORT-LINE

                  MOVE WS-SIN-DEPARTAMENTO TO WS-REGISTROS-ED

                  STRING "PARES SIN DEPARTAMENTO:     " WS-REGISTROS-ED
                      " (NO SE COMPARAN)"
                      DELIMITED BY SIZE INTO ANOM-REPORT-LINE

                  WRITE ANOM-REPORT-LINE
              END-IF.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-COMPARADOS TO WS-CONTADOR-ED.

              STRING "GRUPOS COMPARADOS:          " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-SIN-HISTORIA TO WS-CONTADOR-ED.

              STRING "GRUPOS SIN HISTORIA:        " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-EXCEPCIONES TO WS-CONTADOR-ED.

              STRING "EXCEPCIONES:                " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

              MOVE SPACES TO ANOM-REPORT-LINE.

              MOVE WS-RETENIDOS TO WS-CONTADOR-ED.

              STRING "DEPARTAMENTOS A RETENER:    " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO ANOM-REPORT-LINE.

              WRITE ANOM-REPORT-LINE.

       END PROGRAM SUMANOM.
