      *fin de noche SUMNIGHT pueda releer el veredicto; un paso
      *IEBGENER posterior del JCL lo copia a SYSOUT para
      *operaciones, igual que se hizo con el RPTOUT de SUMAS.
      *Los resultados de los bloques en divisa se cuadran además en
      *la moneda del emisor: la suma de RESOUT moneda a moneda contra
      *las líneas "SUMA EN MONEDA" del informe de SUMAS.
           SELECT PARES-IN ASSIGN TO "PARESIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARES-IN.
           01 PARES-IN-REC PIC X(24).

      *Vista de los tres primeros bytes para apartar los registros de
      *control HDR/TRL del emisor, que no son pares de datos y no
      *deben entrar en el recuento (SUMAS tampoco los cuenta).
           01 PARES-IN-CTL REDEFINES PARES-IN-REC.
               05 PCT-TIPO PIC X(3).
               05 FILLER PIC X(21).

       FD  RESULT-IN.
           01 RESULT-IN-REC.
               05 RIN-RESULTADO PIC S9(9) SIGN IS LEADING SEPARATE.
               05 RIN-MONEDA PIC X(3).
               05 RIN-IMPORTE-ORIGEN PIC S9(9)
                   SIGN IS LEADING SEPARATE.

       FD  REJECT-IN.
           COPY REJREC.

           01 WS-SUMA-RESULTADOS PIC S9(11) VALUE ZERO.

      *Retenidos por importe alto, tal como los declara el informe
      *de SUMAS: los pares de hoy retenidos no llegan ni a RESOUT ni
      *a REJOUT, y los retenidos de noches anteriores que esta
      *ejecución liberó o denegó llegan a RESOUT o a REJOUT sin
      *estar en el PARESIN de hoy. Un informe sin estas líneas
      *(anterior a la retención) cuenta como cero.
           01 WS-PARES-RETENIDOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-LIBERADOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-DENEGADOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-ED PIC ZZZZZZ9.

           01 WS-LIBERADOS-ED PIC ZZZZZZ9.

           01 WS-DENEGADOS-ED PIC ZZZZZZ9.

      *Igual que en SUMAS: si la suma de resultados desborda el
      *acumulador se marca como no fiable en vez de compararse contra
      *una cifra truncada.

           01 WS-SUMA-RESULTADOS-ED PIC -ZZZZZZZZZZ9.

      *Sumas en la moneda de cada emisor: la recalculada sobre RESOUT
      *y la línea "SUMA EN MONEDA" del informe de SUMAS, con marca
      *de en cuál de los dos ficheros ha aparecido cada moneda. Una
      *moneda que solo está en uno de los dos no concilia. SUMAS no
      *desglosa más de 10 monedas, así que 20 bastan para ver el
      *descuadre aunque no coincidan ninguna.
           01 WS-TABLA-MONEDAS.
               05 WS-MONEDA-TOTAL OCCURS 20.
                   10 MND-CODIGO PIC X(3).
                   10 MND-SUMA PIC S9(11).
                   10 MND-EN-RESOUT PIC X.
                   10 MND-EN-INFORME PIC X.
                   10 MND-LINEA PIC X(80).

           01 WS-NUM-MONEDAS PIC 9(2) VALUE ZERO.

           01 WS-INDICE-MONEDA PIC 9(2).

           01 WS-POSICION-MONEDA PIC 9(2).

           01 WS-MONEDA-BUSCADA PIC X(3).

           01 WS-MONEDAS-DESBORDADA PIC X VALUE "N".

           01 WS-SUMA-MONEDA-DESBORDADA PIC X VALUE "N".

           01 WS-SUMA-MONEDA-ED PIC -ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
                              ON SIZE ERROR
                                  MOVE "Y" TO WS-SUMA-DESBORDADA
                          END-ADD

                          PERFORM ACUMULAR-MONEDA-RESULTADO
                  END-READ

              END-PERFORM.

              CLOSE RESULT-IN.

           ACUMULAR-MONEDA-RESULTADO.
      *Suma el resultado en moneda del emisor en la línea de su
      *moneda, también con acumulador propio.
              MOVE RIN-MONEDA TO WS-MONEDA-BUSCADA.

              PERFORM BUSCAR-MONEDA.

              IF WS-POSICION-MONEDA > ZERO
                  MOVE "Y" TO MND-EN-RESOUT(WS-POSICION-MONEDA)

                  ADD RIN-IMPORTE-ORIGEN
                          TO MND-SUMA(WS-POSICION-MONEDA)
                      ON SIZE ERROR
                          MOVE "Y" TO WS-SUMA-MONEDA-DESBORDADA
                  END-ADD
              END-IF.

           BUSCAR-MONEDA.
      *Deja en WS-POSICION-MONEDA la línea de WS-MONEDA-BUSCADA en la
      *tabla de monedas, dándola de alta si aún no está; a cero si
      *la tabla está llena.
              MOVE ZERO TO WS-POSICION-MONEDA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > WS-NUM-MONEDAS
                      OR WS-POSICION-MONEDA > ZERO

                  IF MND-CODIGO(WS-INDICE-MONEDA) = WS-MONEDA-BUSCADA
                      MOVE WS-INDICE-MONEDA TO WS-POSICION-MONEDA
                  END-IF

              END-PERFORM.

              IF WS-POSICION-MONEDA = ZERO
                  IF WS-NUM-MONEDAS < 20
                      ADD 1 TO WS-NUM-MONEDAS

                      MOVE WS-NUM-MONEDAS TO WS-POSICION-MONEDA

                      MOVE WS-MONEDA-BUSCADA
                          TO MND-CODIGO(WS-POSICION-MONEDA)

                      MOVE ZERO TO MND-SUMA(WS-POSICION-MONEDA)

                      MOVE "N" TO MND-EN-RESOUT(WS-POSICION-MONEDA)

                      MOVE "N" TO MND-EN-INFORME(WS-POSICION-MONEDA)

                      MOVE SPACES TO MND-LINEA(WS-POSICION-MONEDA)
                  ELSE
                      MOVE "Y" TO WS-MONEDAS-DESBORDADA
                  END-IF
              END-IF.

           CONTAR-RECHAZOS.
      *Recuenta los pares rechazados del día.
              OPEN INPUT REJECT-IN.

           LEER-INFORME-SUMAS.
      *Localiza en el informe de control de SUMAS las tres líneas de
      *totales, las tres de retenidos y las de suma por moneda,
      *identificándolas por su rótulo fijo; el resto de líneas
      *(cuadre del lote del emisor, avisos) no intervienen en esta
      *conciliación.
              OPEN INPUT REPORT-IN.

              IF WS-REPORT-STATUS NOT = "00"
                                  MOVE REPORT-IN-LINE
                                      TO WS-LINEA-RECHAZADOS
                                  MOVE "Y" TO WS-RECHAZADOS-HALLADA
                              WHEN REPORT-IN-LINE(1:17) =
                                      "PARES RETENIDOS: "
                                  COMPUTE WS-PARES-RETENIDOS =
                                      FUNCTION NUMVAL(
                                      REPORT-IN-LINE(18:10))
                              WHEN REPORT-IN-LINE(1:21) =
                                      "RETENIDOS LIBERADOS: "
                                  COMPUTE WS-RETENIDOS-LIBERADOS =
                                      FUNCTION NUMVAL(
                                      REPORT-IN-LINE(22:10))
                              WHEN REPORT-IN-LINE(1:21) =
                                      "RETENIDOS DENEGADOS: "
                                  COMPUTE WS-RETENIDOS-DENEGADOS =
                                      FUNCTION NUMVAL(
                                      REPORT-IN-LINE(22:10))
                              WHEN REPORT-IN-LINE(1:15) =
                                      "SUMA EN MONEDA "
                                  PERFORM ANOTAR-LINEA-MONEDA
                          END-EVALUATE
                  END-READ


              CLOSE REPORT-IN.

           ANOTAR-LINEA-MONEDA.
              MOVE REPORT-IN-LINE(16:3) TO WS-MONEDA-BUSCADA.

              PERFORM BUSCAR-MONEDA.

              IF WS-POSICION-MONEDA > ZERO
                  MOVE "Y" TO MND-EN-INFORME(WS-POSICION-MONEDA)

                  MOVE REPORT-IN-LINE TO MND-LINEA(WS-POSICION-MONEDA)
              END-IF.

           EMITIR-INFORME-CONCILIACION.
      *Emite el informe propio de conciliación y anota cada
      *comprobación: pares de entrada contra resultados más rechazos,

              WRITE RECON-OUT-LINE.

              MOVE WS-PARES-RETENIDOS TO WS-RETENIDOS-ED.

              MOVE WS-RETENIDOS-LIBERADOS TO WS-LIBERADOS-ED.

              MOVE WS-RETENIDOS-DENEGADOS TO WS-DENEGADOS-ED.

              MOVE SPACES TO RECON-OUT-LINE.

              STRING "RETENIDOS HOY: " WS-RETENIDOS-ED
                  "  LIBERADOS: " WS-LIBERADOS-ED
                  "  DENEGADOS: " WS-DENEGADOS-ED
                  DELIMITED BY SIZE INTO RECON-OUT-LINE.

              WRITE RECON-OUT-LINE.

      *Cada par de entrada acaba en RESOUT, en REJOUT o retenido, y
      *cada retenido anterior aplicado hoy añade un registro a RESOUT
      *(liberado) o a REJOUT (denegado).
              IF WS-PARES-ENTRADA + WS-RETENIDOS-LIBERADOS
                      + WS-RETENIDOS-DENEGADOS =
                      WS-RESULTADOS-SALIDA + WS-RECHAZOS-SALIDA
                      + WS-PARES-RETENIDOS
                  PERFORM ANOTAR-CORRECTO
              ELSE
                  MOVE "Y" TO WS-DESCUADRE

                  MOVE SPACES TO RECON-OUT-LINE

                  STRING "ERROR: ENTRADA + APLICADOS <> RESULTADOS + "
                      "RECHAZOS + RETENIDOS"
                      DELIMITED BY SIZE INTO RECON-OUT-LINE

                  WRITE RECON-OUT-LINE

              PERFORM COMPARAR-LINEA-RECHAZADOS.

              PERFORM COMPARAR-SUMAS-MONEDA.

              IF WS-DESCUADRE = "N"
                  MOVE SPACES TO RECON-OUT-LINE

           ANOTAR-CORRECTO.
              MOVE SPACES TO RECON-OUT-LINE.

              STRING "ENTRADA + APLICADOS = RESULTADOS + RECHAZOS + "
                  "RETENIDOS: CORRECTO"
                  DELIMITED BY SIZE INTO RECON-OUT-LINE.

              WRITE RECON-OUT-LINE.
                  WRITE RECON-OUT-LINE
              END-IF.

           COMPARAR-SUMAS-MONEDA.
      *Cada moneda de RESOUT debe tener su línea en el informe de
      *SUMAS, igual byte a byte a la construida aquí con el mismo
      *STRING y la misma máscara, y el informe no debe traer
      *monedas que RESOUT no tiene. Una suma recalculada desbordada
      *no deja cifra fiable que comparar, como en COMPARAR-LINEA-SUMA.
              IF WS-MONEDAS-DESBORDADA = "Y"
                  MOVE "Y" TO WS-DESCUADRE

                  MOVE SPACES TO RECON-OUT-LINE

                  STRING "ERROR: MAS DE 20 MONEDAS ENTRE RESOUT Y EL "
                      "INFORME DE SUMAS"
                      DELIMITED BY SIZE INTO RECON-OUT-LINE

                  WRITE RECON-OUT-LINE
              END-IF.

              IF WS-SUMA-MONEDA-DESBORDADA = "Y"
                  MOVE SPACES TO RECON-OUT-LINE

                  STRING "AVISO: SUMA POR MONEDA RECALCULADA "
                      "DESBORDADA, COMPARACION OMITIDA"
                      DELIMITED BY SIZE INTO RECON-OUT-LINE

                  WRITE RECON-OUT-LINE
              ELSE
                  PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                          UNTIL WS-INDICE-MONEDA > WS-NUM-MONEDAS

                      PERFORM COMPARAR-UNA-MONEDA

                  END-PERFORM
              END-IF.

           COMPARAR-UNA-MONEDA.
              MOVE MND-SUMA(WS-INDICE-MONEDA) TO WS-SUMA-MONEDA-ED.

              MOVE SPACES TO WS-LINEA-ESPERADA.

              STRING "SUMA EN MONEDA " MND-CODIGO(WS-INDICE-MONEDA)
                  ": " WS-SUMA-MONEDA-ED
                  DELIMITED BY SIZE INTO WS-LINEA-ESPERADA.

              EVALUATE TRUE
                  WHEN MND-EN-RESOUT(WS-INDICE-MONEDA) = "N"
                      MOVE "Y" TO WS-DESCUADRE

                      MOVE SPACES TO RECON-OUT-LINE

                      STRING "ERROR: SUMA EN MONEDA "
                          MND-CODIGO(WS-INDICE-MONEDA)
                          " DEL INFORME SIN RESULTADOS EN RESOUT"
                          DELIMITED BY SIZE INTO RECON-OUT-LINE

                      WRITE RECON-OUT-LINE
                  WHEN MND-EN-INFORME(WS-INDICE-MONEDA) = "N"
                      MOVE "Y" TO WS-DESCUADRE

                      MOVE SPACES TO RECON-OUT-LINE

                      STRING "ERROR: RESULTADOS EN MONEDA "
                          MND-CODIGO(WS-INDICE-MONEDA)
                          " SIN SU SUMA EN EL INFORME DE SUMAS"
                          DELIMITED BY SIZE INTO RECON-OUT-LINE

                      WRITE RECON-OUT-LINE
                  WHEN MND-LINEA(WS-INDICE-MONEDA)
                          NOT = WS-LINEA-ESPERADA
                      MOVE "Y" TO WS-DESCUADRE

                      MOVE SPACES TO RECON-OUT-LINE

                      STRING "ERROR: SUMA EN MONEDA "
                          MND-CODIGO(WS-INDICE-MONEDA)
                          " DEL INFORME NO CONCILIA CON RESOUT"
                          DELIMITED BY SIZE INTO RECON-OUT-LINE

                      WRITE RECON-OUT-LINE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

       END PROGRAM SUMRECON.
