      *rechazos pendientes de SUMFIX). Cada apunte sin confirmar se
      *escribe en PENDOUT con su fecha original, para que su
      *antigüedad crezca hasta que contabilidad lo confirme o se
      *reclame, y sale en el informe CNFRPT con los días hábiles
      *transcurridos según el calendario de la casa (un apunte del
      *viernes no tiene tres días de antigüedad el lunes, sino uno),
      *como el informe de antigüedad AGERPT de los rechazos. Con
      *cualquier apunte pendiente (o una confirmación que no casa
      *con ningún apunte, o un importe que no coincide) el paso
      *termina con código de retorno 8 para que el
      *planificador retenga la cadena de fin de mes: hasta ahora una
      *contabilización caída solo se notaba cuando los totales de
      *SUMMEND no cuadraban con el libro mayor.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.

      *Calendario de la casa (ver la copy CALREC): se recorren sus
      *días por clave para contar los laborables entre la fecha del
      *apunte y hoy.
           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

           SELECT CONF-REPORT ASSIGN TO "CNFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Extracto de apuntes del día, el mismo diseño de 56 bytes que
      *graba SUMGLEXT.
       FD  GL-IN.
           COPY GLREC.
               05 POU-CENTRO PIC X(6).
               05 POU-DEPARTAMENTO PIC X(9).

       FD  CALENDARIO.
           COPY CALREC.

       FD  CONF-REPORT.
           01 CONF-REPORT-LINE PIC X(80).


           01 WS-PENDOUT-STATUS PIC X(2).

           01 WS-CALEND-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Tabla de confirmaciones cargada en memoria para casarlas por

           01 WS-ANTIGUEDAD-DIAS PIC 9(5).

      *Antigüedad en días hábiles: laborables del calendario
      *posteriores a la fecha del apunte y no posteriores a hoy. Los
      *pendientes llegan casi ordenados por fecha, así que se guarda
      *la última fecha contada y su resultado. Si hoy no está en el
      *calendario (ejercicio sin generar) no se puede contar bien y
      *se cuenta en días naturales, avisándolo en el informe.
           01 WS-FECHA-CONTADA PIC 9(8) VALUE ZERO.

           01 WS-DIAS-HABILES-CONTADOS PIC 9(5) VALUE ZERO.

           01 WS-FIN-CALENDARIO PIC X.

           01 WS-SIN-CALENDARIO PIC X VALUE "N".

           01 WS-UNIDAD-ANTIGUEDAD PIC X(13) VALUE " DIAS HABILES".

           01 WS-ANTIGUEDAD-ED PIC ZZZZ9.

           01 WS-EXAMINADOS-ED PIC ZZZZZZ9.

              PERFORM CARGAR-CONFIRMACIONES.

              PERFORM ABRIR-CALENDARIO.

              OPEN OUTPUT PEND-OUT.

              IF WS-PENDOUT-STATUS NOT = "00"

              CLOSE PEND-OUT.

              CLOSE CALENDARIO.

              CLOSE CONF-REPORT.

      *Cualquier apunte sin confirmar, importe que no coincide o
                  END-IF
              END-IF.

           ABRIR-CALENDARIO.
      *Sin calendario no hay manera de contar días hábiles: se
      *aborta como con cualquier otro fichero de entrada. Con el
      *fichero, pero sin el día de hoy, se sigue en días naturales.
              OPEN INPUT CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), casacion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE WS-FECHA-HOY TO CAL-FECHA.

              READ CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  MOVE "Y" TO WS-SIN-CALENDARIO

                  MOVE " DIAS" TO WS-UNIDAD-ANTIGUEDAD

                  DISPLAY "AVISO: hoy no esta en el calendario, "
                      "antiguedad en dias naturales"
              END-IF.

           CASAR-PENDIENTES-PREVIOS.
      *Los pendientes de días anteriores se arrastran concatenados
      *en PENDIN; en la primera ejecución, sin generación de

              WRITE PEND-OUT-REC.

              EVALUATE TRUE
                  WHEN APU-FECHA NOT NUMERIC OR APU-FECHA = ZERO
                      MOVE ZERO TO WS-ANTIGUEDAD-DIAS
                  WHEN WS-SIN-CALENDARIO = "Y"
                      COMPUTE WS-ANTIGUEDAD-DIAS =
                          FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                          - FUNCTION INTEGER-OF-DATE(APU-FECHA)
                  WHEN OTHER
                      IF APU-FECHA NOT = WS-FECHA-CONTADA
                          PERFORM CONTAR-DIAS-HABILES
                      END-IF

                      MOVE WS-DIAS-HABILES-CONTADOS
                          TO WS-ANTIGUEDAD-DIAS
              END-EVALUATE.

              MOVE WS-ANTIGUEDAD-DIAS TO WS-ANTIGUEDAD-ED.

              STRING APU-FECHA "/" APU-SECUENCIA " "
                  APU-CARGO-ABONO " " WS-IMPORTE-ED " "
                  APU-CUENTA " " APU-CENTRO " "
                  APU-DEPARTAMENTO " " WS-ANTIGUEDAD-ED
                  WS-UNIDAD-ANTIGUEDAD
                  DELIMITED BY SIZE INTO CONF-REPORT-LINE.

              WRITE CONF-REPORT-LINE.

           CONTAR-DIAS-HABILES.
      *Recorre el calendario desde el día siguiente al del apunte
      *hasta hoy contando los laborables; los registros de periodo
      *(día 00) no cuentan.
              MOVE APU-FECHA TO WS-FECHA-CONTADA.

              MOVE ZERO TO WS-DIAS-HABILES-CONTADOS.

              MOVE APU-FECHA TO CAL-FECHA.

              MOVE "N" TO WS-FIN-CALENDARIO.

              START CALENDARIO KEY IS GREATER THAN CAL-FECHA
                  INVALID KEY
                      MOVE "Y" TO WS-FIN-CALENDARIO
              END-START.

              PERFORM UNTIL WS-FIN-CALENDARIO = "Y"

                  READ CALENDARIO NEXT
                      AT END
                          MOVE "Y" TO WS-FIN-CALENDARIO
                      NOT AT END
                          PERFORM CONTAR-DIA-CALENDARIO
                  END-READ

              END-PERFORM.

           CONTAR-DIA-CALENDARIO.
              IF CAL-FECHA > WS-FECHA-HOY
                  MOVE "Y" TO WS-FIN-CALENDARIO
              ELSE
                  IF CAL-DIA NOT = ZERO AND CAL-TIPO-DIA = "L"
                      ADD 1 TO WS-DIAS-HABILES-CONTADOS
                  END-IF
              END-IF.

           SENALAR-CONF-SOBRANTES.
      *Una confirmación que no casa con ningún apunte nuestro
      *significa que contabilidad contabilizó algo que no le
              MOVE SPACES TO CONF-REPORT-LINE.

              STRING "APUNTES GLOUT SIN CONFIRMAR POR CONTABILIDAD,"
                  " POR ANTIGUEDAD EN DIAS HABILES"
                  DELIMITED BY SIZE INTO CONF-REPORT-LINE.

              WRITE CONF-REPORT-LINE.
                  WRITE CONF-REPORT-LINE
              END-IF.

              IF WS-SIN-CALENDARIO = "Y"
                  MOVE SPACES TO CONF-REPORT-LINE

                  STRING "AVISO: HOY NO ESTA EN EL CALENDARIO, "
                      "ANTIGUEDAD EN DIAS NATURALES"
                      DELIMITED BY SIZE INTO CONF-REPORT-LINE

                  WRITE CONF-REPORT-LINE
              END-IF.

              IF WS-SIN-CONFIRMAR = ZERO
                      AND WS-IMPORTES-MAL = ZERO
                      AND WS-CONF-SOBRANTES = ZERO
