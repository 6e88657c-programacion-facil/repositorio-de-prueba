       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMARCQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo y poda mensual del diario de consultas del maestro
      *(ver la copy CNJREC): la transacción SUMQ anota cada consulta
      *en el diario y nada lo recorta, así que, igual que el log de
      *auditoría con SUMARCH, a fin de mes este programa copia a la
      *generación de archivo mensual (ARCHOUT) todas las anotaciones
      *cuya JCN-FECHA cae en el mes cerrado (o antes) y después las
      *borra del diario vivo, que queda solo con las posteriores.
      *Emite un informe de control con leídas, archivadas, borradas
      *y retenidas para probar que no se perdió nada. Corre en el
      *mismo trabajo mensual que SUMARCH (ver JCL/SUMARCHJ.jcl), con
      *la misma tarjeta de mes cerrado, y con el fichero SUMINQJ
      *cerrado en CICS. La retención de siete años se cumple, como
      *la del log, conservando las generaciones mensuales.
           SELECT DIARIO-CONSULTAS ASSIGN TO "CONSDIAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCN-CLAVE
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT ARCHIVE-OUT ASSIGN TO "ARCHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT APARM-IN ASSIGN TO "APARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APARM-STATUS.

           SELECT ARCH-REPORT ASSIGN TO "ARPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-CONSULTAS.
           COPY CNJREC.

       FD  ARCHIVE-OUT.
           01 ARCHIVE-OUT-REC.
               05 ARO-CLAVE PIC X(25).
               05 FILLER PIC X(75).

      *Tarjeta con el mes cerrado a archivar, en formato AAAAMM (la
      *misma que la de SUMARCH).
       FD  APARM-IN.
           01 APARM-IN-REC.
               05 APA-MES-CERRADO PIC X(6).
               05 FILLER PIC X(74).

       FD  ARCH-REPORT.
           01 ARCH-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-DIARIO-STATUS PIC X(2).

           01 WS-ARCHIVE-STATUS PIC X(2).

           01 WS-APARM-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *El diario recién definido y aún sin ninguna consulta da file
      *status 35 al abrirlo: no hay nada que archivar ni podar.
           01 WS-DIARIO-VACIO PIC X VALUE "N".

           01 WS-MES-CERRADO PIC 9(6) VALUE ZERO.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-MES-ACTUAL PIC 9(6) VALUE ZERO.

      *Mes de cada anotación, extraído de JCN-FECHA (AAAAMMDD).
           01 WS-MES-ANOTACION PIC 9(6).

      *Totales de control: leídas, archivadas (mes cerrado o
      *anterior), borradas del diario vivo tras archivarlas y
      *retenidas (posteriores al mes cerrado). El informe prueba que
      *archivadas + retenidas = leídas y que se borró exactamente lo
      *archivado.
           01 WS-LEIDAS PIC 9(9) VALUE ZERO.

           01 WS-ARCHIVADAS PIC 9(9) VALUE ZERO.

           01 WS-BORRADAS PIC 9(9) VALUE ZERO.

           01 WS-RETENIDAS PIC 9(9) VALUE ZERO.

           01 WS-LEIDAS-ED PIC ZZZZZZZZ9.

           01 WS-ARCHIVADAS-ED PIC ZZZZZZZZ9.

           01 WS-BORRADAS-ED PIC ZZZZZZZZ9.

           01 WS-RETENIDAS-ED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              PERFORM LEER-MES-CERRADO.

              OPEN INPUT DIARIO-CONSULTAS.

              EVALUATE WS-DIARIO-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "35"
                      MOVE "Y" TO WS-DIARIO-VACIO
                  WHEN OTHER
                      DISPLAY "ERROR FATAL: no se pudo abrir CONSDIAR "
                          "(file status " WS-DIARIO-STATUS
                          "), archivo abortado"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.

              OPEN OUTPUT ARCHIVE-OUT.

              IF WS-ARCHIVE-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir ARCHOUT "
                      "(file status " WS-ARCHIVE-STATUS
                      "), archivo abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF WS-DIARIO-VACIO = "N"
                  PERFORM COPIAR-AL-ARCHIVO

                  CLOSE DIARIO-CONSULTAS
              END-IF.

              CLOSE ARCHIVE-OUT.

              IF WS-DIARIO-VACIO = "N" AND WS-ARCHIVADAS > ZERO
                  PERFORM PODAR-DIARIO
              END-IF.

              PERFORM EMITIR-INFORME-ARCHIVO.

              STOP RUN.

           LEER-MES-CERRADO.
      *Misma validación que SUMARCH: numérico, con mes entre 01 y
      *12, y anterior al mes en curso, para no sacar del diario vivo
      *las consultas que la revisión semanal aún tiene que leer.
              OPEN INPUT APARM-IN.

              IF WS-APARM-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir APARM "
                      "(file status " WS-APARM-STATUS
                      "), archivo abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              READ APARM-IN
                  AT END
                      DISPLAY "ERROR FATAL: APARM sin tarjeta de mes "
                          "cerrado, archivo abortado"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-READ.

              CLOSE APARM-IN.

              IF APA-MES-CERRADO NOT NUMERIC
                  DISPLAY "ERROR FATAL: mes cerrado no numerico: "
                      APA-MES-CERRADO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE APA-MES-CERRADO TO WS-MES-CERRADO.

              IF FUNCTION MOD(WS-MES-CERRADO 100) < 1
                      OR FUNCTION MOD(WS-MES-CERRADO 100) > 12
                  DISPLAY "ERROR FATAL: mes cerrado no valido: "
                      APA-MES-CERRADO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:6) TO WS-MES-ACTUAL.

              IF WS-MES-CERRADO >= WS-MES-ACTUAL
                  DISPLAY "ERROR FATAL: el mes cerrado "
                      APA-MES-CERRADO " no es anterior al mes en "
                      "curso, archivo abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

           COPIAR-AL-ARCHIVO.
      *Primera pasada, de solo lectura: el diario va en orden de
      *fecha, así que las anotaciones del mes cerrado (y las de
      *meses anteriores que hubiera dejado un archivo fallido) van
      *delante; se copian al archivo y se cuentan las demás como
      *retenidas. Nada se borra hasta que la generación de archivo
      *está completa y cerrada.
              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ DIARIO-CONSULTAS NEXT RECORD
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-LEIDAS

                          PERFORM CLASIFICAR-ANOTACION
                  END-READ

              END-PERFORM.

           CLASIFICAR-ANOTACION.
              MOVE JCN-FECHA(1:6) TO WS-MES-ANOTACION.

              IF WS-MES-ANOTACION <= WS-MES-CERRADO
                  ADD 1 TO WS-ARCHIVADAS

                  MOVE DIARIO-CONSULTAS-REC TO ARCHIVE-OUT-REC

                  WRITE ARCHIVE-OUT-REC

                  IF WS-ARCHIVE-STATUS NOT = "00"
                      DISPLAY "ERROR FATAL: grabacion de ARCHOUT con "
                          "file status " WS-ARCHIVE-STATUS
                          ", archivo abortado sin podar el diario"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              ELSE
                  ADD 1 TO WS-RETENIDAS
              END-IF.

           PODAR-DIARIO.
      *Segunda pasada: se relee la generación de archivo recién
      *cerrada y se borra del diario vivo cada anotación copiada,
      *por su clave. Así solo se borra lo que de verdad quedó en el
      *archivo. Si el paso se corta a mitad de la poda, la
      *generación ya está catalogada (ver JCL/SUMARCHJ.jcl) y
      *relanzarlo archiva en otra generación las que quedaron.
              OPEN I-O DIARIO-CONSULTAS.

              IF WS-DIARIO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CONSDIAR "
                      "para la poda (file status " WS-DIARIO-STATUS
                      "), diario sin podar"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN INPUT ARCHIVE-OUT.

              IF WS-ARCHIVE-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo releer ARCHOUT "
                      "(file status " WS-ARCHIVE-STATUS
                      "), diario sin podar"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ ARCHIVE-OUT
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM BORRAR-ANOTACION
                  END-READ

              END-PERFORM.

              CLOSE ARCHIVE-OUT.

              CLOSE DIARIO-CONSULTAS.

           BORRAR-ANOTACION.
              MOVE ARO-CLAVE TO JCN-CLAVE.

              DELETE DIARIO-CONSULTAS RECORD
                  INVALID KEY
                      DISPLAY "ERROR FATAL: anotacion archivada que "
                          "no esta en el diario: " ARO-CLAVE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-DELETE.

              IF WS-DIARIO-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: borrado en CONSDIAR con "
                      "file status " WS-DIARIO-STATUS
                      ", poda abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              ADD 1 TO WS-BORRADAS.

           EMITIR-INFORME-ARCHIVO.
      *Informe de control del archivo mensual del diario. Si los
      *totales no cuadraran (no debería poder ocurrir), el programa
      *termina con código de retorno 8, como SUMARCH.
              OPEN OUTPUT ARCH-REPORT.

              MOVE SPACES TO ARCH-REPORT-LINE.

              STRING "ARCHIVO MENSUAL DEL DIARIO DE CONSULTAS, MES "
                  "CERRADO " WS-MES-CERRADO
                  DELIMITED BY SIZE INTO ARCH-REPORT-LINE.

              WRITE ARCH-REPORT-LINE.

              MOVE WS-LEIDAS TO WS-LEIDAS-ED.

              MOVE WS-ARCHIVADAS TO WS-ARCHIVADAS-ED.

              MOVE WS-BORRADAS TO WS-BORRADAS-ED.

              MOVE WS-RETENIDAS TO WS-RETENIDAS-ED.

              MOVE SPACES TO ARCH-REPORT-LINE.

              STRING "LEIDAS: " WS-LEIDAS-ED
                  "  ARCHIVADAS: " WS-ARCHIVADAS-ED
                  "  RETENIDAS: " WS-RETENIDAS-ED
                  DELIMITED BY SIZE INTO ARCH-REPORT-LINE.

              WRITE ARCH-REPORT-LINE.

              MOVE SPACES TO ARCH-REPORT-LINE.

              STRING "BORRADAS DEL DIARIO VIVO: " WS-BORRADAS-ED
                  DELIMITED BY SIZE INTO ARCH-REPORT-LINE.

              WRITE ARCH-REPORT-LINE.

              IF WS-LEIDAS = WS-ARCHIVADAS + WS-RETENIDAS
                      AND WS-BORRADAS = WS-ARCHIVADAS
                  MOVE SPACES TO ARCH-REPORT-LINE

                  STRING "ARCHIVADAS + RETENIDAS = LEIDAS Y BORRADAS "
                      "= ARCHIVADAS: NADA SE HA PERDIDO"
                      DELIMITED BY SIZE INTO ARCH-REPORT-LINE

                  WRITE ARCH-REPORT-LINE
              ELSE
                  MOVE SPACES TO ARCH-REPORT-LINE

                  STRING "ERROR: LOS TOTALES NO CUADRAN, REVISAR EL "
                      "DIARIO Y LA GENERACION DE ARCHIVO"
                      DELIMITED BY SIZE INTO ARCH-REPORT-LINE

                  WRITE ARCH-REPORT-LINE

                  MOVE 8 TO RETURN-CODE
              END-IF.

              CLOSE ARCH-REPORT.

       END PROGRAM SUMARCQ.
