      *crece, hasta que alguien lo corrige, y nada desaparece en
      *silencio. Todos los ficheros son de bloque fijo (ver el
      *comentario equivalente en COBOL/sumas.cbl) salvo AGERPT, que
      *va a SYSOUT. Los pares resubmitidos se agrupan en RESUBOUT en
      *un bloque HDR/TRL por moneda (la REJ-MONEDA del rechazo), para
      *que SUMAS los vuelva a convertir con el cambio de su moneda.
           SELECT REJECT-IN ASSIGN TO "REJOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               05 RSB-NUM1 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 RSB-NUM2 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 RSB-OPERACION PIC X(1).
               05 FILLER PIC X(3).

           01 RESUB-OUT-REC-X REDEFINES RESUB-OUT-REC.
               05 RSB-PAR-X PIC X(21).
               05 FILLER PIC X(3).

           01 RESUB-OUT-REC-N REDEFINES RESUB-OUT-REC.
               05 RSB-NUM1-X PIC X(10).
               05 RSB-NUM2-X PIC X(10).
               05 FILLER PIC X(4).

      *Mismos registros de control HDR/TRL que el PARESIN del emisor
      *(ver PARES-IN-CAB/PARES-IN-COLA en COBOL/sumas.cbl), para que
               05 RSB-CAB-TIPO PIC X(3).
               05 RSB-CAB-FECHA PIC 9(8).
               05 RSB-CAB-DEPARTAMENTO PIC X(9).
               05 RSB-CAB-MONEDA PIC X(3).
               05 FILLER PIC X(1).

           01 RESUB-COLA REDEFINES RESUB-OUT-REC.
               05 RSB-COLA-TIPO PIC X(3).
               05 RSB-COLA-NUM-PARES PIC 9(7).
               05 RSB-COLA-HASH PIC 9(10).
               05 FILLER PIC X(4).

      *Registro de rastreo de cada par resubmitido: fecha y motivo
      *del rechazo original, valores originales y corregidos, y fecha
      *a la ejecución siguiente concatenados delante del REJOUT del
      *día.
       FD  PEND-OUT.
           01 PEND-OUT-REC PIC X(73).

       FD  AGE-REPORT.
           01 AGE-REPORT-LINE PIC X(80).

           01 WS-HASH-RESUB PIC 9(10) VALUE ZERO.

      *Pares resubmitidos retenidos en memoria hasta el final para
      *grabarlos agrupados por moneda: cada par lleva sus 21 bytes
      *tal como irán a RESUBOUT, la moneda del rechazo y si es una
      *anulación (no entra en el hash). Como cada par resubmitido
      *consume una tarjeta de corrección, no puede haber más que
      *tarjetas.
           01 WS-TABLA-RESUB.
               05 WS-RESUB OCCURS 1000.
                   10 RSU-PAR PIC X(21).
                   10 RSU-MONEDA PIC X(3).
                   10 RSU-ANULACION PIC X.
                   10 RSU-GRABADO PIC X.

           01 WS-INDICE-RESUB PIC 9(5).

           01 WS-INDICE-BLOQUE PIC 9(5).

           01 WS-MONEDA-BLOQUE PIC X(3).

           01 WS-PARES-BLOQUE PIC 9(7).

           01 WS-ANTIGUEDAD-DIAS PIC 9(5).

           01 WS-RECHAZOS-LEIDOS-ED PIC ZZZZ9.

              OPEN OUTPUT AGE-REPORT.

              PERFORM EMITIR-CABECERA-ANTIGUEDAD.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

              END-PERFORM.

              PERFORM GRABAR-RESUBMISION.

              PERFORM COMPROBAR-TARJETAS-SOBRANTES.

           TRATAR-RECHAZO.
      *Busca la tarjeta de corrección del rechazo por su número de
      *orden; con tarjeta válida el par se resubmite y se rastrea,
      *sin tarjeta pasa al informe de antigüedad. Una anulación
      *rechazada (registro "REV", que REJOUT guarda tal como llegó)
      *no tiene valores que corregir: la tarjeta solo indica que se
      *resubmita, p.ej. cuando el par original ya está cargado en el
      *maestro.
              MOVE ZERO TO WS-INDICE-HALLADO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1

              END-PERFORM.

              EVALUATE TRUE
                  WHEN WS-INDICE-HALLADO = ZERO
                      PERFORM ENVEJECER-RECHAZO
                  WHEN REJ-NUM1(1:3) = "REV"
                      PERFORM RESUBMITIR-ANULACION
                  WHEN OTHER
                      PERFORM APLICAR-CORRECCION
              END-EVALUATE.

           APLICAR-CORRECCION.
      *Aplica los valores corregidos de la tarjeta y valida que sean

                  PERFORM ENVEJECER-RECHAZO
              ELSE
                  PERFORM GUARDAR-RESUBMITIDO

                  PERFORM GRABAR-RASTREO
              END-IF.

           RESUBMITIR-ANULACION.
      *La anulación se resubmite con sus 21 bytes originales ("REV" +
      *clave del par anulado + operación) y los valores de la tarjeta
      *se ignoran; cuenta como par en la cola pero no entra en el
      *hash, igual que en el lote del emisor, y SUMAS vuelve a buscar
      *el original en el maestro (y toma de él la moneda y el cambio,
      *sea cual sea la moneda del bloque). En el rastreo los valores
      *nuevos son los mismos que los originales.
              MOVE "Y" TO COR-USADA(WS-INDICE-HALLADO).

              MOVE REJ-NUM1 TO COR-NUM1(WS-INDICE-HALLADO).

              MOVE REJ-NUM2 TO COR-NUM2(WS-INDICE-HALLADO).

              MOVE REJ-NUM1 TO RSB-NUM1-X.

              MOVE REJ-NUM2 TO RSB-NUM2-X.

              MOVE REJ-OPERACION TO RSB-OPERACION.

              PERFORM GUARDAR-RESUBMITIDO.

              PERFORM GRABAR-RASTREO.

           GUARDAR-RESUBMITIDO.
      *Guarda el par ya corregido con la moneda de su rechazo; se
      *graba en GRABAR-RESUBMISION, al final de la lectura.
              IF WS-RESUBMITIDOS >= 1000
                  DISPLAY "ERROR FATAL: mas de 1000 pares "
                      "resubmitidos, ampliar la tabla"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              ADD 1 TO WS-RESUBMITIDOS.

              MOVE RSB-PAR-X TO RSU-PAR(WS-RESUBMITIDOS).

              IF RSB-NUM1-X(1:3) = "REV"
                  MOVE "Y" TO RSU-ANULACION(WS-RESUBMITIDOS)
              ELSE
                  MOVE "N" TO RSU-ANULACION(WS-RESUBMITIDOS)
              END-IF.

              MOVE REJ-MONEDA TO RSU-MONEDA(WS-RESUBMITIDOS).

              MOVE "N" TO RSU-GRABADO(WS-RESUBMITIDOS).

           GRABAR-RASTREO.
      *El registro de rastreo enlaza la resubmisión con su rechazo
      *original: fecha y motivo del rechazo, valores originales tal

              WRITE AGE-REPORT-LINE.

           GRABAR-RESUBMISION.
      *Un bloque HDR/TRL por moneda, en el orden en que aparece cada
      *moneda entre los rechazos, con los pares de esa moneda en su
      *orden de lectura; la moneda en blanco (rechazos grabados
      *antes de llevar moneda) va en un bloque con la moneda de la
      *cabecera en blanco, que SUMAS trata como moneda base. Sin
      *ningún par que resubmitir se graba, como siempre, un bloque
      *vacío.
              IF WS-RESUBMITIDOS = ZERO
                  MOVE SPACES TO WS-MONEDA-BLOQUE

                  PERFORM GRABAR-CABECERA-RESUB

                  PERFORM GRABAR-COLA-RESUB
              END-IF.

              PERFORM VARYING WS-INDICE-BLOQUE FROM 1 BY 1
                      UNTIL WS-INDICE-BLOQUE > WS-RESUBMITIDOS

                  IF RSU-GRABADO(WS-INDICE-BLOQUE) = "N"
                      PERFORM GRABAR-BLOQUE-MONEDA
                  END-IF

              END-PERFORM.

           GRABAR-BLOQUE-MONEDA.
              MOVE RSU-MONEDA(WS-INDICE-BLOQUE) TO WS-MONEDA-BLOQUE.

              PERFORM GRABAR-CABECERA-RESUB.

              PERFORM VARYING WS-INDICE-RESUB FROM WS-INDICE-BLOQUE
                      BY 1 UNTIL WS-INDICE-RESUB > WS-RESUBMITIDOS

                  IF RSU-GRABADO(WS-INDICE-RESUB) = "N"
                          AND RSU-MONEDA(WS-INDICE-RESUB)
                          = WS-MONEDA-BLOQUE
                      PERFORM GRABAR-PAR-RESUB
                  END-IF

              END-PERFORM.

              PERFORM GRABAR-COLA-RESUB.

           GRABAR-PAR-RESUB.
              MOVE SPACES TO RESUB-OUT-REC.

              MOVE RSU-PAR(WS-INDICE-RESUB) TO RSB-PAR-X.

              WRITE RESUB-OUT-REC.

              MOVE "Y" TO RSU-GRABADO(WS-INDICE-RESUB).

              ADD 1 TO WS-PARES-BLOQUE.

              IF RSU-ANULACION(WS-INDICE-RESUB) = "N"
                  COMPUTE WS-HASH-RESUB = FUNCTION MOD(
                      WS-HASH-RESUB + FUNCTION ABS(RSB-NUM1)
                      + FUNCTION ABS(RSB-NUM2) 10000000000)
              END-IF.

           GRABAR-CABECERA-RESUB.
              MOVE SPACES TO RESUB-OUT-REC.


              MOVE "RECHAZOS" TO RSB-CAB-DEPARTAMENTO.

              MOVE WS-MONEDA-BLOQUE TO RSB-CAB-MONEDA.

              WRITE RESUB-OUT-REC.

              MOVE ZERO TO WS-PARES-BLOQUE.

              MOVE ZERO TO WS-HASH-RESUB.

           GRABAR-COLA-RESUB.
              MOVE SPACES TO RESUB-OUT-REC.

              MOVE "TRL" TO RSB-COLA-TIPO.

              MOVE WS-PARES-BLOQUE TO RSB-COLA-NUM-PARES.

              MOVE WS-HASH-RESUB TO RSB-COLA-HASH.

