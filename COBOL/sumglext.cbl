               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *Fichero de parametrización contable con vigencias (KSDS
      *PROD.SUMAS.GLMAP.VSAM, diseño en la copy GLMREC): por cada
      *combinación de operación, signo del resultado (D/H) y
      *departamento emisor, la cuenta contable y el centro de coste
      *que le corresponden entre dos fechas. Lo mantiene la toma de
      *contabilidad en línea (transacción SGLM); aquí solo se lee,
      *por clave, la entrada en vigor en la fecha contable de cada
      *apunte. Una combinación sin entrada vigente no contabiliza
      *en silencio donde no toca, sino que cae en la cuenta puente
      *y se señala por consola.
           SELECT CUENTAS-MAPA ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-GLMAP-STATUS.

      *Calendario de la casa (KSDS PROD.SUMAS.CALENDARIO.VSAM, copy
      *CALREC): la fecha contable de un apunte no puede caer en un
      *día no hábil ni en un periodo que contabilidad ya ha cerrado,
      *así que se lleva al siguiente día laborable de un periodo
      *abierto (ver FIJAR-FECHA-CONTABLE).
           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN.
           01 RESULT-IN-REC.
               05 RIN-RESULTADO PIC S9(9) SIGN IS LEADING SEPARATE.
               05 RIN-MONEDA PIC X(3).
               05 RIN-IMPORTE-ORIGEN PIC S9(9)
                   SIGN IS LEADING SEPARATE.

       FD  AUDIT-LOG.
           COPY AUDREC.
       FD  GL-OUT.
           COPY GLREC.

       FD  CUENTAS-MAPA.
           COPY GLMREC.

       FD  CALENDARIO.
           COPY CALREC.

       WORKING-STORAGE SECTION.


           01 WS-IMPORTE-ABS PIC 9(9).

      *Importe en la moneda del emisor, también en valor absoluto:
      *va en el apunte a título informativo y no entra en el hash.
           01 WS-IMPORTE-ORIGEN-ABS PIC 9(9).

      *Signo con el que se busca la cuenta en la parametrización: el
      *propio Debe/Haber del apunte, salvo en una anulación, que
      *lleva el lado contrario al del apunte original pero debe ir
      *a la misma cuenta que él (ver GRABAR-APUNTE).
           01 WS-SIGNO-CUENTA PIC X.

           01 WS-CABECERA-GRABADA PIC X VALUE "N".

      *Partición del extracto por departamento emisor: los asientos

           01 WS-GLMAP-STATUS PIC X(2).

      *Combinación y fecha contable de la última búsqueda en GLMAP,
      *con la cuenta y el centro que dio (o "N" en WS-ULTIMA-HALLADA
      *si no había entrada vigente): los apuntes de un mismo bloque
      *repiten casi siempre combinación y fecha, y así solo se va al
      *fichero cuando cambian.
           01 WS-ULTIMA-COMBINACION PIC X(11) VALUE LOW-VALUES.

           01 WS-ULTIMA-FECHA PIC 9(8) VALUE ZERO.

           01 WS-ULTIMA-HALLADA PIC X VALUE "N".

           01 WS-ULTIMA-CUENTA PIC X(8).

           01 WS-ULTIMO-CENTRO PIC X(6).

      *Combinación buscada y control del recorrido de sus entradas.
           01 WS-COMBINACION-BUSCADA.
               05 WS-BUSCADA-OPERACION PIC X(1).
               05 WS-BUSCADA-SIGNO PIC X(1).
               05 WS-BUSCADA-DEPARTAMENTO PIC X(9).

           01 WS-FIN-MAPA PIC X.

           01 WS-INDICE-MAPA PIC 9(3).

      *Cuenta puente para las combinaciones sin parametrizar: el
      *apunte no se pierde ni contabiliza donde no toca, queda
                   10 SEN-OPERACION PIC X(1).
                   10 SEN-SIGNO PIC X(1).
                   10 SEN-DEPARTAMENTO PIC X(9).
                   10 SEN-FECHA PIC 9(8).

           01 WS-NUM-SENALADAS PIC 9(2) VALUE ZERO.

      *fichero descuadrado.
           01 WS-DESCUADRE PIC X VALUE "N".

           01 WS-CALEND-STATUS PIC X(2).

      *Fecha del asiento (AUD-FECHA) y fecha contable hábil que le
      *correspondió en la última búsqueda en el calendario: los
      *asientos de una noche traen casi todos la misma fecha, y así
      *solo se va al fichero cuando cambia.
           01 WS-FECHA-ASIENTO-ANTERIOR PIC 9(8) VALUE ZERO.

           01 WS-FECHA-CONTABLE-ANTERIOR PIC 9(8) VALUE ZERO.

      *Lo mismo para la fecha del original de una anulación (los
      *primeros 8 bytes de AUD-CLAVE-ORIGINAL): la cuenta de la
      *anulación se busca vigente en la fecha contable que tuvo el
      *original, no en la de la noche en que se anula, para que
      *deshaga el apunte en la misma cuenta aunque SGLM haya
      *cambiado o cerrado la entrada entre las dos noches.
           01 WS-FECHA-ORIGINAL-ANTERIOR PIC X(8) VALUE LOW-VALUES.

           01 WS-CONTABLE-ORIGINAL-ANTERIOR PIC 9(8) VALUE ZERO.

      *Fecha en que se busca la cuenta del apunte: su fecha contable,
      *o la del original si es una anulación.
           01 WS-FECHA-CUENTA PIC 9(8).

      *Fecha que se lleva al siguiente día hábil y la que resulta
      *(la misma si el calendario no tiene día hábil para ella).
           01 WS-FECHA-A-DESPLAZAR PIC X(8).

           01 WS-FECHA-A-DESPLAZAR-N REDEFINES WS-FECHA-A-DESPLAZAR
               PIC 9(8).

           01 WS-FECHA-DESPLAZADA PIC 9(8).

      *Búsqueda del siguiente día hábil: día candidato (como número
      *de INTEGER-OF-DATE y como fecha), periodo del que se conoce el
      *estado (A abierto, C cerrado), días recorridos (un año entero sin
      *un solo día hábil abierto es un calendario roto, no una
      *búsqueda que deba seguir) y si se ha encontrado.
           01 WS-DIA-ENTERO PIC 9(7).

           01 WS-FECHA-CANDIDATA PIC 9(8).

           01 WS-PARTES-FECHA-CANDIDATA REDEFINES WS-FECHA-CANDIDATA.
               05 WS-CANDIDATA-PERIODO PIC 9(6).
               05 WS-CANDIDATA-DIA PIC 9(2).

           01 WS-PERIODO-CONOCIDO PIC 9(6) VALUE ZERO.

           01 WS-ESTADO-PERIODO PIC X VALUE SPACE.

           01 WS-DIAS-RECORRIDOS PIC 9(4).

           01 WS-DIA-HABIL-HALLADO PIC X.

      *Se pone a "Y" si una fecha de asiento no tiene día hábil en
      *el calendario (ejercicio sin generar, o sin un día hábil en
      *un periodo abierto en un año): el apunte conserva la fecha
      *del asiento y el extracto termina con código de retorno 12,
      *como un descuadre, para que contabilidad no lo cargue hasta
      *completar el calendario con SUMCALJ.
           01 WS-CALENDARIO-INCOMPLETO PIC X VALUE "N".

           01 WS-APUNTES-DESPLAZADOS PIC 9(7) VALUE ZERO.

      *Fecha del sistema para la cabecera de un día sin apuntes (sin
      *registros del día no hay AUD-FECHA de la que tomarla).
           01 WS-FECHA-HORA-ACTUAL PIC X(21).
       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
      *Se abre la parametrización contable antes de nada: sin ella
      *no se puede estampar cuenta ni centro en ningún apunte.
              PERFORM CARGAR-PARAMETRIZACION.

              OPEN INPUT CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), extracto abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

      *Primera pasada: contar los resultados del día y el total de
      *asientos del log, para localizar los asientos del día al final
      *del log acumulativo.

              CLOSE GL-OUT.

              CLOSE CUENTAS-MAPA.

              CLOSE CALENDARIO.

              MOVE WS-APUNTES-GRABADOS TO WS-APUNTES-GRABADOS-ED.

              DISPLAY "Extracto contable grabado: "
                  WS-APUNTES-GRABADOS-ED " apuntes, hash "
                  WS-HASH-IMPORTES.

              IF WS-APUNTES-DESPLAZADOS > ZERO
                  DISPLAY "Apuntes con la fecha contable llevada al "
                      "siguiente dia habil: " WS-APUNTES-DESPLAZADOS
              END-IF.

              IF WS-DESCUADRE = "Y"
                  DISPLAY "AVISO: RESOUT Y AUDITLOG NO CUADRAN, "
                      "REVISAR ANTES DE CONTABILIZAR"
                  MOVE 12 TO RETURN-CODE
              END-IF.

              IF WS-CALENDARIO-INCOMPLETO = "Y"
                  DISPLAY "AVISO: CALENDARIO INCOMPLETO, COMPLETARLO "
                      "(SUMCALJ) Y RELANZAR ANTES DE CONTABILIZAR"
                  MOVE 12 TO RETURN-CODE
              END-IF.

      *Apuntes aparcados en la cuenta puente: el extracto está
      *completo y cuadra, pero la toma contable debe recolocarlos,
      *así que se señala con código de retorno 4 (sin pisar el 12
      *de un descuadre).
              IF WS-APUNTES-PUENTE > ZERO
                  DISPLAY "AVISO: " WS-APUNTES-PUENTE " APUNTES EN "
                      "LA CUENTA PUENTE, COMPLETAR GLMAP (SGLM)"

                  IF RETURN-CODE = ZERO
                      MOVE 4 TO RETURN-CODE
              STOP RUN.

           CARGAR-PARAMETRIZACION.
      *Abre la parametrización contable para leerla por clave. Sin
      *fichero GLMAP no hay manera de estampar cuentas y el
      *extracto no debe grabarse a medias: se aborta. Un GLMAP
      *vacío (file status 35, recién definido y sin cargar) se
      *trata igual: dejaría todo el día en la cuenta puente.
              OPEN INPUT CUENTAS-MAPA.

              IF WS-GLMAP-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir GLMAP "
                  STOP RUN
              END-IF.

           CONTAR-RESULTADOS.
      *Cuenta los registros de la generación RESOUT del día; el
      *fichero se cierra para reposicionarlo al principio antes de la

           GRABAR-APUNTE.
      *Graba un apunte de detalle por asiento del día: fecha contable
      *de AUD-FECHA llevada al siguiente día hábil de un periodo
      *abierto, Debe o Haber según el signo de AUD-RESULTADO e
      *importe en valor absoluto. Antes se contrasta el asiento con
      *su registro de RESOUT, que deben coincidir uno a uno y en el
      *mismo orden porque SUMAS los escribe en el mismo punto de
      *CALCULAR-PAR, en moneda base y en la moneda del emisor. El
      *apunte contabiliza en moneda base y lleva además la moneda y
      *el importe del emisor. Un cambio de departamento emisor
      *cierra el juego cabecera-cola en curso y abre el del
      *departamento nuevo.
              IF WS-CABECERA-GRABADA = "N"
                  PERFORM GRABAR-CABECERA
              ELSE
                      MOVE "Y" TO WS-DESCUADRE
                  NOT AT END
                      IF RIN-RESULTADO NOT = AUD-RESULTADO
                              OR RIN-MONEDA NOT = AUD-MONEDA
                              OR RIN-IMPORTE-ORIGEN
                                  NOT = AUD-IMPORTE-ORIGEN
                          MOVE "Y" TO WS-DESCUADRE
                      END-IF
              END-READ.

              MOVE AUD-FECHA TO GLD-FECHA-CONTABLE.

              PERFORM FIJAR-FECHA-CONTABLE.

              MOVE GLD-FECHA-CONTABLE TO WS-FECHA-CUENTA.

              IF AUD-RESULTADO < ZERO
                  MOVE "H" TO GLD-CARGO-ABONO


              MOVE WS-IMPORTE-ABS TO GLD-IMPORTE.

              IF AUD-IMPORTE-ORIGEN < ZERO
                  COMPUTE WS-IMPORTE-ORIGEN-ABS =
                      0 - AUD-IMPORTE-ORIGEN
              ELSE
                  MOVE AUD-IMPORTE-ORIGEN TO WS-IMPORTE-ORIGEN-ABS
              END-IF.

              MOVE AUD-MONEDA TO GLD-MONEDA.

              MOVE WS-IMPORTE-ORIGEN-ABS TO GLD-IMPORTE-ORIGEN.

              MOVE AUD-OPERACION TO GLD-OPERACION.

      *Un asiento de anulación (AUD-ANULACION = "S") trae el
      *resultado del original con el signo cambiado, así que el
      *signo ya lo manda al lado contrario; solo un original de
      *resultado cero, que fue al Debe, necesita forzar el Haber. La
      *cuenta se busca con el lado y la fecha contable del
      *original, para que la anulación deshaga el apunte en la
      *misma cuenta.
              MOVE GLD-CARGO-ABONO TO WS-SIGNO-CUENTA.

              IF AUD-ANULACION = "S"
                  MOVE "S" TO GLD-ANULACION

                  IF AUD-RESULTADO = ZERO
                      MOVE "H" TO GLD-CARGO-ABONO
                  END-IF

                  IF GLD-CARGO-ABONO = "H"
                      MOVE "D" TO WS-SIGNO-CUENTA
                  ELSE
                      MOVE "H" TO WS-SIGNO-CUENTA
                  END-IF

                  PERFORM FIJAR-FECHA-CUENTA-ORIGINAL
              END-IF.

              PERFORM ESTAMPAR-CUENTA.

              WRITE GL-DETALLE-REC.
                  WS-HASH-BLOQUE + WS-IMPORTE-ABS
                  10000000000000).

           FIJAR-FECHA-CONTABLE.
      *Un asiento de sábado, domingo o fiesta, o fechado en un
      *periodo que contabilidad ya ha cerrado, se contabiliza el
      *siguiente día laborable de un periodo abierto; la búsqueda se
      *hace antes de la de la cuenta, que se busca así vigente en la
      *fecha en que de verdad se contabiliza (la de una anulación,
      *en la de su original: ver FIJAR-FECHA-CUENTA-ORIGINAL). Sin
      *día hábil en el calendario el apunte conserva la fecha del
      *asiento (ver WS-CALENDARIO-INCOMPLETO).
              IF AUD-FECHA NOT = WS-FECHA-ASIENTO-ANTERIOR
                  MOVE AUD-FECHA TO WS-FECHA-A-DESPLAZAR

                  PERFORM BUSCAR-DIA-HABIL

                  MOVE AUD-FECHA TO WS-FECHA-ASIENTO-ANTERIOR

                  MOVE WS-FECHA-DESPLAZADA TO WS-FECHA-CONTABLE-ANTERIOR
              END-IF.

              MOVE WS-FECHA-CONTABLE-ANTERIOR TO GLD-FECHA-CONTABLE.

              IF GLD-FECHA-CONTABLE NOT = AUD-FECHA
                  ADD 1 TO WS-APUNTES-DESPLAZADOS
              END-IF.

           FIJAR-FECHA-CUENTA-ORIGINAL.
      *Fecha contable del original de una anulación, llevada al día
      *hábil igual que la de cualquier asiento; sin día hábil (o sin
      *fecha válida en la clave) se busca la cuenta en la fecha del
      *original tal cual y el extracto termina con código 12, como
      *en FIJAR-FECHA-CONTABLE.
              IF AUD-CLAVE-ORIGINAL(1:8)
                      NOT = WS-FECHA-ORIGINAL-ANTERIOR
                  MOVE AUD-CLAVE-ORIGINAL(1:8) TO WS-FECHA-A-DESPLAZAR

                  PERFORM BUSCAR-DIA-HABIL

                  MOVE AUD-CLAVE-ORIGINAL(1:8)
                      TO WS-FECHA-ORIGINAL-ANTERIOR

                  MOVE WS-FECHA-DESPLAZADA
                      TO WS-CONTABLE-ORIGINAL-ANTERIOR
              END-IF.

              MOVE WS-CONTABLE-ORIGINAL-ANTERIOR TO WS-FECHA-CUENTA.

           BUSCAR-DIA-HABIL.
              IF WS-FECHA-A-DESPLAZAR NUMERIC
                  MOVE WS-FECHA-A-DESPLAZAR-N TO WS-FECHA-DESPLAZADA
              ELSE
                  MOVE ZERO TO WS-FECHA-DESPLAZADA
              END-IF.

              MOVE "N" TO WS-DIA-HABIL-HALLADO.

              MOVE ZERO TO WS-DIAS-RECORRIDOS.

              IF WS-FECHA-A-DESPLAZAR NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD(
                          WS-FECHA-A-DESPLAZAR-N) = 0
                  COMPUTE WS-DIA-ENTERO =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-A-DESPLAZAR-N)

                  MOVE WS-FECHA-A-DESPLAZAR-N TO WS-FECHA-CANDIDATA
              ELSE
                  MOVE 999 TO WS-DIAS-RECORRIDOS
              END-IF.

              PERFORM UNTIL WS-DIA-HABIL-HALLADO = "Y"
                      OR WS-DIAS-RECORRIDOS > 366

                  PERFORM EXAMINAR-DIA-CANDIDATO

                  IF WS-DIA-HABIL-HALLADO = "N"
                      ADD 1 TO WS-DIA-ENTERO

                      COMPUTE WS-FECHA-CANDIDATA =
                          FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)

                      ADD 1 TO WS-DIAS-RECORRIDOS
                  END-IF

              END-PERFORM.

              IF WS-DIA-HABIL-HALLADO = "Y"
                  MOVE WS-FECHA-CANDIDATA TO WS-FECHA-DESPLAZADA

                  IF WS-FECHA-CANDIDATA NOT = WS-FECHA-A-DESPLAZAR-N
                      DISPLAY "Fecha contable de los asientos del "
                          WS-FECHA-A-DESPLAZAR " llevada al "
                          WS-FECHA-CANDIDATA
                          " (dia no habil o periodo cerrado)"
                  END-IF
              ELSE
                  MOVE "Y" TO WS-CALENDARIO-INCOMPLETO

                  DISPLAY "EXCEPCION: SIN DIA HABIL EN EL CALENDARIO "
                      "PARA LA FECHA " WS-FECHA-A-DESPLAZAR
                      ", SE CONSERVA LA DEL ASIENTO"
              END-IF.

           EXAMINAR-DIA-CANDIDATO.
      *El candidato vale si su periodo está abierto (el estado del
      *periodo se lee una sola vez por mes recorrido) y el día es
      *laborable. Un periodo o un día ausentes del calendario cortan
      *la búsqueda: el ejercicio no está generado.
              IF WS-CANDIDATA-PERIODO NOT = WS-PERIODO-CONOCIDO
                  MOVE WS-FECHA-CANDIDATA TO CAL-FECHA

                  MOVE ZERO TO CAL-DIA

                  READ CALENDARIO

                  IF WS-CALEND-STATUS = "00"
                      MOVE CAL-PERIODO TO WS-PERIODO-CONOCIDO

                      MOVE CAL-ESTADO-PERIODO TO WS-ESTADO-PERIODO
                  ELSE
                      MOVE ZERO TO WS-PERIODO-CONOCIDO

                      MOVE 999 TO WS-DIAS-RECORRIDOS
                  END-IF
              END-IF.

              IF WS-DIAS-RECORRIDOS NOT > 366
                      AND WS-ESTADO-PERIODO = "A"
                  MOVE WS-FECHA-CANDIDATA TO CAL-FECHA

                  READ CALENDARIO

                  EVALUATE TRUE
                      WHEN WS-CALEND-STATUS NOT = "00"
                          MOVE 999 TO WS-DIAS-RECORRIDOS
                      WHEN CAL-TIPO-DIA = "L"
                          MOVE "Y" TO WS-DIA-HABIL-HALLADO
                  END-EVALUATE
              END-IF.

           ESTAMPAR-CUENTA.
      *Busca en la parametrización la entrada de la combinación
      *operación + signo + departamento del apunte vigente en su
      *fecha contable (WS-FECHA-CUENTA, ya fijada en GRABAR-APUNTE:
      *la del original si es una anulación) y estampa su cuenta y
      *centro de coste; una combinación sin entrada vigente ese día
      *cae en la cuenta puente y deja su línea de excepción por
      *consola, para que nada contabilice en silencio donde no toca.
              MOVE GLD-OPERACION TO WS-BUSCADA-OPERACION.

              MOVE WS-SIGNO-CUENTA TO WS-BUSCADA-SIGNO.

              MOVE AUD-DEPARTAMENTO TO WS-BUSCADA-DEPARTAMENTO.

              IF WS-COMBINACION-BUSCADA NOT = WS-ULTIMA-COMBINACION
                      OR WS-FECHA-CUENTA NOT = WS-ULTIMA-FECHA
                  PERFORM BUSCAR-CUENTA-VIGENTE
              END-IF.

              IF WS-ULTIMA-HALLADA = "Y"
                  MOVE WS-ULTIMA-CUENTA TO GLD-CUENTA

                  MOVE WS-ULTIMO-CENTRO TO GLD-CENTRO-COSTE
              ELSE
                  MOVE WS-CUENTA-PUENTE TO GLD-CUENTA

                  PERFORM SENALAR-SIN-CUENTA
              END-IF.

           BUSCAR-CUENTA-VIGENTE.
      *Las entradas de una combinación están en GLMAP ordenadas por
      *fecha de inicio de vigencia y no se solapan (lo garantiza
      *SGLM), así que se recorren desde la primera mientras sigan
      *siendo de la combinación y empiecen no después de la fecha
      *contable; la vigente es la última de ellas, si su fecha de
      *fin no es anterior a la fecha contable.
              MOVE WS-COMBINACION-BUSCADA TO WS-ULTIMA-COMBINACION.

              MOVE WS-FECHA-CUENTA TO WS-ULTIMA-FECHA.

              MOVE "N" TO WS-ULTIMA-HALLADA.

              MOVE WS-COMBINACION-BUSCADA TO GLM-COMBINACION.

              MOVE ZERO TO GLM-FECHA-DESDE.

              MOVE "N" TO WS-FIN-MAPA.

              START CUENTAS-MAPA KEY IS NOT LESS THAN GLM-CLAVE
                  INVALID KEY
                      MOVE "Y" TO WS-FIN-MAPA
              END-START.

              PERFORM UNTIL WS-FIN-MAPA = "Y"

                  READ CUENTAS-MAPA NEXT
                      AT END
                          MOVE "Y" TO WS-FIN-MAPA
                      NOT AT END
                          PERFORM EXAMINAR-ENTRADA-MAPA
                  END-READ

              END-PERFORM.

           EXAMINAR-ENTRADA-MAPA.
              IF GLM-COMBINACION NOT = WS-COMBINACION-BUSCADA
                      OR GLM-FECHA-DESDE > WS-FECHA-CUENTA
                  MOVE "Y" TO WS-FIN-MAPA
              ELSE
                  IF GLM-FECHA-HASTA NOT < WS-FECHA-CUENTA
                      MOVE "Y" TO WS-ULTIMA-HALLADA

                      MOVE GLM-CUENTA TO WS-ULTIMA-CUENTA

                      MOVE GLM-CENTRO-COSTE TO WS-ULTIMO-CENTRO
                  END-IF
              END-IF.

           SENALAR-SIN-CUENTA.
      *Señala por consola, una sola vez por combinación y fecha
      *contable, que la operación + signo + departamento no tiene
      *entrada de GLMAP vigente ese día.
              MOVE "N" TO WS-YA-SENALADA.

              PERFORM VARYING WS-INDICE-MAPA FROM 1 BY 1

                  IF SEN-OPERACION(WS-INDICE-MAPA) = GLD-OPERACION
                          AND SEN-SIGNO(WS-INDICE-MAPA)
                              = WS-SIGNO-CUENTA
                          AND SEN-DEPARTAMENTO(WS-INDICE-MAPA)
                              = AUD-DEPARTAMENTO
                          AND SEN-FECHA(WS-INDICE-MAPA)
                              = WS-FECHA-CUENTA
                      MOVE "Y" TO WS-YA-SENALADA
                  END-IF


              IF WS-YA-SENALADA = "N"
                  DISPLAY "EXCEPCION: SIN CUENTA PARA OPERACION "
                      GLD-OPERACION " SIGNO " WS-SIGNO-CUENTA
                      " DEPARTAMENTO " AUD-DEPARTAMENTO
                      " EN FECHA " WS-FECHA-CUENTA
                      ", APUNTES A LA CUENTA PUENTE"

                  IF WS-NUM-SENALADAS < 50
                      MOVE GLD-OPERACION
                          TO SEN-OPERACION(WS-NUM-SENALADAS)

                      MOVE WS-SIGNO-CUENTA
                          TO SEN-SIGNO(WS-NUM-SENALADAS)

                      MOVE AUD-DEPARTAMENTO
                          TO SEN-DEPARTAMENTO(WS-NUM-SENALADAS)

                      MOVE WS-FECHA-CUENTA
                          TO SEN-FECHA(WS-NUM-SENALADAS)
                  END-IF
              END-IF.

