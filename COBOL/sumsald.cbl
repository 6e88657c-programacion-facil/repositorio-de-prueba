       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSALD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Actualización diaria del maestro de saldos contables y balance
      *de sumas y saldos: como paso posterior a GLEXTSTP (ver
      *JCL/SUMASJB.jcl), lee el GLOUT que acaba de grabar SUMGLEXT,
      *acumula sus apuntes por cuenta + centro de coste y los aplica
      *al KSDS PROD.SUMAS.SALDOS.VSAM (ver la copy SALREC), con la
      *contrapartida de cada apunte en la cuenta de enlace de su
      *centro. Después recorre el maestro entero, pasa de día (y de
      *mes y de ejercicio) los registros sin movimiento, y emite en
      *BALRPT el balance del día, que debe sumar cero. Así "¿qué
      *saldo tiene la 70000002 del CC1000?" se contesta con el
      *balance de la noche en vez de sumando a mano generaciones
      *antiguas de GLOUT. Un relanzamiento con el mismo GLOUT (tras
      *un corte, o por error) no aplica nada dos veces: cada
      *registro guarda la identidad del último GLOUT que recibió.
      *El KSDS se define una sola vez con JCL/DEFSALDO.jcl.
           SELECT GL-IN ASSIGN TO "GLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Extracto de apuntes del día, el mismo diseño de 56 bytes que
      *graba SUMGLEXT.
       FD  GL-IN.
           COPY GLREC.

       FD  SALDOS.
           COPY SALREC.

       FD  BALANCE-REPORT.
           01 BALANCE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-GL-STATUS PIC X(2).

           01 WS-SALDOS-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Un KSDS recién definido y aún sin cargar da file status 35 al
      *abrirlo I-O y se abre OUTPUT, como en SUMVLOAD: en esa primera
      *ejecución todas las cuentas son altas.
           01 WS-CARGA-INICIAL PIC X VALUE "N".

      *Cuenta de enlace con contabilidad: recibe, en el mismo centro
      *de coste, el lado contrario de cada apunte del GLOUT, que es
      *de una sola pata (un Debe o un Haber por par). Con ella el
      *balance de cada centro, y el total, suman cero, y su saldo es
      *lo que el lote SUMAS ha mandado a contabilidad y aún no se ha
      *liquidado.
           01 WS-CUENTA-ENLACE PIC X(8) VALUE "55500000".

      *Movimiento del GLOUT acumulado por cuenta + centro, para
      *aplicar cada registro del maestro con una sola regrabación
      *(así un corte a mitad deja cada registro o aplicado entero o
      *sin aplicar, y el relanzamiento completa los que faltan).
           01 WS-TABLA-MOVIMIENTOS.
               05 WS-MOVIMIENTO OCCURS 2000.
                   10 TMV-CUENTA PIC X(8).
                   10 TMV-CENTRO PIC X(6).
                   10 TMV-DEBE PIC 9(15).
                   10 TMV-HABER PIC 9(15).

           01 WS-NUM-MOVIMIENTOS PIC 9(4) VALUE ZERO.

           01 WS-INDICE PIC 9(4).

           01 WS-INDICE-HALLADO PIC 9(4).

      *Movimiento que se está anotando en la tabla.
           01 WS-MOV-CUENTA PIC X(8).

           01 WS-MOV-CENTRO PIC X(6).

           01 WS-MOV-LADO PIC X(1).

      *Identidad del GLOUT leído: fecha contable de sus apuntes (la
      *mayor, si hubiera varias; la de la cabecera si no trae
      *ninguno), número de apuntes y hash de importes módulo 10**13,
      *el mismo convenio de la cola de SUMGLEXT. Se estampa en cada
      *registro al aplicarle el movimiento.
           01 WS-IDENTIDAD-GLOUT.
               05 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
               05 WS-APUNTES-GLOUT PIC 9(7) VALUE ZERO.
               05 WS-HASH-GLOUT PIC 9(13) VALUE ZERO.

           01 WS-PARTES-FECHA-PROCESO REDEFINES WS-IDENTIDAD-GLOUT.
               05 WS-PROCESO-EJERCICIO PIC 9(4).
               05 WS-PROCESO-MES PIC 9(2).
               05 FILLER PIC X(22).

      *Fecha del registro que se pasa a la fecha de proceso.
           01 WS-FECHA-REGISTRO PIC 9(8).

           01 WS-PARTES-FECHA-REGISTRO REDEFINES WS-FECHA-REGISTRO.
               05 WS-REGISTRO-EJERCICIO PIC 9(4).
               05 WS-REGISTRO-MES PIC 9(2).
               05 WS-REGISTRO-DIA PIC 9(2).

      *Cuadre del GLOUT contra sus propias colas antes de aplicar
      *nada: apuntes y hash anunciados por las colas.
           01 WS-APUNTES-COLAS PIC 9(7) VALUE ZERO.

           01 WS-HASH-COLAS PIC 9(13) VALUE ZERO.

           01 WS-APUNTES-ILEGIBLES PIC 9(7) VALUE ZERO.

      *Totales de la aplicación: registros del maestro dados de alta,
      *actualizados, ya aplicados por una ejecución anterior con este
      *mismo GLOUT, y con saldo de una fecha posterior a la del GLOUT
      *(un GLOUT atrasado que no se puede aplicar sin rehacer los
      *días siguientes).
           01 WS-ALTAS PIC 9(5) VALUE ZERO.

           01 WS-ACTUALIZADOS PIC 9(5) VALUE ZERO.

           01 WS-YA-APLICADOS PIC 9(5) VALUE ZERO.

           01 WS-ATRASADOS PIC 9(5) VALUE ZERO.

           01 WS-ERRORES-SALDOS PIC 9(5) VALUE ZERO.

      *Totales del balance: deben salir a cero el saldo de apertura y
      *el de cierre, y el Debe igual al Haber, en el día, en el mes
      *y en el ejercicio.
           01 WS-TOTALES-BALANCE.
               05 TOT-APERTURA PIC S9(15) VALUE ZERO.
               05 TOT-DEBE-DIA PIC 9(15) VALUE ZERO.
               05 TOT-HABER-DIA PIC 9(15) VALUE ZERO.
               05 TOT-CIERRE PIC S9(15) VALUE ZERO.
               05 TOT-DEBE-MES PIC 9(15) VALUE ZERO.
               05 TOT-HABER-MES PIC 9(15) VALUE ZERO.
               05 TOT-DEBE-EJERCICIO PIC 9(15) VALUE ZERO.
               05 TOT-HABER-EJERCICIO PIC 9(15) VALUE ZERO.

           01 WS-CUENTAS-BALANCE PIC 9(5) VALUE ZERO.

           01 WS-BALANCE-DESCUADRADO PIC X VALUE "N".

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

           01 WS-SALDO-ED PIC -ZZZZZZZZZZZZ9.

           01 WS-DEBE-ED PIC ZZZZZZZZZZZZZ9.

           01 WS-HABER-ED PIC ZZZZZZZZZZZZZ9.

           01 WS-CIERRE-ED PIC -ZZZZZZZZZZZZ9.

           01 WS-DEBE-ACUM-ED PIC ZZZZZZZZZZZZ9.

           01 WS-HABER-ACUM-ED PIC ZZZZZZZZZZZZ9.

           01 WS-DEBE-EJER-ED PIC ZZZZZZZZZZZZ9.

           01 WS-HABER-EJER-ED PIC ZZZZZZZZZZZZ9.

           01 WS-CONTADOR-ED PIC ZZZZ9.

           01 WS-APUNTES-ED PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.

      *Primero se lee y se cuadra el GLOUT entero: si no cuadra con
      *sus colas no se toca el maestro.
              PERFORM LEER-GLOUT.

              OPEN I-O SALDOS.

              IF WS-SALDOS-STATUS = "35"
                  OPEN OUTPUT SALDOS

                  MOVE "Y" TO WS-CARGA-INICIAL
              END-IF.

              IF WS-SALDOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir SALDOS "
                      "(file status " WS-SALDOS-STATUS
                      "), actualizacion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN OUTPUT BALANCE-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-MOVIMIENTOS

                  PERFORM APLICAR-MOVIMIENTO

              END-PERFORM.

      *Se reabre el maestro para recorrerlo entero en orden de
      *clave (en la carga inicial estaba abierto OUTPUT y no se
      *puede leer); sin ningún registro no hay balance que emitir.
              CLOSE SALDOS.

              OPEN I-O SALDOS.

              IF WS-SALDOS-STATUS = "00"
                  PERFORM EMITIR-BALANCE

                  CLOSE SALDOS
              ELSE
                  DISPLAY "AVISO: maestro de saldos vacio (file "
                      "status " WS-SALDOS-STATUS "), balance sin "
                      "cuentas"
              END-IF.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE BALANCE-REPORT.

              MOVE WS-APUNTES-GLOUT TO WS-APUNTES-ED.

              DISPLAY "Saldos actualizados con " WS-APUNTES-ED
                  " apuntes del GLOUT de fecha " WS-FECHA-PROCESO.

      *Un balance que no suma cero, un error de grabación o un GLOUT
      *atrasado dejan el maestro en entredicho: código de retorno 12
      *para que no se dé por bueno hasta revisarlo. Un relanzamiento
      *que encuentra el movimiento ya aplicado es correcto, pero se
      *señala con código 4 para que operación sepa que lo hubo.
              EVALUATE TRUE
                  WHEN WS-BALANCE-DESCUADRADO = "Y"
                          OR WS-ERRORES-SALDOS > ZERO
                          OR WS-ATRASADOS > ZERO
                      DISPLAY "AVISO: BALANCE DESCUADRADO O SALDOS "
                          "SIN APLICAR, VER INFORME BALRPT"
                      MOVE 12 TO RETURN-CODE
                  WHEN WS-YA-APLICADOS > ZERO
                      DISPLAY "AVISO: GLOUT YA APLICADO EN "
                          WS-YA-APLICADOS " CUENTAS, NO SE REPITE"
                      MOVE 4 TO RETURN-CODE
              END-EVALUATE.

              STOP RUN.

           LEER-GLOUT.
      *Acumula los apuntes del GLOUT por cuenta + centro, con su
      *contrapartida en la cuenta de enlace, y calcula la identidad
      *del fichero; las colas deben anunciar los mismos apuntes y
      *el mismo hash, o el fichero está incompleto.
              OPEN INPUT GL-IN.

              IF WS-GL-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir GLIN "
                      "(file status " WS-GL-STATUS
                      "), actualizacion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ GL-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM TRATAR-REGISTRO-GLOUT
                  END-READ

              END-PERFORM.

              CLOSE GL-IN.

              IF WS-APUNTES-ILEGIBLES > ZERO
                      OR WS-APUNTES-COLAS NOT = WS-APUNTES-GLOUT
                      OR WS-HASH-COLAS NOT = WS-HASH-GLOUT
                  DISPLAY "ERROR FATAL: GLOUT NO CUADRA CON SUS COLAS"
                      " (" WS-APUNTES-GLOUT " apuntes leidos, "
                      WS-APUNTES-COLAS " anunciados, "
                      WS-APUNTES-ILEGIBLES " ilegibles), saldos sin "
                      "actualizar"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF WS-FECHA-PROCESO = ZERO
                  DISPLAY "ERROR FATAL: GLOUT sin cabecera ni "
                      "apuntes, actualizacion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

           TRATAR-REGISTRO-GLOUT.
              EVALUATE GLC-TIPO
                  WHEN "1"
                      IF WS-APUNTES-GLOUT = ZERO
                              AND GLC-FECHA-LOTE NUMERIC
                              AND GLC-FECHA-LOTE > WS-FECHA-PROCESO
                          MOVE GLC-FECHA-LOTE TO WS-FECHA-PROCESO
                      END-IF
                  WHEN "2"
                      PERFORM TRATAR-APUNTE
                  WHEN "9"
                      IF GLT-NUM-APUNTES NUMERIC
                              AND GLT-HASH-IMPORTES NUMERIC
                          ADD GLT-NUM-APUNTES TO WS-APUNTES-COLAS

                          COMPUTE WS-HASH-COLAS = FUNCTION MOD(
                              WS-HASH-COLAS + GLT-HASH-IMPORTES
                              10000000000000)
                      ELSE
                          ADD 1 TO WS-APUNTES-ILEGIBLES
                      END-IF
                  WHEN OTHER
                      ADD 1 TO WS-APUNTES-ILEGIBLES
              END-EVALUATE.

           TRATAR-APUNTE.
      *El primer apunte sustituye a la fecha de la cabecera: la
      *fecha de proceso es la fecha contable de los apuntes, que
      *SUMGLEXT ya ha llevado a día hábil.
              IF GLD-FECHA-CONTABLE NOT NUMERIC
                      OR GLD-IMPORTE NOT NUMERIC
                      OR (GLD-CARGO-ABONO NOT = "D"
                      AND GLD-CARGO-ABONO NOT = "H")
                  ADD 1 TO WS-APUNTES-ILEGIBLES
              ELSE
                  IF WS-APUNTES-GLOUT = ZERO
                      MOVE GLD-FECHA-CONTABLE TO WS-FECHA-PROCESO
                  END-IF

                  IF GLD-FECHA-CONTABLE > WS-FECHA-PROCESO
                      MOVE GLD-FECHA-CONTABLE TO WS-FECHA-PROCESO
                  END-IF

                  ADD 1 TO WS-APUNTES-GLOUT

                  COMPUTE WS-HASH-GLOUT = FUNCTION MOD(
                      WS-HASH-GLOUT + GLD-IMPORTE 10000000000000)

                  MOVE GLD-CUENTA TO WS-MOV-CUENTA

                  MOVE GLD-CENTRO-COSTE TO WS-MOV-CENTRO

                  MOVE GLD-CARGO-ABONO TO WS-MOV-LADO

                  PERFORM ANOTAR-MOVIMIENTO

                  MOVE WS-CUENTA-ENLACE TO WS-MOV-CUENTA

                  IF GLD-CARGO-ABONO = "D"
                      MOVE "H" TO WS-MOV-LADO
                  ELSE
                      MOVE "D" TO WS-MOV-LADO
                  END-IF

                  PERFORM ANOTAR-MOVIMIENTO
              END-IF.

           ANOTAR-MOVIMIENTO.
      *Suma el importe del apunte al Debe o al Haber de la cuenta +
      *centro en la tabla, dándola de alta si es la primera vez.
              MOVE ZERO TO WS-INDICE-HALLADO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-MOVIMIENTOS
                      OR WS-INDICE-HALLADO > ZERO

                  IF TMV-CUENTA(WS-INDICE) = WS-MOV-CUENTA
                          AND TMV-CENTRO(WS-INDICE) = WS-MOV-CENTRO
                      MOVE WS-INDICE TO WS-INDICE-HALLADO
                  END-IF

              END-PERFORM.

              IF WS-INDICE-HALLADO = ZERO
                  IF WS-NUM-MOVIMIENTOS >= 2000
                      DISPLAY "ERROR FATAL: mas de 2000 cuentas y "
                          "centros en el GLOUT, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO WS-NUM-MOVIMIENTOS

                  MOVE WS-NUM-MOVIMIENTOS TO WS-INDICE-HALLADO

                  MOVE WS-MOV-CUENTA TO TMV-CUENTA(WS-INDICE-HALLADO)

                  MOVE WS-MOV-CENTRO TO TMV-CENTRO(WS-INDICE-HALLADO)

                  MOVE ZERO TO TMV-DEBE(WS-INDICE-HALLADO)

                  MOVE ZERO TO TMV-HABER(WS-INDICE-HALLADO)
              END-IF.

              IF WS-MOV-LADO = "D"
                  ADD GLD-IMPORTE TO TMV-DEBE(WS-INDICE-HALLADO)
              ELSE
                  ADD GLD-IMPORTE TO TMV-HABER(WS-INDICE-HALLADO)
              END-IF.

           APLICAR-MOVIMIENTO.
      *Aplica al maestro el movimiento acumulado de una cuenta +
      *centro: alta si no existe; si existe, se salta si ya tiene
      *estampado este mismo GLOUT (relanzamiento) o si su saldo es
      *de una fecha posterior (GLOUT atrasado), y si no se pasa a la
      *fecha de proceso y se le suma el movimiento.
              MOVE TMV-CUENTA(WS-INDICE) TO SAL-CUENTA.

              MOVE TMV-CENTRO(WS-INDICE) TO SAL-CENTRO-COSTE.

              IF WS-CARGA-INICIAL = "Y"
                  MOVE "23" TO WS-SALDOS-STATUS
              ELSE
                  READ SALDOS
              END-IF.

              EVALUATE TRUE
                  WHEN WS-SALDOS-STATUS = "23"
                      PERFORM DAR-ALTA-SALDO
                  WHEN WS-SALDOS-STATUS NOT = "00"
                      PERFORM ANOTAR-ERROR-SALDOS
                  WHEN SAL-ULTIMA-APLICACION = WS-IDENTIDAD-GLOUT
                      ADD 1 TO WS-YA-APLICADOS
                  WHEN SAL-FECHA-SALDO > WS-FECHA-PROCESO
                      ADD 1 TO WS-ATRASADOS

                      MOVE SPACES TO BALANCE-REPORT-LINE

                      STRING "ERROR: " SAL-CUENTA " " SAL-CENTRO-COSTE
                          " TIENE SALDO DEL " SAL-FECHA-SALDO
                          ", GLOUT DEL " WS-FECHA-PROCESO
                          " NO APLICADO"
                          DELIMITED BY SIZE INTO BALANCE-REPORT-LINE

                      WRITE BALANCE-REPORT-LINE
                  WHEN OTHER
                      PERFORM PASAR-A-FECHA-PROCESO

                      PERFORM SUMAR-MOVIMIENTO

                      REWRITE SALDO-REC

                      IF WS-SALDOS-STATUS = "00"
                          ADD 1 TO WS-ACTUALIZADOS
                      ELSE
                          PERFORM ANOTAR-ERROR-SALDOS
                      END-IF
              END-EVALUATE.

           DAR-ALTA-SALDO.
              MOVE TMV-CUENTA(WS-INDICE) TO SAL-CUENTA.

              MOVE TMV-CENTRO(WS-INDICE) TO SAL-CENTRO-COSTE.

              MOVE WS-FECHA-PROCESO TO SAL-FECHA-SALDO.

              MOVE ZERO TO SAL-SALDO-APERTURA.

              MOVE ZERO TO SAL-DEBE-DIA.

              MOVE ZERO TO SAL-HABER-DIA.

              MOVE ZERO TO SAL-DEBE-MES.

              MOVE ZERO TO SAL-HABER-MES.

              MOVE ZERO TO SAL-DEBE-EJERCICIO.

              MOVE ZERO TO SAL-HABER-EJERCICIO.

              MOVE WS-FECHA-HOY TO SAL-FECHA-ALTA.

              PERFORM SUMAR-MOVIMIENTO.

              WRITE SALDO-REC.

              IF WS-SALDOS-STATUS = "00"
                  ADD 1 TO WS-ALTAS
              ELSE
                  PERFORM ANOTAR-ERROR-SALDOS
              END-IF.

           SUMAR-MOVIMIENTO.
      *Suma el movimiento al día, al mes y al ejercicio, recalcula
      *el cierre y estampa la identidad del GLOUT.
              ADD TMV-DEBE(WS-INDICE) TO SAL-DEBE-DIA.

              ADD TMV-HABER(WS-INDICE) TO SAL-HABER-DIA.

              ADD TMV-DEBE(WS-INDICE) TO SAL-DEBE-MES.

              ADD TMV-HABER(WS-INDICE) TO SAL-HABER-MES.

              ADD TMV-DEBE(WS-INDICE) TO SAL-DEBE-EJERCICIO.

              ADD TMV-HABER(WS-INDICE) TO SAL-HABER-EJERCICIO.

              COMPUTE SAL-SALDO-CIERRE = SAL-SALDO-APERTURA
                  + SAL-DEBE-DIA - SAL-HABER-DIA.

              MOVE WS-IDENTIDAD-GLOUT TO SAL-ULTIMA-APLICACION.

           PASAR-A-FECHA-PROCESO.
      *Paso de día del registro: el cierre pasa a apertura y el día
      *vuelve a cero; con cambio de mes también el mes, y con cambio
      *de año también el ejercicio. Sobre un registro ya en la
      *fecha de proceso no hace nada, así que repetirlo es inocuo.
              IF SAL-FECHA-SALDO < WS-FECHA-PROCESO
                  MOVE SAL-FECHA-SALDO TO WS-FECHA-REGISTRO

                  IF WS-REGISTRO-EJERCICIO NOT = WS-PROCESO-EJERCICIO
                      MOVE ZERO TO SAL-DEBE-EJERCICIO

                      MOVE ZERO TO SAL-HABER-EJERCICIO
                  END-IF

                  IF WS-REGISTRO-EJERCICIO NOT = WS-PROCESO-EJERCICIO
                          OR WS-REGISTRO-MES NOT = WS-PROCESO-MES
                      MOVE ZERO TO SAL-DEBE-MES

                      MOVE ZERO TO SAL-HABER-MES
                  END-IF

                  MOVE SAL-SALDO-CIERRE TO SAL-SALDO-APERTURA

                  MOVE ZERO TO SAL-DEBE-DIA

                  MOVE ZERO TO SAL-HABER-DIA

                  MOVE WS-FECHA-PROCESO TO SAL-FECHA-SALDO
              END-IF.

           ANOTAR-ERROR-SALDOS.
              ADD 1 TO WS-ERRORES-SALDOS.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING "ERROR: " SAL-CUENTA " " SAL-CENTRO-COSTE
                  " FILE STATUS " WS-SALDOS-STATUS
                  " EN EL MAESTRO DE SALDOS, MOVIMIENTO NO APLICADO"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

           EMITIR-BALANCE.
      *Recorre el maestro en orden de cuenta + centro, pasa de
      *fecha los registros que hoy no han tenido movimiento (así el
      *cambio de mes y de ejercicio alcanza a todas las cuentas) e
      *imprime cada una con dos líneas: apertura, Debe y Haber del
      *día y cierre; Debe y Haber del mes y del ejercicio.
              MOVE SPACES TO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ SALDOS NEXT RECORD
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM EMITIR-CUENTA
                  END-READ

              END-PERFORM.

           EMITIR-CUENTA.
              IF SAL-FECHA-SALDO < WS-FECHA-PROCESO
                  PERFORM PASAR-A-FECHA-PROCESO

                  REWRITE SALDO-REC

                  IF WS-SALDOS-STATUS NOT = "00"
                      PERFORM ANOTAR-ERROR-SALDOS
                  END-IF
              END-IF.

              ADD 1 TO WS-CUENTAS-BALANCE.

              ADD SAL-SALDO-APERTURA TO TOT-APERTURA.

              ADD SAL-DEBE-DIA TO TOT-DEBE-DIA.

              ADD SAL-HABER-DIA TO TOT-HABER-DIA.

              ADD SAL-SALDO-CIERRE TO TOT-CIERRE.

              ADD SAL-DEBE-MES TO TOT-DEBE-MES.

              ADD SAL-HABER-MES TO TOT-HABER-MES.

              ADD SAL-DEBE-EJERCICIO TO TOT-DEBE-EJERCICIO.

              ADD SAL-HABER-EJERCICIO TO TOT-HABER-EJERCICIO.

              MOVE SAL-SALDO-APERTURA TO WS-SALDO-ED.

              MOVE SAL-DEBE-DIA TO WS-DEBE-ED.

              MOVE SAL-HABER-DIA TO WS-HABER-ED.

              MOVE SAL-SALDO-CIERRE TO WS-CIERRE-ED.

              MOVE SAL-DEBE-MES TO WS-DEBE-ACUM-ED.

              MOVE SAL-HABER-MES TO WS-HABER-ACUM-ED.

              MOVE SAL-DEBE-EJERCICIO TO WS-DEBE-EJER-ED.

              MOVE SAL-HABER-EJERCICIO TO WS-HABER-EJER-ED.

              PERFORM ESCRIBIR-LINEAS-BALANCE.

           ESCRIBIR-LINEAS-BALANCE.
      *Las dos líneas de una cuenta (o de los totales) con los
      *importes ya editados.
              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING SAL-CUENTA " " SAL-CENTRO-COSTE " " WS-SALDO-ED
                  " " WS-DEBE-ED " " WS-HABER-ED " " WS-CIERRE-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING "  MES " WS-DEBE-ACUM-ED " " WS-HABER-ACUM-ED
                  "  EJERCICIO " WS-DEBE-EJER-ED " " WS-HABER-EJER-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING "BALANCE DE SUMAS Y SALDOS SUMAS - FECHA "
                  "CONTABLE " WS-FECHA-PROCESO
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING "CUENTA   CENTRO       APERTURA       DEBE DIA"
                  "      HABER DIA         CIERRE"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              STRING "         (SALDO + DEUDOR, - ACREEDOR)  "
                  "DEBE/HABER DEL MES Y DEL EJERCICIO"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
      *Totales del balance y su cuadre: apertura y cierre a cero y
      *Debe igual a Haber en el día, el mes y el ejercicio.
              MOVE SPACES TO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE "TOTALES" TO SAL-CUENTA.

              MOVE SPACES TO SAL-CENTRO-COSTE.

              MOVE TOT-APERTURA TO WS-SALDO-ED.

              MOVE TOT-DEBE-DIA TO WS-DEBE-ED.

              MOVE TOT-HABER-DIA TO WS-HABER-ED.

              MOVE TOT-CIERRE TO WS-CIERRE-ED.

              MOVE TOT-DEBE-MES TO WS-DEBE-ACUM-ED.

              MOVE TOT-HABER-MES TO WS-HABER-ACUM-ED.

              MOVE TOT-DEBE-EJERCICIO TO WS-DEBE-EJER-ED.

              MOVE TOT-HABER-EJERCICIO TO WS-HABER-EJER-ED.

              PERFORM ESCRIBIR-LINEAS-BALANCE.

              IF TOT-APERTURA NOT = ZERO
                      OR TOT-CIERRE NOT = ZERO
                      OR TOT-DEBE-DIA NOT = TOT-HABER-DIA
                      OR TOT-DEBE-MES NOT = TOT-HABER-MES
                      OR TOT-DEBE-EJERCICIO NOT = TOT-HABER-EJERCICIO
                  MOVE "Y" TO WS-BALANCE-DESCUADRADO
              END-IF.

              MOVE WS-CUENTAS-BALANCE TO WS-CONTADOR-ED.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              IF WS-BALANCE-DESCUADRADO = "Y"
                  STRING "ERROR: EL BALANCE NO SUMA CERO ("
                      WS-CONTADOR-ED " CUENTAS), REVISAR EL MAESTRO"
                      DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
              ELSE
                  STRING "BALANCE CUADRADO A CERO (" WS-CONTADOR-ED
                      " CUENTAS)"
                      DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
              END-IF.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              MOVE WS-APUNTES-GLOUT TO WS-APUNTES-ED.

              STRING "APUNTES GLOUT: " WS-APUNTES-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              MOVE WS-ALTAS TO WS-CONTADOR-ED.

              STRING "CUENTAS DADAS DE ALTA: " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              MOVE WS-ACTUALIZADOS TO WS-CONTADOR-ED.

              STRING "CUENTAS ACTUALIZADAS: " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              MOVE SPACES TO BALANCE-REPORT-LINE.

              MOVE WS-YA-APLICADOS TO WS-CONTADOR-ED.

              STRING "YA APLICADAS (RELANZAMIENTO): " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.

              WRITE BALANCE-REPORT-LINE.

              IF WS-ATRASADOS > ZERO OR WS-ERRORES-SALDOS > ZERO
                  MOVE SPACES TO BALANCE-REPORT-LINE

                  MOVE WS-ATRASADOS TO WS-CONTADOR-ED

                  STRING "SIN APLICAR POR GLOUT ATRASADO: "
                      WS-CONTADOR-ED
                      DELIMITED BY SIZE INTO BALANCE-REPORT-LINE

                  WRITE BALANCE-REPORT-LINE

                  MOVE SPACES TO BALANCE-REPORT-LINE

                  MOVE WS-ERRORES-SALDOS TO WS-CONTADOR-ED

                  STRING "ERRORES DE GRABACION: " WS-CONTADOR-ED
                      DELIMITED BY SIZE INTO BALANCE-REPORT-LINE

                  WRITE BALANCE-REPORT-LINE
              END-IF.

       END PROGRAM SUMSALD.
