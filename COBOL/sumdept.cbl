       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMDEPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Mantenimiento del registro de departamentos emisores (ver la
      *copy DEPREC): aplica las tarjetas de alta, cambio y baja que
      *prepara el equipo (DEPTCARD) sobre el KSDS
      *PROD.SUMAS.DEPARTAMENTOS.VSAM y deja en DEPTRPT el informe de
      *cambios, con la imagen de cada departamento antes y después
      *del cambio, las tarjetas rechazadas con su motivo y el
      *registro completo tal como queda, para el expediente de
      *auditoría. Una baja no borra el registro: lo deja inactivo,
      *porque su letra de origen sigue en las claves del maestro de
      *resultados y no debe reasignarse. El KSDS se define una sola
      *vez con JCL/DEFDEPTO.jcl; ver JCL/SUMDEPTJ.jcl.
           SELECT DEPT-CARDS ASSIGN TO "DEPTCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Tarjeta de mantenimiento, en columnas fijas:
      *  1     acción: A alta, M cambio, B baja
      *  2-10  departamento, tal como llega en la cabecera HDR
      *  11    letra de origen (solo en el alta; no se puede cambiar)
      *  12    estado A activo / I de baja (solo en el cambio;
      *        espacio = conservar)
      *  13-15 operaciones permitidas, las letras A/S/M en cualquier
      *        orden (espacios = conservar en un cambio)
      *  16-45 nombre descriptivo (espacios = conservar en un cambio)
       FD  DEPT-CARDS.
           01 DEPT-CARD-REC.
               05 DTC-ACCION PIC X(1).
               05 DTC-DEPARTAMENTO PIC X(9).
               05 DTC-ORIGEN PIC X(1).
               05 DTC-ESTADO PIC X(1).
               05 DTC-OPERACIONES PIC X(3).
               05 DTC-NOMBRE PIC X(30).
               05 FILLER PIC X(35).

       FD  DEPARTAMENTOS.
           COPY DEPREC.

       FD  CHANGE-REPORT.
           01 CHANGE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-CARDS-STATUS PIC X(2).

           01 WS-DEPTOS-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *Un KSDS recién definido y aún sin cargar da file status 35 al
      *abrirlo I-O y se abre OUTPUT, como en la carga del maestro de
      *SUMVLOAD: en esa primera ejecución solo caben altas.
           01 WS-CARGA-INICIAL PIC X VALUE "N".

      *Tabla con el registro completo en memoria, para comprobar que
      *la letra de origen de un alta no esté ya asignada (activo o
      *no) y para listar el registro resultante. Con una letra
      *distinta por departamento, 30 posiciones dan de sobra.
           01 WS-TABLA-DEPARTAMENTOS.
               05 WS-DEPARTAMENTO-TABLA OCCURS 30.
                   10 TDP-CODIGO PIC X(9).
                   10 TDP-ORIGEN PIC X(1).
                   10 TDP-IMAGEN PIC X(80).

           01 WS-NUM-DEPARTAMENTOS PIC 9(2) VALUE ZERO.

           01 WS-INDICE PIC 9(2).

           01 WS-INDICE-HALLADO PIC 9(2).

           01 WS-INDICE-ORIGEN PIC 9(2).

           01 WS-POSICION PIC 9(1).

      *Operaciones de la tarjeta traducidas a los tres indicadores
      *Y/N del registro.
           01 WS-OPERACIONES-NUEVAS.
               05 WS-NUEVA-SUMA PIC X(1).
               05 WS-NUEVA-RESTA PIC X(1).
               05 WS-NUEVA-MULTIPLICA PIC X(1).

           01 WS-MOTIVO-ERROR PIC X(40).

           01 WS-SECUENCIA-TARJETA PIC 9(5) VALUE ZERO.

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

      *Imagen legible de un departamento para el informe: origen,
      *estado, operaciones permitidas (la letra o un guion) y nombre.
           01 WS-IMAGEN-ED.
               05 IMG-ORIGEN PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 IMG-ESTADO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 IMG-SUMA PIC X(1).
               05 IMG-RESTA PIC X(1).
               05 IMG-MULTIPLICA PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 IMG-NOMBRE PIC X(30).

           01 WS-IMAGEN-ANTES PIC X(38).

           01 WS-ACCION-ED PIC X(7).

      *Totales de control de la ejecución.
           01 WS-TARJETAS-LEIDAS PIC 9(5) VALUE ZERO.

           01 WS-ALTAS PIC 9(5) VALUE ZERO.

           01 WS-CAMBIOS PIC 9(5) VALUE ZERO.

           01 WS-BAJAS PIC 9(5) VALUE ZERO.

           01 WS-TARJETAS-ERRONEAS PIC 9(5) VALUE ZERO.

           01 WS-SECUENCIA-ED PIC 9(5).

           01 WS-TARJETAS-LEIDAS-ED PIC ZZZZ9.

           01 WS-ALTAS-ED PIC ZZZZ9.

           01 WS-CAMBIOS-ED PIC ZZZZ9.

           01 WS-BAJAS-ED PIC ZZZZ9.

           01 WS-TARJETAS-ERRONEAS-ED PIC ZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.

              OPEN INPUT DEPT-CARDS.

              IF WS-CARDS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir DEPTCARD "
                      "(file status " WS-CARDS-STATUS
                      "), mantenimiento abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              OPEN I-O DEPARTAMENTOS.

              IF WS-DEPTOS-STATUS = "35"
                  OPEN OUTPUT DEPARTAMENTOS

                  MOVE "Y" TO WS-CARGA-INICIAL
              END-IF.

              IF WS-DEPTOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir DEPTOS "
                      "(file status " WS-DEPTOS-STATUS
                      "), mantenimiento abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              IF WS-CARGA-INICIAL = "N"
                  PERFORM CARGAR-DEPARTAMENTOS
              END-IF.

              OPEN OUTPUT CHANGE-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ DEPT-CARDS
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          ADD 1 TO WS-TARJETAS-LEIDAS

                          ADD 1 TO WS-SECUENCIA-TARJETA

                          PERFORM TRATAR-TARJETA
                  END-READ

              END-PERFORM.

              PERFORM EMITIR-REGISTRO-RESULTANTE.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE DEPT-CARDS.

              CLOSE DEPARTAMENTOS.

              CLOSE CHANGE-REPORT.

      *Una tarjeta rechazada es un error de grabación del equipo: el
      *resto de cambios ya está aplicado, pero se termina con código
      *de retorno 8 para que se revise y se vuelva a someter.
              IF WS-TARJETAS-ERRONEAS > ZERO
                  DISPLAY "TARJETAS DE DEPARTAMENTO RECHAZADAS, VER "
                      "INFORME DEPTRPT"
                  MOVE 8 TO RETURN-CODE
              END-IF.

              STOP RUN.

           CARGAR-DEPARTAMENTOS.
      *Lectura secuencial del registro completo, en orden de clave,
      *a la tabla en memoria.
              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ DEPARTAMENTOS NEXT RECORD
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM ANOTAR-EN-TABLA
                  END-READ

              END-PERFORM.

           ANOTAR-EN-TABLA.
              IF WS-NUM-DEPARTAMENTOS >= 30
                  DISPLAY "ERROR FATAL: mas de 30 departamentos "
                      "registrados, ampliar la tabla"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              ADD 1 TO WS-NUM-DEPARTAMENTOS.

              MOVE DEP-CODIGO TO TDP-CODIGO(WS-NUM-DEPARTAMENTOS).

              MOVE DEP-ORIGEN TO TDP-ORIGEN(WS-NUM-DEPARTAMENTOS).

              MOVE DEPARTAMENTO-REC
                  TO TDP-IMAGEN(WS-NUM-DEPARTAMENTOS).

           TRATAR-TARJETA.
      *Valida la tarjeta contra el registro en memoria y, si es
      *buena, aplica el cambio al KSDS y al informe; si no, la
      *rechaza con su motivo sin tocar nada.
              MOVE SPACES TO WS-MOTIVO-ERROR.

              PERFORM BUSCAR-DEPARTAMENTO.

              EVALUATE DTC-ACCION
                  WHEN "A"
                      PERFORM VALIDAR-ALTA
                  WHEN "M"
                      PERFORM VALIDAR-CAMBIO
                  WHEN "B"
                      PERFORM VALIDAR-BAJA
                  WHEN OTHER
                      MOVE "ACCION NO VALIDA (A/M/B)"
                          TO WS-MOTIVO-ERROR
              END-EVALUATE.

              IF WS-MOTIVO-ERROR = SPACES
                  EVALUATE DTC-ACCION
                      WHEN "A"
                          PERFORM APLICAR-ALTA
                      WHEN "M"
                          PERFORM APLICAR-CAMBIO
                      WHEN "B"
                          PERFORM APLICAR-BAJA
                  END-EVALUATE
              END-IF.

              IF WS-MOTIVO-ERROR NOT = SPACES
                  PERFORM INFORMAR-TARJETA-ERRONEA
              END-IF.

           BUSCAR-DEPARTAMENTO.
              MOVE ZERO TO WS-INDICE-HALLADO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-DEPARTAMENTOS
                      OR WS-INDICE-HALLADO > ZERO

                  IF TDP-CODIGO(WS-INDICE) = DTC-DEPARTAMENTO
                      MOVE WS-INDICE TO WS-INDICE-HALLADO
                  END-IF

              END-PERFORM.

           VALIDAR-ALTA.
              EVALUATE TRUE
                  WHEN DTC-DEPARTAMENTO = SPACES
                      MOVE "DEPARTAMENTO EN BLANCO" TO WS-MOTIVO-ERROR
                  WHEN WS-INDICE-HALLADO > ZERO
                      MOVE "DEPARTAMENTO YA REGISTRADO"
                          TO WS-MOTIVO-ERROR
                  WHEN WS-NUM-DEPARTAMENTOS >= 30
                      MOVE "REGISTRO LLENO, AMPLIAR LA TABLA"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      PERFORM VALIDAR-ORIGEN
              END-EVALUATE.

              IF WS-MOTIVO-ERROR = SPACES
                  PERFORM TRADUCIR-OPERACIONES
              END-IF.

              IF WS-MOTIVO-ERROR = SPACES
                      AND WS-OPERACIONES-NUEVAS = "NNN"
                  MOVE "SIN OPERACIONES PERMITIDAS (COL 13-15)"
                      TO WS-MOTIVO-ERROR
              END-IF.

           VALIDAR-ORIGEN.
      *La letra de origen es parte de la clave del maestro de
      *resultados: una letra A-Z, única en todo el registro, sin
      *invadir las reservadas "N" (par sin cabecera) y "R"
      *(resubmisión RECHAZOS de SUMFIX).
              EVALUATE TRUE
                  WHEN DTC-ORIGEN = SPACE
                          OR DTC-ORIGEN IS NOT ALPHABETIC-UPPER
                      MOVE "ORIGEN NO ES UNA LETRA A-Z"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-ORIGEN = "N"
                      MOVE "ORIGEN N RESERVADO AL PAR SIN CABECERA"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-ORIGEN = "R"
                          AND DTC-DEPARTAMENTO NOT = "RECHAZOS"
                      MOVE "ORIGEN R RESERVADO A RECHAZOS"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-DEPARTAMENTO = "RECHAZOS"
                          AND DTC-ORIGEN NOT = "R"
                      MOVE "RECHAZOS DEBE LLEVAR ORIGEN R"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      PERFORM BUSCAR-ORIGEN

                      IF WS-INDICE-ORIGEN > ZERO
                          STRING "ORIGEN YA ASIGNADO A "
                              TDP-CODIGO(WS-INDICE-ORIGEN)
                              DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
                      END-IF
              END-EVALUATE.

           BUSCAR-ORIGEN.
              MOVE ZERO TO WS-INDICE-ORIGEN.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-DEPARTAMENTOS
                      OR WS-INDICE-ORIGEN > ZERO

                  IF TDP-ORIGEN(WS-INDICE) = DTC-ORIGEN
                      MOVE WS-INDICE TO WS-INDICE-ORIGEN
                  END-IF

              END-PERFORM.

           TRADUCIR-OPERACIONES.
      *Las columnas 13-15 llevan las letras de las operaciones
      *permitidas en cualquier orden; cualquier otro carácter que no
      *sea espacio invalida la tarjeta.
              MOVE "NNN" TO WS-OPERACIONES-NUEVAS.

              PERFORM VARYING WS-POSICION FROM 1 BY 1
                      UNTIL WS-POSICION > 3

                  EVALUATE DTC-OPERACIONES(WS-POSICION:1)
                      WHEN "A"
                          MOVE "Y" TO WS-NUEVA-SUMA
                      WHEN "S"
                          MOVE "Y" TO WS-NUEVA-RESTA
                      WHEN "M"
                          MOVE "Y" TO WS-NUEVA-MULTIPLICA
                      WHEN SPACE
                          CONTINUE
                      WHEN OTHER
                          MOVE "OPERACION NO VALIDA EN COL 13-15"
                              TO WS-MOTIVO-ERROR
                  END-EVALUATE

              END-PERFORM.

           VALIDAR-CAMBIO.
      *La letra de origen no se puede cambiar: los pares ya cargados
      *en el maestro quedarían con una letra que ya no es de nadie.
              EVALUATE TRUE
                  WHEN WS-INDICE-HALLADO = ZERO
                      MOVE "DEPARTAMENTO NO REGISTRADO"
                          TO WS-MOTIVO-ERROR
                  WHEN WS-CARGA-INICIAL = "Y"
                      MOVE "CARGA INICIAL: SOLO ALTAS, RELANZAR"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-ORIGEN NOT = SPACE
                          AND DTC-ORIGEN NOT =
                          TDP-ORIGEN(WS-INDICE-HALLADO)
                      MOVE "LA LETRA DE ORIGEN NO SE PUEDE CAMBIAR"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-ESTADO NOT = SPACE
                          AND DTC-ESTADO NOT = "A"
                          AND DTC-ESTADO NOT = "I"
                      MOVE "ESTADO NO VALIDO (A/I)" TO WS-MOTIVO-ERROR
                  WHEN DTC-ESTADO = SPACE
                          AND DTC-OPERACIONES = SPACES
                          AND DTC-NOMBRE = SPACES
                      MOVE "TARJETA DE CAMBIO SIN NINGUN CAMBIO"
                          TO WS-MOTIVO-ERROR
                  WHEN DTC-OPERACIONES NOT = SPACES
                      PERFORM TRADUCIR-OPERACIONES

                      IF WS-MOTIVO-ERROR = SPACES
                              AND WS-OPERACIONES-NUEVAS = "NNN"
                          MOVE "SIN OPERACIONES PERMITIDAS (COL 13-15)"
                              TO WS-MOTIVO-ERROR
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

           VALIDAR-BAJA.
              EVALUATE TRUE
                  WHEN WS-INDICE-HALLADO = ZERO
                      MOVE "DEPARTAMENTO NO REGISTRADO"
                          TO WS-MOTIVO-ERROR
                  WHEN WS-CARGA-INICIAL = "Y"
                      MOVE "CARGA INICIAL: SOLO ALTAS, RELANZAR"
                          TO WS-MOTIVO-ERROR
                  WHEN OTHER
                      MOVE TDP-IMAGEN(WS-INDICE-HALLADO)
                          TO DEPARTAMENTO-REC

                      IF DEP-ESTADO = "I"
                          MOVE "DEPARTAMENTO YA DADO DE BAJA"
                              TO WS-MOTIVO-ERROR
                      END-IF
              END-EVALUATE.

           APLICAR-ALTA.
              MOVE SPACES TO DEPARTAMENTO-REC.

              MOVE DTC-DEPARTAMENTO TO DEP-CODIGO.

              MOVE DTC-ORIGEN TO DEP-ORIGEN.

              MOVE "A" TO DEP-ESTADO.

              MOVE WS-OPERACIONES-NUEVAS TO DEP-OPERACIONES.

              MOVE DTC-NOMBRE TO DEP-NOMBRE.

              MOVE WS-FECHA-HOY TO DEP-FECHA-ALTA.

              MOVE WS-FECHA-HOY TO DEP-FECHA-CAMBIO.

              WRITE DEPARTAMENTO-REC.

              IF WS-DEPTOS-STATUS = "00"
                  ADD 1 TO WS-ALTAS

                  PERFORM ANOTAR-EN-TABLA

                  MOVE "(NO EXISTIA)" TO WS-IMAGEN-ANTES

                  MOVE "ALTA" TO WS-ACCION-ED

                  PERFORM INFORMAR-CAMBIO
              ELSE
                  STRING "ERROR DE GRABACION, FILE STATUS "
                      WS-DEPTOS-STATUS
                      DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
              END-IF.

           APLICAR-CAMBIO.
      *Solo cambian los campos grabados en la tarjeta; el resto
      *conserva el valor que tenía.
              MOVE TDP-IMAGEN(WS-INDICE-HALLADO) TO DEPARTAMENTO-REC.

              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              IF DTC-ESTADO NOT = SPACE
                  MOVE DTC-ESTADO TO DEP-ESTADO
              END-IF.

              IF DTC-OPERACIONES NOT = SPACES
                  MOVE WS-OPERACIONES-NUEVAS TO DEP-OPERACIONES
              END-IF.

              IF DTC-NOMBRE NOT = SPACES
                  MOVE DTC-NOMBRE TO DEP-NOMBRE
              END-IF.

              MOVE WS-FECHA-HOY TO DEP-FECHA-CAMBIO.

              MOVE "CAMBIO" TO WS-ACCION-ED.

              PERFORM REGRABAR-DEPARTAMENTO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-CAMBIOS
              END-IF.

           APLICAR-BAJA.
      *La baja deja el departamento inactivo y conserva el registro
      *(ver la copy DEPREC).
              MOVE TDP-IMAGEN(WS-INDICE-HALLADO) TO DEPARTAMENTO-REC.

              PERFORM FORMATEAR-IMAGEN.

              MOVE WS-IMAGEN-ED TO WS-IMAGEN-ANTES.

              MOVE "I" TO DEP-ESTADO.

              MOVE WS-FECHA-HOY TO DEP-FECHA-CAMBIO.

              MOVE "BAJA" TO WS-ACCION-ED.

              PERFORM REGRABAR-DEPARTAMENTO.

              IF WS-MOTIVO-ERROR = SPACES
                  ADD 1 TO WS-BAJAS
              END-IF.

           REGRABAR-DEPARTAMENTO.
              REWRITE DEPARTAMENTO-REC.

              IF WS-DEPTOS-STATUS = "00"
                  MOVE DEPARTAMENTO-REC
                      TO TDP-IMAGEN(WS-INDICE-HALLADO)

                  PERFORM INFORMAR-CAMBIO
              ELSE
                  STRING "ERROR DE GRABACION, FILE STATUS "
                      WS-DEPTOS-STATUS
                      DELIMITED BY SIZE INTO WS-MOTIVO-ERROR
              END-IF.

           FORMATEAR-IMAGEN.
      *Imagen legible del DEPARTAMENTO-REC en curso.
              MOVE DEP-ORIGEN TO IMG-ORIGEN.

              MOVE DEP-ESTADO TO IMG-ESTADO.

              MOVE "-" TO IMG-SUMA.

              MOVE "-" TO IMG-RESTA.

              MOVE "-" TO IMG-MULTIPLICA.

              IF DEP-PERMITE-SUMA = "Y"
                  MOVE "A" TO IMG-SUMA
              END-IF.

              IF DEP-PERMITE-RESTA = "Y"
                  MOVE "S" TO IMG-RESTA
              END-IF.

              IF DEP-PERMITE-MULTIPLICA = "Y"
                  MOVE "M" TO IMG-MULTIPLICA
              END-IF.

              MOVE DEP-NOMBRE TO IMG-NOMBRE.

           INFORMAR-CAMBIO.
      *Dos líneas por cambio: la imagen de antes y la de después.
              PERFORM FORMATEAR-IMAGEN.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING WS-ACCION-ED " " DEP-CODIGO " ANTES:   "
                  WS-IMAGEN-ANTES
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "                  DESPUES: " WS-IMAGEN-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           INFORMAR-TARJETA-ERRONEA.
              ADD 1 TO WS-TARJETAS-ERRONEAS.

              MOVE WS-SECUENCIA-TARJETA TO WS-SECUENCIA-ED.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ERROR: TARJETA " WS-SECUENCIA-ED " "
                  DTC-DEPARTAMENTO " " WS-MOTIVO-ERROR
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "CAMBIOS EN EL REGISTRO DE DEPARTAMENTOS "
                  "EMISORES - FECHA " WS-FECHA-HOY
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "ACCION  DEPARTAM.          O E OPE NOMBRE "
                  "(ORIGEN, ESTADO, OPERACIONES)"
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

           EMITIR-REGISTRO-RESULTANTE.
      *El registro completo tal como queda tras los cambios, en
      *orden de carga (el de clave, más las altas de hoy al final).
              MOVE SPACES TO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE "REGISTRO RESULTANTE:" TO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-DEPARTAMENTOS

                  MOVE TDP-IMAGEN(WS-INDICE) TO DEPARTAMENTO-REC

                  PERFORM FORMATEAR-IMAGEN

                  MOVE SPACES TO CHANGE-REPORT-LINE

                  STRING "        " DEP-CODIGO "          "
                      WS-IMAGEN-ED
                      DELIMITED BY SIZE INTO CHANGE-REPORT-LINE

                  WRITE CHANGE-REPORT-LINE

              END-PERFORM.

           EMITIR-TOTALES-INFORME.
              MOVE WS-TARJETAS-LEIDAS TO WS-TARJETAS-LEIDAS-ED.

              MOVE WS-ALTAS TO WS-ALTAS-ED.

              MOVE WS-CAMBIOS TO WS-CAMBIOS-ED.

              MOVE WS-BAJAS TO WS-BAJAS-ED.

              MOVE WS-TARJETAS-ERRONEAS TO WS-TARJETAS-ERRONEAS-ED.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

              MOVE SPACES TO CHANGE-REPORT-LINE.

              STRING "TARJETAS: " WS-TARJETAS-LEIDAS-ED
                  "  ALTAS: " WS-ALTAS-ED
                  "  CAMBIOS: " WS-CAMBIOS-ED
                  "  BAJAS: " WS-BAJAS-ED
                  "  ERRONEAS: " WS-TARJETAS-ERRONEAS-ED
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE.

              WRITE CHANGE-REPORT-LINE.

       END PROGRAM SUMDEPT.
