      *se definen el fichero MAESUMAS sobre PROD.SUMAS.MAESTRO.VSAM,
      *los ficheros MAESNUM1 y MAESNUM2 sobre las PATH de sus
      *índices alternativos por valor de NUM1/NUM2 (ver
      *JCL/DEFMAIX.jcl), el fichero SUMDEPT sobre
      *PROD.SUMAS.DEPARTAMENTOS.VSAM (registro de departamentos
      *emisores, de donde salen las letras de origen de la consulta
      *por clave), el fichero SUMINQJ sobre
      *PROD.SUMAS.CONSULTAS.DIARIO.VSAM (diario de consultas, ver
      *JCL/DEFCONSJ.jcl) y la transacción SUMQ sobre este programa.
      *Cada consulta que lee el maestro (por clave, por valor o la
      *coincidencia siguiente con PF8) se anota en el diario de
      *consultas con el usuario, el terminal, el momento, lo buscado
      *y los pares enseñados, para la revisión semanal de accesos
      *de cumplimiento normativo (SUMACCR). Una consulta que no se
      *puede anotar no se enseña. SUMINQJ se cierra en CICS durante
      *el archivo mensual del diario (JCL/SUMARCHJ.jcl).
           COPY SUMREC.

      *Vista alfanumérica, byte a byte, de NUM1/NUM2 del registro:
      *Registro del maestro VSAM, mismo diseño que graba SUMVLOAD:
      *clave fecha de proceso + origen del lote ("N" lote normal,
      *"R" resubmisión de rechazos de SUMFIX) + número de registro,
      *y el SUMAS-RECORD completo en los datos, seguido del estado de
      *anulación, la clave vinculada, el departamento y la moneda
      *de origen del par (ver la copy MAEREC). La pantalla enseña el
      *resultado en moneda base, que es el que se contabiliza.
           01 WS-MAESTRO-REC.
               05 WS-CLAVE.
                   10 WS-FECHA PIC 9(8).
                   10 WS-ORIGEN PIC X(1).
                   10 WS-NUM-REGISTRO PIC 9(9).
               05 WS-DATOS PIC X(45).
               05 WS-ESTADO-ANULACION PIC X(1).
               05 WS-CLAVE-VINCULADA.
                   10 WS-VIN-FECHA PIC X(8).
                   10 WS-VIN-ORIGEN PIC X(1).
                   10 WS-VIN-NUM-REGISTRO PIC X(9).
               05 WS-DEPARTAMENTO PIC X(9).
               05 WS-DIVISA.
                   10 WS-MONEDA PIC X(3).
                   10 WS-CAMBIO PIC 9(5)V9(6).
                   10 WS-IMPORTE-ORIGEN PIC S9(9)
                       SIGN IS LEADING SEPARATE.

           01 WS-RESPUESTA PIC S9(8) COMP.

      *Registro del diario de consultas (ver la copy CNJREC).
           COPY CNJREC.

      *Anotación de la consulta en curso en el diario: tipo ("C"
      *por clave, "V" por valor, "S" siguiente con PF8; espacio
      *mientras no se haya llegado a leer el maestro, por ejemplo
      *con un dato tecleado no válido), pares enseñados y clave
      *del par enseñado. El usuario CICS y el momento de la
      *consulta sellan la anotación.
           01 WS-TIPO-CONSULTA PIC X(1).

           01 WS-PARES-MOSTRADOS PIC 9(5).

           01 WS-CLAVE-MOSTRADA PIC X(18).

           01 WS-USUARIO PIC X(8).

           01 WS-ABSTIME PIC S9(15) COMP-3.

           01 WS-FECHA-CONSULTA PIC X(8).

           01 WS-HORA-CONSULTA PIC X(6).

      *Control de las búsquedas. La búsqueda por valor lee a través
      *de los índices alternativos MAESNUM1/MAESNUM2 y la consulta
      *por clave sondea con READ directos el pequeño conjunto

      *Clave pedida en la consulta por clave, copiada aparte porque
      *cada READ INTO reescribe WS-CLAVE. El byte de origen es un
      *conjunto cerrado: las letras de los departamentos del
      *registro de departamentos (activos o de baja, porque sus
      *pares siguen en el maestro), más "N" para un par sin cabecera
      *y "R" para la resubmisión de rechazos (ver la copy MAEREC),
      *así que se sondea cada origen candidato con un READ directo.
      *La tabla de candidatos se rellena en cada consulta recorriendo
      *el registro (ver CARGAR-ORIGENES-CANDIDATOS). La "R" va la
      *última: la resubmisión renumera desde 1 y comparte fecha, y
      *si el número de registro existiera en un lote normal y en la
      *resubmisión se prefiere el lote normal, sea cual sea su letra
      *— el orden alfabético no sirve, porque un departamento con
      *letra posterior a R quedaría tapado por la resubmisión.
           01 WS-FECHA-BUSCADA PIC 9(8).

           01 WS-NUMREG-BUSCADO PIC 9(9).

           01 WS-PAR-MOSTRADO PIC X.

           01 WS-ORIGENES-CANDIDATOS PIC X(26) VALUE SPACES.

           01 WS-NUM-ORIGENES PIC 9(2) VALUE ZERO.

           01 WS-INDICE-ORIGEN PIC 9(2).

      *Registro de departamentos emisores (copy DEPREC), leído en
      *recorrido completo por su clave.
           COPY DEPREC.

           01 WS-CLAVE-DEPARTAMENTO PIC X(9).

           01 WS-FIN-DEPARTAMENTOS PIC X.

      *Clave alternativa (los 9 bytes de SR-NUM1 o SR-NUM2 tal como
      *están en el registro base) para el recorrido de los índices
      *y coincidencias contadas entre ambos índices. En pantalla

           01 WS-PRIMERA-GUARDADA PIC X.

           01 WS-PRIMER-REGISTRO PIC X(115).

           01 WS-OCURRENCIA-OBJETIVO PIC 9(5).


           01 WS-OBJETIVO-GUARDADO PIC X.

           01 WS-REGISTRO-OBJETIVO PIC X(115).

      *Conversión de lo tecleado (dígitos con signo opcional, en
      *cualquier columna del campo) a numérico con signo, igual que
                  MOVE DFHCOMMAREA TO WS-COMMAREA
              END-IF.

              MOVE SPACE TO WS-TIPO-CONSULTA.

              MOVE ZERO TO WS-PARES-MOSTRADOS.

              MOVE SPACES TO WS-CLAVE-MOSTRADA.

              EVALUATE EIBAID
                  WHEN DFHPF3
                      EXEC CICS SEND TEXT FROM(WS-MENSAJE-FIN)
                  END-IF
              END-IF.

              IF WS-TIPO-CONSULTA NOT = SPACE
                  PERFORM GRABAR-DIARIO-CONSULTA
              END-IF.

              PERFORM ENVIAR-PANTALLA.

           CONSULTAR-POR-CLAVE.
                  ELSE
                      MOVE WS-DIGITOS TO WS-NUM-REGISTRO

                      MOVE "C" TO WS-TIPO-CONSULTA

                      PERFORM LEER-MAESTRO-POR-CLAVE
                  END-IF
              END-IF.

           LEER-MAESTRO-POR-CLAVE.
      *Desde que el origen de la clave es la letra del
      *departamento emisor (ver la copy MAEREC), el operador no
      *puede saber en qué byte de origen quedó el par: se sondea
      *cada origen candidato de la tabla con un READ directo, a lo
      *sumo una lectura por departamento registrado más "N" y "R",
      *en vez de pasear la partición de la fecha,
      *que en una noche grande arrastraría la región en línea. El
      *número de registro es único dentro del fichero de una noche,
      *así que a lo sumo hay un par en los orígenes normales; la

              MOVE "PAR NO ENCONTRADO PARA ESA CLAVE" TO MSGO.

              PERFORM CARGAR-ORIGENES-CANDIDATOS.

              PERFORM VARYING WS-INDICE-ORIGEN FROM 1 BY 1
                      UNTIL WS-INDICE-ORIGEN > WS-NUM-ORIGENES
                      OR WS-PAR-MOSTRADO = "Y"
                      OR WS-FIN-BUSQUEDA = "Y"


              END-PERFORM.

           CARGAR-ORIGENES-CANDIDATOS.
      *Recorre el registro de departamentos (unas pocas decenas de
      *registros) y anota la letra de origen de cada uno, detrás "N"
      *y al final "R". Un registro vacío deja solo "N" y "R"; uno
      *que no responde corta la consulta con un aviso, porque sin
      *él no se sabe qué orígenes sondear.
              MOVE SPACES TO WS-ORIGENES-CANDIDATOS.

              MOVE ZERO TO WS-NUM-ORIGENES.

              MOVE "N" TO WS-FIN-DEPARTAMENTOS.

              MOVE LOW-VALUES TO WS-CLAVE-DEPARTAMENTO.

              EXEC CICS STARTBR FILE('SUMDEPT')
                  RIDFLD(WS-CLAVE-DEPARTAMENTO)
                  GTEQ
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      PERFORM RECORRER-DEPARTAMENTOS
                          UNTIL WS-FIN-DEPARTAMENTOS = "Y"

                      EXEC CICS ENDBR FILE('SUMDEPT') END-EXEC
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      CONTINUE
                  WHEN OTHER
                      MOVE "REGISTRO DE DEPARTAMENTOS NO DISPONIBLE"
                          TO MSGO

                      MOVE "Y" TO WS-FIN-BUSQUEDA
              END-EVALUATE.

              ADD 1 TO WS-NUM-ORIGENES.

              MOVE "N" TO WS-ORIGENES-CANDIDATOS(WS-NUM-ORIGENES:1).

              ADD 1 TO WS-NUM-ORIGENES.

              MOVE "R" TO WS-ORIGENES-CANDIDATOS(WS-NUM-ORIGENES:1).

           RECORRER-DEPARTAMENTOS.
      *"N" y "R" se añaden aparte, en su sitio; la tabla deja hueco
      *para ellas.
              EXEC CICS READNEXT FILE('SUMDEPT')
                  INTO(DEPARTAMENTO-REC)
                  RIDFLD(WS-CLAVE-DEPARTAMENTO)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA NOT = DFHRESP(NORMAL)
                  MOVE "Y" TO WS-FIN-DEPARTAMENTOS
              ELSE
                  IF DEP-ORIGEN NOT = "N" AND DEP-ORIGEN NOT = "R"
                          AND DEP-ORIGEN NOT = SPACE
                          AND WS-NUM-ORIGENES < 24
                      ADD 1 TO WS-NUM-ORIGENES

                      MOVE DEP-ORIGEN
                          TO WS-ORIGENES-CANDIDATOS(WS-NUM-ORIGENES:1)
                  END-IF
              END-IF.

           PROBAR-ORIGEN-CANDIDATO.
      *Un READ directo con el origen candidato: NOTFND solo
      *significa que el par no quedó bajo ese origen y se sigue con
      *el siguiente; cualquier otra respuesta anómala corta el
      *sondeo y se avisa, porque repetirla con cada origen no la va
      *a arreglar.
              MOVE WS-FECHA-BUSCADA TO WS-FECHA.

              MOVE WS-ORIGENES-CANDIDATOS(WS-INDICE-ORIGEN:1)

                  MOVE 1 TO WS-OCURRENCIA-OBJETIVO

                  MOVE "V" TO WS-TIPO-CONSULTA

                  PERFORM EJECUTAR-BUSQUEDA-VALOR
              END-IF.

                  COMPUTE WS-OCURRENCIA-OBJETIVO =
                      CA-OCURRENCIA + 1

                  MOVE "S" TO WS-TIPO-CONSULTA

                  PERFORM EJECUTAR-BUSQUEDA-VALOR
              END-IF.

              IF WS-TIPO-CONSULTA NOT = SPACE
                  PERFORM GRABAR-DIARIO-CONSULTA
              END-IF.

              PERFORM ENVIAR-PANTALLA.

           EJECUTAR-BUSQUEDA-VALOR.
      *y la fecha y hora del asiento de auditoría.
              MOVE WS-DATOS TO SUMAS-RECORD.

              MOVE 1 TO WS-PARES-MOSTRADOS.

              MOVE WS-CLAVE TO WS-CLAVE-MOSTRADA.

              MOVE WS-FECHA TO RFECHAO.

              MOVE WS-NUM-REGISTRO TO RNUMREGO.
                      MOVE "PAR DUPLICADO" TO RDESCO
                  WHEN "04"
                      MOVE "OPERACION NO VALIDA" TO RDESCO
                  WHEN "05"
                      MOVE "ANULACION SIN PAR ORIGINAL" TO RDESCO
                  WHEN "06"
                      MOVE "ANULA UN RECHAZO O ANULACION" TO RDESCO
                  WHEN "07"
                      MOVE "PAR ORIGINAL YA ANULADO" TO RDESCO
                  WHEN "08"
                      MOVE "OPERACION NO AUTORIZADA A DPTO" TO RDESCO
                  WHEN "09"
                      MOVE "DENEGADO POR SUPERVISOR" TO RDESCO
                  WHEN "10"
                      MOVE "SIN TIPO DE CAMBIO PARA MONEDA" TO RDESCO
      *Un par retenido por importe alto queda en el maestro con
      *estado "P" hasta que SUMAS aplica la decisión del supervisor
      *y lo regraba liberado o denegado.
                  WHEN SPACES
                      IF SR-ESTADO = "P"
                          MOVE "RETENIDO, PENDIENTE SUPERVISOR"
                              TO RDESCO
                      ELSE
                          MOVE "PAR CALCULADO SIN INCIDENCIAS"
                              TO RDESCO
                      END-IF
                  WHEN OTHER
                      MOVE "MOTIVO DESCONOCIDO" TO RDESCO
              END-EVALUATE.

              MOVE SR-HORA TO RAUDHORO.

      *Estado de anulación: un par anulado muestra la clave de la
      *anulación que lo deshizo, y una anulación la del par que
      *anula (aceptada o rechazada, según su estado y código).
              MOVE SPACES TO RCLAVEO.

              EVALUATE WS-ESTADO-ANULACION
                  WHEN "A"
                      MOVE "PAR ANULADO POR" TO RANULO
                  WHEN "R"
                      IF SR-ESTADO = "Y"
                          MOVE "ANULACION DEL PAR" TO RANULO
                      ELSE
                          MOVE "ANULACION RECHAZADA DEL PAR"
                              TO RANULO
                      END-IF
                  WHEN OTHER
                      MOVE "NO ANULADO" TO RANULO
              END-EVALUATE.

              IF WS-ESTADO-ANULACION = "A"
                      OR WS-ESTADO-ANULACION = "R"
                  STRING WS-VIN-FECHA " " WS-VIN-ORIGEN " "
                      WS-VIN-NUM-REGISTRO
                      DELIMITED BY SIZE INTO RCLAVEO
              END-IF.

              MOVE "CONSULTA RESUELTA" TO MSGO.

           GRABAR-DIARIO-CONSULTA.
      *Anota la consulta en el diario antes de enviar la pantalla.
      *La clave (fecha, hora, terminal y tarea) es única para cada
      *petición, como en el diario de cambios de SGLM. Si la
      *anotación no se puede grabar, la pantalla se envía sin el
      *par y sin búsqueda en curso: ningún dato del maestro llega al
      *terminal sin quedar anotado.
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC.

              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                  YYYYMMDD(WS-FECHA-CONSULTA)
                  TIME(WS-HORA-CONSULTA)
              END-EXEC.

              MOVE SPACES TO DIARIO-CONSULTAS-REC.

              MOVE WS-FECHA-CONSULTA TO JCN-FECHA.

              MOVE WS-HORA-CONSULTA TO JCN-HORA.

              MOVE EIBTRMID TO JCN-TERMINAL.

              MOVE EIBTASKN TO JCN-TAREA.

              MOVE WS-USUARIO TO JCN-USUARIO.

              MOVE WS-TIPO-CONSULTA TO JCN-TIPO.

      *En la consulta por clave solo puede responder un par; en la
      *búsqueda por valor se anotan todas las coincidencias
      *contadas en los dos índices, aunque se enseñe una.
              IF WS-TIPO-CONSULTA = "C"
                  MOVE WS-FECHA-BUSCADA TO JCN-BUS-FECHA

                  MOVE WS-NUMREG-BUSCADO TO JCN-BUS-NUM-REGISTRO

                  MOVE WS-PARES-MOSTRADOS TO JCN-COINCIDENCIAS
              ELSE
                  MOVE WS-VALOR-BUSCADO TO JCN-BUS-VALOR

                  MOVE WS-OCURRENCIA-OBJETIVO TO JCN-BUS-OCURRENCIA

                  MOVE WS-COINCIDENCIAS TO JCN-COINCIDENCIAS
              END-IF.

              MOVE WS-PARES-MOSTRADOS TO JCN-MOSTRADOS.

              MOVE WS-CLAVE-MOSTRADA TO JCN-CLAVE-MOSTRADA.

              EXEC CICS WRITE FILE('SUMINQJ')
                  FROM(DIARIO-CONSULTAS-REC)
                  RIDFLD(JCN-CLAVE)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA NOT = DFHRESP(NORMAL)
                  MOVE LOW-VALUES TO SUMINQMO

                  MOVE "N" TO CA-HAY-BUSQUEDA

                  MOVE "DIARIO DE CONSULTAS NO DISPONIBLE, REINTENTE"
                      TO MSGO
              END-IF.

           ENVIAR-PANTALLA.
              EXEC CICS SEND MAP('SUMINQM') MAPSET('SUMINQM')
                  FROM(SUMINQMO) ERASE
