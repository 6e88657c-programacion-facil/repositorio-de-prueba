       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMRET.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *Supervisión en línea (CICS, transacción SRET) de los pares
      *retenidos por importe alto: SUMAS deja en el fichero de
      *retenidos, en vez de contabilizarlo, el par cuyo resultado
      *supera el umbral de su operación (tarjetas UMBRALES del paso
      *SUMASTEP), y aquí el supervisor los ve de diez en diez y
      *marca cada uno con L (liberar) o D (denegar). La decisión se
      *graba en el propio registro con el usuario CICS que la tomó y
      *la fecha y hora; la ejecución siguiente de SUMAS la aplica
      *(el liberado se contabiliza, el denegado va a REJOUT con
      *código "09") y hasta entonces puede cambiarse. Los ya
      *aplicados no se listan: quedan en el fichero como rastro de
      *quién decidió qué y cuándo. Pantalla SUMRETM del mapa
      *BMS/SUMRETM.bms; en el CSD se definen el fichero SUMRETN
      *sobre PROD.SUMAS.RETENIDOS.VSAM (ver JCL/DEFRETEN.jcl) y la
      *transacción SRET sobre este programa. El fichero se cierra en
      *CICS durante la ventana del lote SUMASJB, que lo abre en
      *actualización.
           COPY SUMREC.

      *Registro del fichero de retenidos (ver la copy RETREC).
           COPY RETREC.

      *Mapa simbólico de la pantalla, generado al ensamblar
      *BMS/SUMRETM.bms y archivado en copybooks como el resto de
      *diseños compartidos.
           COPY SUMRETM.

      *Vista de las diez filas de la pantalla como tabla, sobre la
      *misma área del mapa simbólico: cada fila es el campo de
      *selección (longitud, atributo y el byte tecleado) seguido de
      *la línea del retenido, en el mismo orden en que BMS los
      *genera, así que las diez filas se recorren con un índice en
      *vez de repetir diez veces el mismo código.
           01 WS-FILAS-MAPA REDEFINES SUMRETMI.
               05 FILLER PIC X(12).
               05 WS-FILA OCCURS 10 TIMES.
                   10 WS-FILA-SEL-L PIC S9(4) COMP.
                   10 WS-FILA-SEL-F PIC X.
                   10 WS-FILA-SEL PIC X(1).
                   10 WS-FILA-LIN-L PIC S9(4) COMP.
                   10 WS-FILA-LIN-F PIC X.
                   10 WS-FILA-LIN PIC X(73).

           COPY DFHAID.

           COPY DFHBMSCA.

           01 WS-RESPUESTA PIC S9(8) COMP.

      *Línea de un retenido en pantalla, alineada con los rótulos
      *de la cabecera del mapa.
           01 WS-LINEA-RETENIDO.
               05 WS-LINEA-FECHA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-ORIGEN PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-NUM-REGISTRO PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-DEPARTAMENTO PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-OPERACION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-RESULTADO PIC -ZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-UMBRAL PIC ZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-ESTADO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-USUARIO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-DECISION PIC X(8).

      *Control del recorrido de una página: se lee desde la clave
      *de inicio de la página saltando los ya aplicados ("C"/"X")
      *hasta llenar diez filas; el undécimo retenido vivo que se
      *encuentre es el inicio de la página siguiente.
           01 WS-CLAVE-RECORRIDO PIC X(18).

           01 WS-FIN-PAGINA PIC X VALUE "N".

           01 WS-INDICE-FILA PIC 9(2).

      *Decisión tomada: usuario CICS de la sesión y fecha y hora
      *del momento, las mismas para todas las filas marcadas en un
      *mismo INTRO.
           01 WS-DECISION PIC X(1).

           01 WS-USUARIO PIC X(8).

           01 WS-ABSTIME PIC S9(15) COMP-3.

           01 WS-FECHA-DECISION PIC X(8).

           01 WS-HORA-DECISION PIC X(6).

           01 WS-DECISIONES-GRABADAS PIC 9(2).

           01 WS-DECISIONES-RECHAZADAS PIC 9(2).

           01 WS-GRABADAS-ED PIC Z9.

           01 WS-RECHAZADAS-ED PIC Z9.

           01 WS-MENSAJE-FIN PIC X(32)
               VALUE "SUPERVISION RETENIDOS FINALIZADA".

      *Estado de la lista entre invocaciones pseudoconversacionales:
      *la clave con la que empieza la página en pantalla, la clave
      *del par mostrado en cada fila (para aplicar la decisión
      *tecleada en esa fila al registro que el supervisor estaba
      *viendo), cuántas filas hay, y si hay página siguiente y
      *desde qué clave empieza.
           01 WS-COMMAREA.
               05 CA-CLAVE-INICIO PIC X(18) VALUE LOW-VALUES.
               05 CA-CLAVE-SIGUIENTE PIC X(18) VALUE LOW-VALUES.
               05 CA-HAY-MAS PIC X(1) VALUE "N".
               05 CA-NUM-FILAS PIC 9(2) VALUE ZERO.
               05 CA-CLAVE-FILA PIC X(18) OCCURS 10 TIMES.

       LINKAGE SECTION.

           01 DFHCOMMAREA PIC X(219).

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
      *Pseudoconversacional clásico: la primera invocación pinta la
      *primera página; INTRO graba las decisiones marcadas y
      *repinta la misma página, PF8 avanza, PF7 vuelve al principio
      *y PF3 termina la transacción.
              IF EIBCALEN = ZERO
                  MOVE LOW-VALUES TO CA-CLAVE-INICIO

                  PERFORM CARGAR-PAGINA

                  PERFORM ENVIAR-PANTALLA

                  EXEC CICS RETURN TRANSID('SRET')
                      COMMAREA(WS-COMMAREA)
                  END-EXEC
              END-IF.

              IF EIBCALEN = 219
                  MOVE DFHCOMMAREA TO WS-COMMAREA
              END-IF.

              EVALUATE EIBAID
                  WHEN DFHPF3
                      EXEC CICS SEND TEXT FROM(WS-MENSAJE-FIN)
                          ERASE FREEKB
                      END-EXEC

                      EXEC CICS RETURN END-EXEC
                  WHEN DFHENTER
                      PERFORM TRATAR-DECISIONES
                  WHEN DFHPF8
                      PERFORM AVANZAR-PAGINA
                  WHEN DFHPF7
                      MOVE LOW-VALUES TO CA-CLAVE-INICIO

                      PERFORM CARGAR-PAGINA

                      PERFORM ENVIAR-PANTALLA
                  WHEN OTHER
                      PERFORM CARGAR-PAGINA

                      MOVE "TECLA NO VALIDA, USE INTRO, PF7, PF8 O PF3"
                          TO MSGO

                      PERFORM ENVIAR-PANTALLA
              END-EVALUATE.

              EXEC CICS RETURN TRANSID('SRET')
                  COMMAREA(WS-COMMAREA)
              END-EXEC.

           TRATAR-DECISIONES.
      *MAPFAIL es INTRO sin nada tecleado: no hay decisiones y se
      *repinta la página, que puede haber cambiado si otro
      *supervisor decidió entretanto.
              EXEC CICS RECEIVE MAP('SUMRETM') MAPSET('SUMRETM')
                  INTO(SUMRETMI) RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(MAPFAIL)
                  MOVE LOW-VALUES TO SUMRETMI
              END-IF.

              MOVE ZERO TO WS-DECISIONES-GRABADAS.

              MOVE ZERO TO WS-DECISIONES-RECHAZADAS.

              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC.

              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                  YYYYMMDD(WS-FECHA-DECISION)
                  TIME(WS-HORA-DECISION)
              END-EXEC.

              PERFORM VARYING WS-INDICE-FILA FROM 1 BY 1
                      UNTIL WS-INDICE-FILA > CA-NUM-FILAS

                  IF WS-FILA-SEL-L(WS-INDICE-FILA) > ZERO
                      PERFORM TRATAR-SELECCION
                  END-IF

              END-PERFORM.

      *Se repinta la misma página con el estado ya grabado: un
      *liberado o denegado sigue en la lista (con su nueva marca,
      *usuario y fecha) hasta que SUMAS lo aplica.
              PERFORM CARGAR-PAGINA.

              MOVE WS-DECISIONES-GRABADAS TO WS-GRABADAS-ED.

              MOVE WS-DECISIONES-RECHAZADAS TO WS-RECHAZADAS-ED.

      *Un aviso de la carga de la página (fichero no disponible,
      *lista vacía) se respeta si no se marcó nada.
              IF WS-DECISIONES-GRABADAS > ZERO
                      OR WS-DECISIONES-RECHAZADAS > ZERO
                  MOVE SPACES TO MSGO

                  STRING "DECISIONES GRABADAS: " WS-GRABADAS-ED
                      "  NO GRABADAS: " WS-RECHAZADAS-ED
                      DELIMITED BY SIZE INTO MSGO
              ELSE
                  IF MSGO = LOW-VALUES
                      MOVE "NINGUNA FILA MARCADA" TO MSGO
                  END-IF
              END-IF.

              PERFORM ENVIAR-PANTALLA.

           TRATAR-SELECCION.
      *Solo L o D (en mayúscula o minúscula); un espacio es una
      *marca borrada y no cuenta, cualquier otra letra es una
      *decisión no válida que no se graba.
              EVALUATE WS-FILA-SEL(WS-INDICE-FILA)
                  WHEN "L"
                  WHEN "l"
                      MOVE "L" TO WS-DECISION

                      PERFORM GRABAR-DECISION
                  WHEN "D"
                  WHEN "d"
                      MOVE "D" TO WS-DECISION

                      PERFORM GRABAR-DECISION
                  WHEN SPACE
                  WHEN LOW-VALUE
                      CONTINUE
                  WHEN OTHER
                      ADD 1 TO WS-DECISIONES-RECHAZADAS
              END-EVALUATE.

           GRABAR-DECISION.
      *Se relee el registro para actualizar: si entretanto SUMAS ya
      *aplicó una decisión anterior ("C"/"X"), el par ya está
      *contabilizado o rechazado y la nueva marca no se graba.
              MOVE CA-CLAVE-FILA(WS-INDICE-FILA) TO WS-CLAVE-RECORRIDO.

              EXEC CICS READ FILE('SUMRETN')
                  INTO(RETENIDO-REC)
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  UPDATE
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA NOT = DFHRESP(NORMAL)
                  ADD 1 TO WS-DECISIONES-RECHAZADAS
              ELSE
                  IF RET-ESTADO = "P" OR RET-ESTADO = "L"
                          OR RET-ESTADO = "D"
                      MOVE WS-DECISION TO RET-ESTADO

                      MOVE WS-USUARIO TO RET-USUARIO

                      MOVE WS-FECHA-DECISION TO RET-FECHA-DECISION

                      MOVE WS-HORA-DECISION TO RET-HORA-DECISION

                      EXEC CICS REWRITE FILE('SUMRETN')
                          FROM(RETENIDO-REC)
                          RESP(WS-RESPUESTA)
                      END-EXEC

                      IF WS-RESPUESTA = DFHRESP(NORMAL)
                          ADD 1 TO WS-DECISIONES-GRABADAS
                      ELSE
                          ADD 1 TO WS-DECISIONES-RECHAZADAS
                      END-IF
                  ELSE
                      EXEC CICS UNLOCK FILE('SUMRETN') END-EXEC

                      ADD 1 TO WS-DECISIONES-RECHAZADAS
                  END-IF
              END-IF.

           AVANZAR-PAGINA.
              IF CA-HAY-MAS = "Y"
                  MOVE CA-CLAVE-SIGUIENTE TO CA-CLAVE-INICIO

                  PERFORM CARGAR-PAGINA
              ELSE
                  PERFORM CARGAR-PAGINA

                  MOVE "NO HAY MAS RETENIDOS, PF7 VUELVE AL INICIO"
                      TO MSGO
              END-IF.

              PERFORM ENVIAR-PANTALLA.

           CARGAR-PAGINA.
      *Llena hasta diez filas con los retenidos vivos desde
      *CA-CLAVE-INICIO. Una página que se ha quedado vacía (todos
      *sus retenidos aplicados por el lote) vuelve al principio.
              MOVE LOW-VALUES TO SUMRETMO.

              MOVE ZERO TO CA-NUM-FILAS.

              MOVE "N" TO CA-HAY-MAS.

              MOVE CA-CLAVE-INICIO TO WS-CLAVE-RECORRIDO.

              PERFORM RECORRER-PAGINA.

              IF CA-NUM-FILAS = ZERO
                      AND CA-CLAVE-INICIO NOT = LOW-VALUES
                      AND MSGO = LOW-VALUES
                  MOVE LOW-VALUES TO CA-CLAVE-INICIO

                  MOVE CA-CLAVE-INICIO TO WS-CLAVE-RECORRIDO

                  PERFORM RECORRER-PAGINA
              END-IF.

              IF CA-NUM-FILAS = ZERO AND MSGO = LOW-VALUES
                  MOVE "NO HAY PARES RETENIDOS PENDIENTES" TO MSGO
              END-IF.

           RECORRER-PAGINA.
              MOVE "N" TO WS-FIN-PAGINA.

              EXEC CICS STARTBR FILE('SUMRETN')
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  GTEQ
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      PERFORM LEER-RETENIDO
                          UNTIL WS-FIN-PAGINA = "Y"

                      EXEC CICS ENDBR FILE('SUMRETN') END-EXEC
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      CONTINUE
                  WHEN OTHER
                      MOVE "FICHERO DE RETENIDOS NO DISPONIBLE"
                          TO MSGO
              END-EVALUATE.

           LEER-RETENIDO.
              EXEC CICS READNEXT FILE('SUMRETN')
                  INTO(RETENIDO-REC)
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA NOT = DFHRESP(NORMAL)
                  MOVE "Y" TO WS-FIN-PAGINA
              ELSE
                  IF RET-ESTADO = "P" OR RET-ESTADO = "L"
                          OR RET-ESTADO = "D"
                      IF CA-NUM-FILAS < 10
                          ADD 1 TO CA-NUM-FILAS

                          PERFORM MOSTRAR-RETENIDO
                      ELSE
                          MOVE "Y" TO CA-HAY-MAS

                          MOVE RET-CLAVE TO CA-CLAVE-SIGUIENTE

                          MOVE "Y" TO WS-FIN-PAGINA
                      END-IF
                  END-IF
              END-IF.

           MOSTRAR-RETENIDO.
      *El resultado sale del SUMAS-RECORD guardado con el par; el
      *usuario y la fecha de decisión quedan en blanco mientras el
      *par está pendiente.
              MOVE RET-CLAVE TO CA-CLAVE-FILA(CA-NUM-FILAS).

              MOVE RET-DATOS TO SUMAS-RECORD.

              MOVE RET-FECHA TO WS-LINEA-FECHA.

              MOVE RET-ORIGEN TO WS-LINEA-ORIGEN.

              MOVE RET-NUM-REGISTRO TO WS-LINEA-NUM-REGISTRO.

              MOVE RET-DEPARTAMENTO TO WS-LINEA-DEPARTAMENTO.

              MOVE SR-OPERACION TO WS-LINEA-OPERACION.

              MOVE SR-RESULTADO TO WS-LINEA-RESULTADO.

              MOVE RET-UMBRAL TO WS-LINEA-UMBRAL.

              MOVE RET-ESTADO TO WS-LINEA-ESTADO.

              IF RET-ESTADO = "P"
                  MOVE SPACES TO WS-LINEA-USUARIO

                  MOVE SPACES TO WS-LINEA-DECISION
              ELSE
                  MOVE RET-USUARIO TO WS-LINEA-USUARIO

                  MOVE RET-FECHA-DECISION TO WS-LINEA-DECISION
              END-IF.

              MOVE WS-LINEA-RETENIDO TO WS-FILA-LIN(CA-NUM-FILAS).

           ENVIAR-PANTALLA.
              EXEC CICS SEND MAP('SUMRETM') MAPSET('SUMRETM')
                  FROM(SUMRETMO) ERASE
              END-EXEC.

       END PROGRAM SUMRET.
