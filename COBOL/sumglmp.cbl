       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMGLMP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *Mantenimiento en línea (CICS, transacción SGLM) de la
      *parametrización contable con vigencias que usa el extracto
      *SUMGLEXT para estampar cuenta y centro de coste en cada
      *apunte de GLOUT. La toma de contabilidad teclea una acción
      *(C consulta, A alta, M cambio, B baja) y la clave de la
      *entrada: operación, signo D/H, departamento emisor y fecha
      *desde la que está en vigor; en un alta o un cambio, además,
      *la fecha hasta (en blanco, sin fecha de fin), la cuenta y el
      *centro de coste. Para no reescribir lo que ya se extrajo, las
      *fechas pasadas no se tocan: un alta empieza hoy o después, de
      *una entrada ya en vigor solo se puede adelantar o retrasar la
      *fecha hasta (como pronto, ayer), y solo se borra una entrada
      *que aún no ha empezado; las entradas de una combinación no
      *pueden solaparse. Un cambio o una baja exigen haber consultado
      *antes la entrada, y no se graban si otro usuario la tocó
      *entretanto. Cada alta, cambio o baja se anota en el diario de
      *cambios, con la imagen de antes y de después, en la misma
      *unidad de trabajo: si el diario no se puede grabar, el cambio
      *se deshace. Pantalla SUMGLMM del mapa BMS/SUMGLMM.bms; en el
      *CSD se definen los ficheros SUMGLMA sobre
      *PROD.SUMAS.GLMAP.VSAM y SUMGLMJ sobre
      *PROD.SUMAS.GLMAP.DIARIO.VSAM (ver JCL/DEFGLMAP.jcl), ambos
      *recuperables para que la vuelta atrás los deshaga juntos, el
      *fichero SUMDEPT sobre el registro de departamentos y la
      *transacción SGLM sobre este programa. SUMGLMA se cierra en
      *CICS durante la ventana del lote SUMASJB, que lo lee.

      *Registro de la parametrización (ver la copy GLMREC).
           COPY GLMREC.

      *Registro del diario de cambios (ver la copy GLJREC).
           COPY GLJREC.

      *Registro de departamentos emisores (ver la copy DEPREC): un
      *alta solo se admite para un departamento registrado.
           COPY DEPREC.

      *Mapa simbólico de la pantalla, generado al ensamblar
      *BMS/SUMGLMM.bms y archivado en copybooks como el resto de
      *diseños compartidos.
           COPY SUMGLMM.

      *Vista de las cinco líneas de la lista de la combinación como
      *tabla, sobre la misma área del mapa simbólico: los 109 bytes
      *del principio son los campos de la cabecera de la pantalla
      *(acción, clave, datos y último cambio) y detrás van las cinco
      *líneas en el orden en que BMS las genera.
           01 WS-LINEAS-MAPA REDEFINES SUMGLMMI.
               05 FILLER PIC X(109).
               05 WS-LINEA-MAPA OCCURS 5 TIMES.
                   10 WS-LINEA-MAPA-L PIC S9(4) COMP.
                   10 WS-LINEA-MAPA-F PIC X.
                   10 WS-LINEA-MAPA-TEXTO PIC X(50).

           COPY DFHAID.

           COPY DFHBMSCA.

           01 WS-RESPUESTA PIC S9(8) COMP.

      *Datos tecleados, ya validados: la clave con el mismo diseño
      *que GLM-CLAVE, para leer por ella y compararla con la
      *consultada, y los datos de la entrada.
           01 WS-CLAVE-PANTALLA.
               05 WS-PAN-COMBINACION.
                   10 WS-PAN-OPERACION PIC X(1).
                   10 WS-PAN-SIGNO PIC X(1).
                   10 WS-PAN-DEPARTAMENTO PIC X(9).
               05 WS-PAN-FECHA-DESDE PIC 9(8).

           01 WS-PAN-FECHA-HASTA PIC 9(8).

           01 WS-PAN-CUENTA PIC X(8).

           01 WS-PAN-CENTRO PIC X(6).

           01 WS-VALIDO PIC X VALUE "Y".

      *Se pone a "Y" en cuanto operación, signo y departamento son
      *válidos: basta para listar las entradas de la combinación
      *aunque la fecha desde falte o esté mal.
           01 WS-COMBINACION-VALIDA PIC X VALUE "N".

      *Validación de una fecha tecleada AAAAMMDD.
           01 WS-FECHA-TECLEADA PIC X(8).

           01 WS-FECHA-VALIDADA PIC 9(8).

           01 WS-FECHA-CORRECTA PIC X.

           01 WS-MINUSCULAS PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".

           01 WS-MAYUSCULAS PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *Usuario CICS de la sesión y momento de la petición: sellan
      *la entrada y su anotación en el diario. Hoy y ayer son los
      *límites de lo que ya no se puede reescribir.
           01 WS-USUARIO PIC X(8).

           01 WS-ABSTIME PIC S9(15) COMP-3.

           01 WS-FECHA-CAMBIO PIC X(8).

           01 WS-HORA-CAMBIO PIC X(6).

           01 WS-FECHA-HOY PIC 9(8).

           01 WS-FECHA-AYER PIC 9(8).

      *Anotación en el diario de la acción en curso.
           01 WS-ACCION-DIARIO PIC X(1).

           01 WS-IMAGEN-ANTES PIC X(80).

           01 WS-IMAGEN-DESPUES PIC X(80).

           01 WS-DIARIO-GRABADO PIC X.

      *Recorrido de las entradas de una combinación, para la
      *comprobación de solapes y para la lista de la pantalla: se
      *leen en esta área para no pisar CUENTA-MAPA-REC, que guarda
      *la entrada de la acción en curso.
           01 WS-CLAVE-RECORRIDO.
               05 WS-REC-COMBINACION PIC X(11).
               05 WS-REC-FECHA-DESDE PIC 9(8).

           01 WS-ENTRADA-LEIDA.
               05 WS-LEIDA-COMBINACION PIC X(11).
               05 WS-LEIDA-FECHA-DESDE PIC 9(8).
               05 WS-LEIDA-FECHA-HASTA PIC 9(8).
               05 WS-LEIDA-CUENTA PIC X(8).
               05 WS-LEIDA-CENTRO PIC X(6).
               05 WS-LEIDA-USUARIO PIC X(8).
               05 FILLER PIC X(31).

           01 WS-FIN-RECORRIDO PIC X.

           01 WS-SOLAPE PIC X.

           01 WS-FECHA-SOLAPE PIC 9(8).

           01 WS-NUM-LINEAS PIC 9(2).

      *Línea de una entrada en la lista, alineada con los rótulos
      *del mapa.
           01 WS-LINEA-ENTRADA.
               05 WS-LINEA-DESDE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-HASTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-CUENTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-CENTRO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LINEA-USUARIO PIC X(8).

      *Otro usuario cambió o borró la entrada entre la consulta y
      *la actualización.
           01 WS-MENSAJE-CAMBIADA PIC X(43)
               VALUE "LA ENTRADA HA CAMBIADO, CONSULTELA DE NUEVO".

           01 WS-MENSAJE-FIN PIC X(36)
               VALUE "MANTENIMIENTO GLMAP (SGLM) TERMINADO".

      *Estado entre invocaciones pseudoconversacionales: la clave y
      *la imagen de la última entrada consultada (o recién grabada).
      *Un cambio o una baja solo se admiten sobre esa clave, y se
      *rechazan si el registro ya no es igual a esa imagen.
           01 WS-COMMAREA.
               05 CA-CLAVE-CONSULTADA PIC X(19) VALUE SPACES.
               05 CA-IMAGEN PIC X(80) VALUE SPACES.

       LINKAGE SECTION.

           01 DFHCOMMAREA PIC X(99).

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
      *Pseudoconversacional clásico: la primera invocación pinta la
      *pantalla vacía; INTRO ejecuta la acción tecleada y repinta
      *con su resultado, y PF3 termina la transacción.
              IF EIBCALEN = ZERO
                  MOVE LOW-VALUES TO SUMGLMMO

                  MOVE "TECLEE LA ACCION Y LA CLAVE DE LA ENTRADA"
                      TO MSGO

                  PERFORM ENVIAR-PANTALLA

                  EXEC CICS RETURN TRANSID('SGLM')
                      COMMAREA(WS-COMMAREA)
                  END-EXEC
              END-IF.

              IF EIBCALEN = 99
                  MOVE DFHCOMMAREA TO WS-COMMAREA
              END-IF.

              EVALUATE EIBAID
                  WHEN DFHPF3
                      EXEC CICS SEND TEXT FROM(WS-MENSAJE-FIN)
                          ERASE FREEKB
                      END-EXEC

                      EXEC CICS RETURN END-EXEC
                  WHEN DFHENTER
                      PERFORM TRATAR-PETICION
                  WHEN OTHER
                      MOVE LOW-VALUES TO SUMGLMMO

                      MOVE "TECLA NO VALIDA, USE INTRO O PF3" TO MSGO

                      PERFORM ENVIAR-PANTALLA
              END-EVALUATE.

              EXEC CICS RETURN TRANSID('SGLM')
                  COMMAREA(WS-COMMAREA)
              END-EXEC.

           TRATAR-PETICION.
      *MAPFAIL es INTRO sin nada tecleado: cae en el aviso de
      *acción no válida. Lo que el usuario tecleó se repinta tal
      *cual (SUMGLMMO redefine SUMGLMMI), junto con el resultado.
              EXEC CICS RECEIVE MAP('SUMGLMM') MAPSET('SUMGLMM')
                  INTO(SUMGLMMI) RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(MAPFAIL)
                  MOVE LOW-VALUES TO SUMGLMMI
              END-IF.

              PERFORM NORMALIZAR-ENTRADA.

              PERFORM OBTENER-MOMENTO.

              MOVE "Y" TO WS-VALIDO.

              PERFORM VALIDAR-CLAVE.

              IF WS-VALIDO = "Y"
                  EVALUATE ACCIONI
                      WHEN "C"
                          PERFORM CONSULTAR-ENTRADA
                      WHEN "A"
                          PERFORM DAR-ALTA
                      WHEN "M"
                          PERFORM CAMBIAR-ENTRADA
                      WHEN "B"
                          PERFORM DAR-BAJA
                  END-EVALUATE
              END-IF.

              IF WS-COMBINACION-VALIDA = "Y"
                  PERFORM LISTAR-COMBINACION
              END-IF.

              PERFORM ENVIAR-PANTALLA.

           NORMALIZAR-ENTRADA.
      *Un campo no tecleado llega a LOW-VALUES; se pasa a espacios,
      *y las letras a mayúsculas, para validar y comparar sin
      *distinguir cómo se tecleó.
              INSPECT ACCIONI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT OPERI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT SIGNOI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT DEPTOI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT DESDEI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT HASTAI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT CUENTAI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT CENTROI REPLACING ALL LOW-VALUE BY SPACE.

              INSPECT ACCIONI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

              INSPECT OPERI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

              INSPECT SIGNOI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

              INSPECT DEPTOI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

              INSPECT CUENTAI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

              INSPECT CENTROI CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

           OBTENER-MOMENTO.
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC.

              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                  YYYYMMDD(WS-FECHA-CAMBIO)
                  TIME(WS-HORA-CAMBIO)
              END-EXEC.

              MOVE WS-FECHA-CAMBIO TO WS-FECHA-HOY.

              COMPUTE WS-FECHA-AYER = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1).

           VALIDAR-CLAVE.
      *Acción, operación, signo y departamento, y después la fecha
      *desde; una consulta sin fecha desde solo lista la
      *combinación, para que el usuario elija la entrada.
              MOVE "N" TO WS-COMBINACION-VALIDA.

              EVALUATE TRUE
                  WHEN ACCIONI NOT = "C" AND ACCIONI NOT = "A"
                          AND ACCIONI NOT = "M" AND ACCIONI NOT = "B"
                      MOVE "ACCION NO VALIDA, USE C, A, M O B" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN OPERI NOT = "A" AND OPERI NOT = "S"
                          AND OPERI NOT = "M"
                      MOVE "OPERACION NO VALIDA, USE A, S O M" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN SIGNOI NOT = "D" AND SIGNOI NOT = "H"
                      MOVE "SIGNO NO VALIDO, USE D (DEBE) O H (HABER)"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN DEPTOI = SPACES
                      MOVE "TECLEE EL DEPARTAMENTO EMISOR" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN OTHER
                      MOVE OPERI TO WS-PAN-OPERACION

                      MOVE SIGNOI TO WS-PAN-SIGNO

                      MOVE DEPTOI TO WS-PAN-DEPARTAMENTO

                      MOVE "Y" TO WS-COMBINACION-VALIDA

                      PERFORM VALIDAR-FECHA-DESDE
              END-EVALUATE.

           VALIDAR-FECHA-DESDE.
              MOVE DESDEI TO WS-FECHA-TECLEADA.

              PERFORM VALIDAR-FECHA.

              IF WS-FECHA-CORRECTA = "Y"
                  MOVE WS-FECHA-VALIDADA TO WS-PAN-FECHA-DESDE
              ELSE
                  IF DESDEI = SPACES AND ACCIONI = "C"
                      MOVE "TECLEE LA FECHA DESDE DE LA ENTRADA A VER"
                          TO MSGO
                  ELSE
                      MOVE "FECHA DESDE NO VALIDA (AAAAMMDD)" TO MSGO
                  END-IF

                  MOVE "N" TO WS-VALIDO
              END-IF.

           VALIDAR-FECHA.
      *Ocho dígitos que formen una fecha del calendario.
              MOVE "N" TO WS-FECHA-CORRECTA.

              IF WS-FECHA-TECLEADA NUMERIC
                  MOVE WS-FECHA-TECLEADA TO WS-FECHA-VALIDADA

                  IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VALIDADA)
                          = ZERO
                      MOVE "Y" TO WS-FECHA-CORRECTA
                  END-IF
              END-IF.

           VALIDAR-DATOS.
      *Fecha hasta (en blanco, sin fecha de fin), no anterior a la
      *fecha desde, y cuenta y centro de coste obligatorios.
              IF HASTAI = SPACES
                  MOVE 99991231 TO WS-PAN-FECHA-HASTA
              ELSE
                  MOVE HASTAI TO WS-FECHA-TECLEADA

                  PERFORM VALIDAR-FECHA

                  IF WS-FECHA-CORRECTA = "Y"
                      MOVE WS-FECHA-VALIDADA TO WS-PAN-FECHA-HASTA
                  ELSE
                      MOVE "FECHA HASTA NO VALIDA (AAAAMMDD)" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  END-IF
              END-IF.

              MOVE CUENTAI TO WS-PAN-CUENTA.

              MOVE CENTROI TO WS-PAN-CENTRO.

              IF WS-VALIDO = "Y"
                  EVALUATE TRUE
                      WHEN WS-PAN-FECHA-HASTA < WS-PAN-FECHA-DESDE
                          MOVE "LA FECHA HASTA ES ANTERIOR A LA DESDE"
                              TO MSGO

                          MOVE "N" TO WS-VALIDO
                      WHEN WS-PAN-CUENTA = SPACES
                          MOVE "TECLEE LA CUENTA CONTABLE" TO MSGO

                          MOVE "N" TO WS-VALIDO
                      WHEN WS-PAN-CENTRO = SPACES
                          MOVE "TECLEE EL CENTRO DE COSTE" TO MSGO

                          MOVE "N" TO WS-VALIDO
                  END-EVALUATE
              END-IF.

           CONSULTAR-ENTRADA.
              EXEC CICS READ FILE('SUMGLMA')
                  INTO(CUENTA-MAPA-REC)
                  RIDFLD(WS-CLAVE-PANTALLA)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      MOVE GLM-CLAVE TO CA-CLAVE-CONSULTADA

                      MOVE CUENTA-MAPA-REC TO CA-IMAGEN

                      PERFORM MOSTRAR-ENTRADA

                      MOVE "CONSULTADA: M PARA CAMBIAR, B PARA BORRAR"
                          TO MSGO
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      MOVE SPACES TO WS-COMMAREA

                      PERFORM LIMPIAR-DATOS

                      MOVE "NO HAY ENTRADA CON ESA CLAVE" TO MSGO
                  WHEN OTHER
                      MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
              END-EVALUATE.

           DAR-ALTA.
      *Un alta empieza hoy o después, para un departamento
      *registrado y sin solaparse con otra entrada de la
      *combinación.
              PERFORM VALIDAR-DATOS.

              IF WS-VALIDO = "Y"
                      AND WS-PAN-FECHA-DESDE < WS-FECHA-HOY
                  MOVE "UN ALTA NO PUEDE EMPEZAR ANTES DE HOY" TO MSGO

                  MOVE "N" TO WS-VALIDO
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM COMPROBAR-DEPARTAMENTO
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM COMPROBAR-SOLAPE
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM GRABAR-ALTA
              END-IF.

           COMPROBAR-DEPARTAMENTO.
              EXEC CICS READ FILE('SUMDEPT')
                  INTO(DEPARTAMENTO-REC)
                  RIDFLD(WS-PAN-DEPARTAMENTO)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      CONTINUE
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      MOVE "DEPARTAMENTO NO REGISTRADO" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN OTHER
                      MOVE "REGISTRO DE DEPARTAMENTOS NO DISPONIBLE"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
              END-EVALUATE.

           GRABAR-ALTA.
              MOVE SPACES TO CUENTA-MAPA-REC.

              MOVE WS-CLAVE-PANTALLA TO GLM-CLAVE.

              MOVE WS-PAN-FECHA-HASTA TO GLM-FECHA-HASTA.

              MOVE WS-PAN-CUENTA TO GLM-CUENTA.

              MOVE WS-PAN-CENTRO TO GLM-CENTRO-COSTE.

              PERFORM SELLAR-ENTRADA.

              EXEC CICS WRITE FILE('SUMGLMA')
                  FROM(CUENTA-MAPA-REC)
                  RIDFLD(GLM-CLAVE)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      MOVE "A" TO WS-ACCION-DIARIO

                      MOVE SPACES TO WS-IMAGEN-ANTES

                      MOVE CUENTA-MAPA-REC TO WS-IMAGEN-DESPUES

                      PERFORM GRABAR-DIARIO

                      IF WS-DIARIO-GRABADO = "Y"
                          MOVE GLM-CLAVE TO CA-CLAVE-CONSULTADA

                          MOVE CUENTA-MAPA-REC TO CA-IMAGEN

                          PERFORM MOSTRAR-ENTRADA

                          MOVE "ALTA GRABADA" TO MSGO
                      END-IF
                  WHEN WS-RESPUESTA = DFHRESP(DUPREC)
                      MOVE "YA HAY UNA ENTRADA CON ESA CLAVE" TO MSGO
                  WHEN OTHER
                      MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
              END-EVALUATE.

           CAMBIAR-ENTRADA.
      *Los controles se hacen sobre la imagen consultada; la
      *relectura para actualizar comprueba después que el registro
      *sigue siendo esa imagen.
              IF CA-CLAVE-CONSULTADA NOT = WS-CLAVE-PANTALLA
                  MOVE "CONSULTE (C) LA ENTRADA ANTES DE CAMBIARLA"
                      TO MSGO

                  MOVE "N" TO WS-VALIDO
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM VALIDAR-DATOS
              END-IF.

              IF WS-VALIDO = "Y"
                  MOVE CA-IMAGEN TO CUENTA-MAPA-REC

                  PERFORM VALIDAR-CAMBIO
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM COMPROBAR-SOLAPE
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM GRABAR-CAMBIO
              END-IF.

           VALIDAR-CAMBIO.
      *De una entrada que ya empezó solo cambia la fecha hasta, y
      *no a antes de ayer: los días anteriores a hoy ya se
      *extrajeron con ella. Una entrada que terminó antes de ayer
      *es historia y no se toca.
              EVALUATE TRUE
                  WHEN WS-PAN-FECHA-HASTA = GLM-FECHA-HASTA
                          AND WS-PAN-CUENTA = GLM-CUENTA
                          AND WS-PAN-CENTRO = GLM-CENTRO-COSTE
                      MOVE "NO HA CAMBIADO NINGUN DATO" TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN GLM-FECHA-DESDE NOT < WS-FECHA-HOY
                      CONTINUE
                  WHEN GLM-FECHA-HASTA < WS-FECHA-AYER
                      MOVE "ENTRADA YA VENCIDA, NO SE PUEDE CAMBIAR"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN WS-PAN-CUENTA NOT = GLM-CUENTA
                          OR WS-PAN-CENTRO NOT = GLM-CENTRO-COSTE
                      MOVE "EN VIGOR: SOLO CAMBIA LA FECHA HASTA"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
                  WHEN WS-PAN-FECHA-HASTA < WS-FECHA-AYER
                      MOVE "LA FECHA HASTA NO PUEDE SER ANTERIOR A AYER"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
              END-EVALUATE.

           GRABAR-CAMBIO.
              EXEC CICS READ FILE('SUMGLMA')
                  INTO(CUENTA-MAPA-REC)
                  RIDFLD(WS-CLAVE-PANTALLA)
                  UPDATE
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      MOVE SPACES TO WS-COMMAREA

                      MOVE "LA ENTRADA YA NO EXISTE, CONSULTE DE NUEVO"
                          TO MSGO
                  WHEN WS-RESPUESTA NOT = DFHRESP(NORMAL)
                      MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
                  WHEN CUENTA-MAPA-REC NOT = CA-IMAGEN
                      EXEC CICS UNLOCK FILE('SUMGLMA') END-EXEC

                      MOVE WS-MENSAJE-CAMBIADA TO MSGO
                  WHEN OTHER
                      PERFORM REGRABAR-ENTRADA
              END-EVALUATE.

           REGRABAR-ENTRADA.
              MOVE CUENTA-MAPA-REC TO WS-IMAGEN-ANTES.

              MOVE WS-PAN-FECHA-HASTA TO GLM-FECHA-HASTA.

              MOVE WS-PAN-CUENTA TO GLM-CUENTA.

              MOVE WS-PAN-CENTRO TO GLM-CENTRO-COSTE.

              PERFORM SELLAR-ENTRADA.

              EXEC CICS REWRITE FILE('SUMGLMA')
                  FROM(CUENTA-MAPA-REC)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(NORMAL)
                  MOVE "M" TO WS-ACCION-DIARIO

                  MOVE CUENTA-MAPA-REC TO WS-IMAGEN-DESPUES

                  PERFORM GRABAR-DIARIO

                  IF WS-DIARIO-GRABADO = "Y"
                      MOVE CUENTA-MAPA-REC TO CA-IMAGEN

                      PERFORM MOSTRAR-ENTRADA

                      MOVE "CAMBIO GRABADO" TO MSGO
                  END-IF
              ELSE
                  MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
              END-IF.

           DAR-BAJA.
      *Solo se borra una entrada que aún no ha empezado; una en
      *vigor se termina adelantando su fecha hasta.
              IF CA-CLAVE-CONSULTADA NOT = WS-CLAVE-PANTALLA
                  MOVE "CONSULTE (C) LA ENTRADA ANTES DE BORRARLA"
                      TO MSGO

                  MOVE "N" TO WS-VALIDO
              END-IF.

              IF WS-VALIDO = "Y"
                  MOVE CA-IMAGEN TO CUENTA-MAPA-REC

                  IF GLM-FECHA-DESDE < WS-FECHA-HOY
                      MOVE "YA EN VIGOR: CIERRE SU VIGENCIA CON M"
                          TO MSGO

                      MOVE "N" TO WS-VALIDO
                  END-IF
              END-IF.

              IF WS-VALIDO = "Y"
                  PERFORM GRABAR-BAJA
              END-IF.

           GRABAR-BAJA.
              EXEC CICS READ FILE('SUMGLMA')
                  INTO(CUENTA-MAPA-REC)
                  RIDFLD(WS-CLAVE-PANTALLA)
                  UPDATE
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      MOVE SPACES TO WS-COMMAREA

                      MOVE "LA ENTRADA YA NO EXISTE, CONSULTE DE NUEVO"
                          TO MSGO
                  WHEN WS-RESPUESTA NOT = DFHRESP(NORMAL)
                      MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
                  WHEN CUENTA-MAPA-REC NOT = CA-IMAGEN
                      EXEC CICS UNLOCK FILE('SUMGLMA') END-EXEC

                      MOVE WS-MENSAJE-CAMBIADA TO MSGO
                  WHEN OTHER
                      PERFORM BORRAR-ENTRADA
              END-EVALUATE.

           BORRAR-ENTRADA.
              EXEC CICS DELETE FILE('SUMGLMA')
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(NORMAL)
                  MOVE "B" TO WS-ACCION-DIARIO

                  MOVE CUENTA-MAPA-REC TO WS-IMAGEN-ANTES

                  MOVE SPACES TO WS-IMAGEN-DESPUES

                  PERFORM GRABAR-DIARIO

                  IF WS-DIARIO-GRABADO = "Y"
                      MOVE SPACES TO WS-COMMAREA

                      PERFORM LIMPIAR-DATOS

                      MOVE "BAJA GRABADA" TO MSGO
                  END-IF
              ELSE
                  MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO
              END-IF.

           SELLAR-ENTRADA.
              MOVE WS-USUARIO TO GLM-USUARIO.

              MOVE WS-FECHA-CAMBIO TO GLM-FECHA-CAMBIO.

              MOVE WS-HORA-CAMBIO TO GLM-HORA-CAMBIO.

           GRABAR-DIARIO.
      *La clave del diario (fecha, hora, terminal y tarea) es única
      *para cada petición. Si el diario no se puede grabar, la
      *vuelta atrás deshace también el cambio del fichero: no
      *queda ningún cambio sin su anotación.
              MOVE SPACES TO DIARIO-CUENTAS-REC.

              MOVE WS-FECHA-CAMBIO TO JGL-FECHA.

              MOVE WS-HORA-CAMBIO TO JGL-HORA.

              MOVE EIBTRMID TO JGL-TERMINAL.

              MOVE EIBTASKN TO JGL-TAREA.

              MOVE WS-USUARIO TO JGL-USUARIO.

              MOVE WS-ACCION-DIARIO TO JGL-ACCION.

              MOVE WS-IMAGEN-ANTES TO JGL-ANTES.

              MOVE WS-IMAGEN-DESPUES TO JGL-DESPUES.

              EXEC CICS WRITE FILE('SUMGLMJ')
                  FROM(DIARIO-CUENTAS-REC)
                  RIDFLD(JGL-CLAVE)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(NORMAL)
                  MOVE "Y" TO WS-DIARIO-GRABADO
              ELSE
                  MOVE "N" TO WS-DIARIO-GRABADO

                  EXEC CICS SYNCPOINT ROLLBACK END-EXEC

                  MOVE "DIARIO DE CAMBIOS NO DISPONIBLE, CAMBIO ANULADO"
                      TO MSGO
              END-IF.

           COMPROBAR-SOLAPE.
      *Recorre las entradas de la combinación buscando una, distinta
      *de la que se graba, cuyo periodo se cruce con el nuevo; como
      *van por fecha desde, se para en la primera que empieza
      *después de la nueva fecha hasta.
              MOVE "N" TO WS-SOLAPE.

              MOVE "N" TO WS-FIN-RECORRIDO.

              MOVE WS-PAN-COMBINACION TO WS-REC-COMBINACION.

              MOVE ZERO TO WS-REC-FECHA-DESDE.

              EXEC CICS STARTBR FILE('SUMGLMA')
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  GTEQ
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA = DFHRESP(NORMAL)
                      PERFORM LEER-ENTRADA-SOLAPE
                          UNTIL WS-FIN-RECORRIDO = "Y"

                      EXEC CICS ENDBR FILE('SUMGLMA') END-EXEC
                  WHEN WS-RESPUESTA = DFHRESP(NOTFND)
                      CONTINUE
                  WHEN OTHER
                      MOVE "FICHERO GLMAP NO DISPONIBLE" TO MSGO

                      MOVE "N" TO WS-VALIDO
              END-EVALUATE.

              IF WS-SOLAPE = "Y"
                  MOVE SPACES TO MSGO

                  STRING "SE SOLAPA CON LA ENTRADA DESDE "
                      WS-FECHA-SOLAPE
                      DELIMITED BY SIZE INTO MSGO

                  MOVE "N" TO WS-VALIDO
              END-IF.

           LEER-ENTRADA-SOLAPE.
              EXEC CICS READNEXT FILE('SUMGLMA')
                  INTO(WS-ENTRADA-LEIDA)
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA NOT = DFHRESP(NORMAL)
                      MOVE "Y" TO WS-FIN-RECORRIDO
                  WHEN WS-LEIDA-COMBINACION NOT = WS-PAN-COMBINACION
                      MOVE "Y" TO WS-FIN-RECORRIDO
                  WHEN WS-LEIDA-FECHA-DESDE > WS-PAN-FECHA-HASTA
                      MOVE "Y" TO WS-FIN-RECORRIDO
                  WHEN WS-LEIDA-FECHA-DESDE = WS-PAN-FECHA-DESDE
                      CONTINUE
                  WHEN WS-LEIDA-FECHA-HASTA NOT < WS-PAN-FECHA-DESDE
                      MOVE "Y" TO WS-SOLAPE

                      MOVE WS-LEIDA-FECHA-DESDE TO WS-FECHA-SOLAPE

                      MOVE "Y" TO WS-FIN-RECORRIDO
              END-EVALUATE.

           LISTAR-COMBINACION.
      *Lista las cinco primeras entradas de la combinación que
      *siguen en vigor hoy o empiezan después; las ya terminadas
      *quedan en el fichero y en el diario, pero no en pantalla.
              MOVE SPACES TO WS-LINEA-MAPA-TEXTO(1).

              MOVE SPACES TO WS-LINEA-MAPA-TEXTO(2).

              MOVE SPACES TO WS-LINEA-MAPA-TEXTO(3).

              MOVE SPACES TO WS-LINEA-MAPA-TEXTO(4).

              MOVE SPACES TO WS-LINEA-MAPA-TEXTO(5).

              MOVE ZERO TO WS-NUM-LINEAS.

              MOVE "N" TO WS-FIN-RECORRIDO.

              MOVE WS-PAN-COMBINACION TO WS-REC-COMBINACION.

              MOVE ZERO TO WS-REC-FECHA-DESDE.

              EXEC CICS STARTBR FILE('SUMGLMA')
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  GTEQ
                  RESP(WS-RESPUESTA)
              END-EXEC.

              IF WS-RESPUESTA = DFHRESP(NORMAL)
                  PERFORM LEER-ENTRADA-LISTA
                      UNTIL WS-FIN-RECORRIDO = "Y"

                  EXEC CICS ENDBR FILE('SUMGLMA') END-EXEC
              END-IF.

           LEER-ENTRADA-LISTA.
              EXEC CICS READNEXT FILE('SUMGLMA')
                  INTO(WS-ENTRADA-LEIDA)
                  RIDFLD(WS-CLAVE-RECORRIDO)
                  RESP(WS-RESPUESTA)
              END-EXEC.

              EVALUATE TRUE
                  WHEN WS-RESPUESTA NOT = DFHRESP(NORMAL)
                      MOVE "Y" TO WS-FIN-RECORRIDO
                  WHEN WS-LEIDA-COMBINACION NOT = WS-PAN-COMBINACION
                      MOVE "Y" TO WS-FIN-RECORRIDO
                  WHEN WS-LEIDA-FECHA-HASTA < WS-FECHA-HOY
                      CONTINUE
                  WHEN OTHER
                      ADD 1 TO WS-NUM-LINEAS

                      MOVE WS-LEIDA-FECHA-DESDE TO WS-LINEA-DESDE

                      MOVE WS-LEIDA-FECHA-HASTA TO WS-LINEA-HASTA

                      MOVE WS-LEIDA-CUENTA TO WS-LINEA-CUENTA

                      MOVE WS-LEIDA-CENTRO TO WS-LINEA-CENTRO

                      MOVE WS-LEIDA-USUARIO TO WS-LINEA-USUARIO

                      MOVE WS-LINEA-ENTRADA
                          TO WS-LINEA-MAPA-TEXTO(WS-NUM-LINEAS)

                      IF WS-NUM-LINEAS = 5
                          MOVE "Y" TO WS-FIN-RECORRIDO
                      END-IF
              END-EVALUATE.

           MOSTRAR-ENTRADA.
              MOVE GLM-FECHA-HASTA TO HASTAO.

              MOVE GLM-CUENTA TO CUENTAO.

              MOVE GLM-CENTRO-COSTE TO CENTROO.

              MOVE GLM-USUARIO TO RUSUARO.

              MOVE GLM-FECHA-CAMBIO TO RFECHAO.

              MOVE GLM-HORA-CAMBIO TO RHORAO.

           LIMPIAR-DATOS.
              MOVE SPACES TO HASTAO.

              MOVE SPACES TO CUENTAO.

              MOVE SPACES TO CENTROO.

              MOVE SPACES TO RUSUARO.

              MOVE SPACES TO RFECHAO.

              MOVE SPACES TO RHORAO.

           ENVIAR-PANTALLA.
              EXEC CICS SEND MAP('SUMGLMM') MAPSET('SUMGLMM')
                  FROM(SUMGLMMO) ERASE
              END-EXEC.

       END PROGRAM SUMGLMP.
