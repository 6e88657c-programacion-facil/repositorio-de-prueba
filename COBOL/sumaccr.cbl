       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Revisión semanal de accesos a la consulta en línea del
      *maestro, para cumplimiento normativo: lee del diario de
      *consultas (ver la copy CNJREC), que la transacción SUMQ graba
      *con cada consulta, las de los siete días que empiezan en la
      *fecha de la tarjeta QPARM y emite en ACCRPT, por usuario
      *CICS, cuántas consultas hizo (por clave, por valor y
      *coincidencias siguientes con PF8), cuántos valores o claves
      *distintos buscó, cuántas hizo fuera del horario laboral y
      *cuántos pares llegó a ver. Marca al usuario que pasa del
      *máximo de consultas de la semana ("C"), al que busca más
      *valores distintos de los admitidos ("V") y al que consultó
      *fuera de horario ("H"): antes o después de las horas de la
      *tarjeta, o en un día no hábil del calendario de la casa.
      *Después relaciona una a una las consultas fuera de horario.
      *Ver JCL/SUMACCRJ.jcl.
           SELECT DIARIO-CONSULTAS ASSIGN TO "CONSDIAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCN-CLAVE
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT CALENDARIO ASSIGN TO "CALEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALEND-STATUS.

           SELECT QPARM-IN ASSIGN TO "QPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QPARM-STATUS.

           SELECT ACC-REPORT ASSIGN TO "ACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-CONSULTAS.
           COPY CNJREC.

       FD  CALENDARIO.
           COPY CALREC.

      *Tarjeta de la revisión, en columnas fijas (un campo en blanco
      *toma el valor por defecto):
      *  1-8   primer día de la semana AAAAMMDD (espacios = el lunes
      *        de la semana pasada)
      *  9-13  máximo de consultas por usuario en la semana (200)
      *  14-18 máximo de valores distintos por usuario (50)
      *  19-22 inicio del horario laboral HHMM (0800)
      *  23-26 fin del horario laboral HHMM (1900)
       FD  QPARM-IN.
           01 QPARM-IN-REC.
               05 QPA-FECHA-DESDE PIC X(8).
               05 QPA-MAX-CONSULTAS PIC X(5).
               05 QPA-MAX-DISTINTOS PIC X(5).
               05 QPA-HORA-INICIO PIC X(4).
               05 QPA-HORA-FIN PIC X(4).
               05 FILLER PIC X(54).

       FD  ACC-REPORT.
           01 ACC-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-DIARIO-STATUS PIC X(2).

           01 WS-CALEND-STATUS PIC X(2).

           01 WS-QPARM-STATUS PIC X(2).

           01 WS-EOF-SWITCH PIC X VALUE "N".

      *El diario recién definido y aún sin ninguna consulta da file
      *status 35 al abrirlo: es una semana sin consultas.
           01 WS-DIARIO-VACIO PIC X VALUE "N".

           01 WS-FECHA-HORA-ACTUAL PIC X(21).

           01 WS-FECHA-HOY PIC 9(8).

           01 WS-DIA-SEMANA PIC 9(1).

      *Semana revisada y umbrales, ya interpretados de la tarjeta.
           01 WS-FECHA-DESDE PIC 9(8).

           01 WS-FECHA-HASTA PIC 9(8).

           01 WS-MAX-CONSULTAS PIC 9(5) VALUE 200.

           01 WS-MAX-DISTINTOS PIC 9(5) VALUE 50.

           01 WS-HORA-INICIO PIC 9(4) VALUE 0800.

           01 WS-HORA-FIN PIC 9(4) VALUE 1900.

      *Los siete días de la semana con su clase en el calendario:
      *se leen una vez al empezar en vez de una vez por consulta.
      *Un día que el calendario no tiene se da por hábil de lunes a
      *viernes y festivo en sábado y domingo, y se avisa.
           01 WS-TABLA-DIAS.
               05 WS-DIA OCCURS 7.
                   10 TDI-FECHA PIC 9(8).
                   10 TDI-HABIL PIC X(1).

           01 WS-INDICE-DIA PIC 9(2).

           01 WS-AVISOS-CALENDARIO PIC 9(2) VALUE ZERO.

      *Resumen de la semana por usuario, en orden alfabético.
           01 WS-TABLA-USUARIOS.
               05 WS-USUARIO OCCURS 200.
                   10 TUS-USUARIO PIC X(8).
                   10 TUS-CONSULTAS PIC 9(7).
                   10 TUS-CLAVE PIC 9(5).
                   10 TUS-VALOR PIC 9(5).
                   10 TUS-SIGUIENTE PIC 9(5).
                   10 TUS-DISTINTOS PIC 9(5).
                   10 TUS-FUERA-HORARIO PIC 9(5).
                   10 TUS-MOSTRADOS PIC 9(7).

           01 WS-NUM-USUARIOS PIC 9(3) VALUE ZERO.

           01 WS-INDICE PIC 9(3).

           01 WS-INDICE-HALLADO PIC 9(3).

           01 WS-INDICE-HUECO PIC 9(3).

      *Lo buscado en cada consulta, para contar por usuario los
      *valores distintos: "C" con la fecha y el número de registro
      *de una consulta por clave, o "V" con el valor de una búsqueda
      *por valor (la coincidencia siguiente con PF8 repite el valor
      *de su búsqueda y no cuenta como otro distinto). La tabla
      *guarda cada pareja usuario + criterio vista en la semana.
           01 WS-CRITERIO.
               05 CRI-TIPO PIC X(1).
               05 CRI-BUSCADO PIC X(17).

           01 WS-TABLA-CRITERIOS.
               05 WS-CRITERIO-VISTO OCCURS 5000.
                   10 TCR-USUARIO PIC X(8).
                   10 TCR-CRITERIO PIC X(18).

           01 WS-NUM-CRITERIOS PIC 9(5) VALUE ZERO.

           01 WS-INDICE-CRITERIO PIC 9(5).

           01 WS-CRITERIO-HALLADO PIC X(1).

      *Clasificación de la consulta en curso respecto del horario.
           01 WS-HORA-CONSULTA PIC 9(4).

           01 WS-FUERA-HORARIO PIC X(1).

           01 WS-MOTIVO PIC X(8).

      *Totales de la semana.
           01 WS-CONSULTAS-SEMANA PIC 9(7) VALUE ZERO.

           01 WS-FUERA-SEMANA PIC 9(7) VALUE ZERO.

           01 WS-USUARIOS-MARCADOS PIC 9(3) VALUE ZERO.

           01 WS-MARCAS PIC X(5).

           01 WS-TIPO-ED PIC X(5).

           01 WS-BUSCADO-ED PIC X(20).

           01 WS-VALOR-ED PIC -ZZZZZZZZ9.

           01 WS-HORA-ED PIC 99B99B99.

           01 WS-HORARIO-ED.
               05 HOR-INICIO-HH PIC 9(2).
               05 FILLER PIC X(1) VALUE ":".
               05 HOR-INICIO-MM PIC 9(2).
               05 FILLER PIC X(1) VALUE "-".
               05 HOR-FIN-HH PIC 9(2).
               05 FILLER PIC X(1) VALUE ":".
               05 HOR-FIN-MM PIC 9(2).

           01 WS-CONSULTAS-ED PIC ZZZZZZ9.

           01 WS-CLAVE-ED PIC ZZZZ9.

           01 WS-VALOR-CONSULTAS-ED PIC ZZZZ9.

           01 WS-SIGUIENTE-ED PIC ZZZZ9.

           01 WS-DISTINTOS-ED PIC ZZZZ9.

           01 WS-FUERA-ED PIC ZZZZ9.

           01 WS-MOSTRADOS-ED PIC ZZZZZZ9.

           01 WS-NUMERO-ED PIC ZZZZ9.

           01 WS-FUERA-SEMANA-ED PIC ZZZZZZ9.

           01 WS-USUARIOS-ED PIC ZZ9.

           01 WS-MARCADOS-ED PIC ZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.

              PERFORM LEER-PARAMETROS.

              OPEN OUTPUT ACC-REPORT.

              PERFORM EMITIR-CABECERA-INFORME.

              PERFORM CARGAR-DIAS-SEMANA.

              OPEN INPUT DIARIO-CONSULTAS.

              EVALUATE WS-DIARIO-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "35"
                      MOVE "Y" TO WS-DIARIO-VACIO
                  WHEN OTHER
                      DISPLAY "ERROR FATAL: no se pudo abrir CONSDIAR "
                          "(file status " WS-DIARIO-STATUS
                          "), revision abortada"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.

              IF WS-DIARIO-VACIO = "N"
                  PERFORM ACUMULAR-SEMANA
              END-IF.

              PERFORM EMITIR-RESUMEN.

              IF WS-DIARIO-VACIO = "N"
                  PERFORM EMITIR-FUERA-HORARIO

                  CLOSE DIARIO-CONSULTAS
              END-IF.

              PERFORM EMITIR-TOTALES-INFORME.

              CLOSE ACC-REPORT.

      *Una semana con usuarios marcados, o sin ninguna consulta
      *(que, con la transacción en servicio, apunta a un diario que
      *no se está grabando), termina con código de retorno 4 para
      *que el informe no se archive sin que nadie lo mire.
              IF WS-USUARIOS-MARCADOS > ZERO
                  DISPLAY "REVISION DE ACCESOS CON USUARIOS MARCADOS"
                  MOVE 4 TO RETURN-CODE
              END-IF.

              IF WS-CONSULTAS-SEMANA = ZERO
                  DISPLAY "SIN CONSULTAS EN EL DIARIO EN LA SEMANA "
                      "REVISADA"
                  MOVE 4 TO RETURN-CODE
              END-IF.

              STOP RUN.

           LEER-PARAMETROS.
      *Sin tarjeta, o con la tarjeta en blanco, se revisa la semana
      *pasada, de lunes a domingo, con los umbrales por defecto,
      *que es lo que pide la ejecución de cada lunes. Un campo
      *tecleado que no es válido aborta en vez de revisar otra
      *semana u otros umbrales.
              COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1 7) + 1.

              COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                  - WS-DIA-SEMANA - 6).

              MOVE SPACES TO QPARM-IN-REC.

              OPEN INPUT QPARM-IN.

              IF WS-QPARM-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir QPARM "
                      "(file status " WS-QPARM-STATUS
                      "), revision abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              READ QPARM-IN
                  AT END
                      MOVE SPACES TO QPARM-IN-REC
              END-READ.

              CLOSE QPARM-IN.

              IF QPA-FECHA-DESDE NOT = SPACES
                  IF QPA-FECHA-DESDE NUMERIC
                      MOVE QPA-FECHA-DESDE TO WS-FECHA-DESDE
                  ELSE
                      DISPLAY "ERROR FATAL: fecha desde no numerica: "
                          QPA-FECHA-DESDE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE)
                          NOT = 0
                      DISPLAY "ERROR FATAL: fecha desde no valida: "
                          QPA-FECHA-DESDE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE) + 6).

              IF QPA-MAX-CONSULTAS NOT = SPACES
                  IF QPA-MAX-CONSULTAS NUMERIC
                      MOVE QPA-MAX-CONSULTAS TO WS-MAX-CONSULTAS
                  ELSE
                      DISPLAY "ERROR FATAL: maximo de consultas no "
                          "numerico: " QPA-MAX-CONSULTAS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              IF QPA-MAX-DISTINTOS NOT = SPACES
                  IF QPA-MAX-DISTINTOS NUMERIC
                      MOVE QPA-MAX-DISTINTOS TO WS-MAX-DISTINTOS
                  ELSE
                      DISPLAY "ERROR FATAL: maximo de valores "
                          "distintos no numerico: " QPA-MAX-DISTINTOS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              IF QPA-HORA-INICIO NOT = SPACES
                  IF QPA-HORA-INICIO NUMERIC
                      MOVE QPA-HORA-INICIO TO WS-HORA-INICIO
                  ELSE
                      DISPLAY "ERROR FATAL: hora de inicio no "
                          "numerica: " QPA-HORA-INICIO
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

              IF QPA-HORA-FIN NOT = SPACES
                  IF QPA-HORA-FIN NUMERIC
                      MOVE QPA-HORA-FIN TO WS-HORA-FIN
                  ELSE
                      DISPLAY "ERROR FATAL: hora de fin no numerica: "
                          QPA-HORA-FIN
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
              END-IF.

      *El horario es [inicio, fin): 2400 como fin admite hasta el
      *último minuto del día.
              IF WS-HORA-INICIO > 2359
                      OR FUNCTION MOD(WS-HORA-INICIO 100) > 59
                      OR WS-HORA-FIN > 2400
                      OR FUNCTION MOD(WS-HORA-FIN 100) > 59
                      OR WS-HORA-INICIO NOT < WS-HORA-FIN
                  DISPLAY "ERROR FATAL: horario laboral no valido: "
                      WS-HORA-INICIO "-" WS-HORA-FIN
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

           CARGAR-DIAS-SEMANA.
              OPEN INPUT CALENDARIO.

              IF WS-CALEND-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CALEND "
                      "(file status " WS-CALEND-STATUS
                      "), revision abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              PERFORM VARYING WS-INDICE-DIA FROM 1 BY 1
                      UNTIL WS-INDICE-DIA > 7

                  COMPUTE TDI-FECHA(WS-INDICE-DIA) =
                      FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
                      + WS-INDICE-DIA - 1)

                  MOVE TDI-FECHA(WS-INDICE-DIA) TO CAL-FECHA

                  READ CALENDARIO

                  IF WS-CALEND-STATUS = "00"
                      IF CAL-TIPO-DIA = "L"
                          MOVE "Y" TO TDI-HABIL(WS-INDICE-DIA)
                      ELSE
                          MOVE "N" TO TDI-HABIL(WS-INDICE-DIA)
                      END-IF
                  ELSE
                      PERFORM SUPONER-DIA-HABIL
                  END-IF

              END-PERFORM.

              CLOSE CALENDARIO.

              IF WS-AVISOS-CALENDARIO > ZERO
                  MOVE SPACES TO ACC-REPORT-LINE

                  WRITE ACC-REPORT-LINE
              END-IF.

           SUPONER-DIA-HABIL.
              COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(TDI-FECHA(WS-INDICE-DIA))
                  - 1 7) + 1.

              IF WS-DIA-SEMANA > 5
                  MOVE "N" TO TDI-HABIL(WS-INDICE-DIA)
              ELSE
                  MOVE "Y" TO TDI-HABIL(WS-INDICE-DIA)
              END-IF.

              ADD 1 TO WS-AVISOS-CALENDARIO.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "AVISO: " TDI-FECHA(WS-INDICE-DIA)
                  " NO ESTA EN EL CALENDARIO (FILE STATUS "
                  WS-CALEND-STATUS "), HABIL SI ES DE LUNES A VIERNES"
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

           POSICIONAR-SEMANA.
      *El diario va en orden de fecha y hora de la consulta: se
      *posiciona en la primera consulta del primer día y se lee
      *hasta pasar el último.
              MOVE LOW-VALUES TO JCN-CLAVE.

              MOVE WS-FECHA-DESDE TO JCN-FECHA.

              MOVE "N" TO WS-EOF-SWITCH.

              START DIARIO-CONSULTAS KEY IS NOT LESS THAN JCN-CLAVE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-SWITCH
              END-START.

           LEER-SIGUIENTE.
              READ DIARIO-CONSULTAS NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-EOF-SWITCH
              END-READ.

              IF WS-EOF-SWITCH = "N"
                  IF WS-DIARIO-STATUS NOT = "00"
                      DISPLAY "ERROR FATAL: lectura de CONSDIAR con "
                          "file status " WS-DIARIO-STATUS
                          ", revision abortada"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF JCN-FECHA > WS-FECHA-HASTA
                      MOVE "Y" TO WS-EOF-SWITCH
                  END-IF
              END-IF.

           ACUMULAR-SEMANA.
              PERFORM POSICIONAR-SEMANA.

              IF WS-EOF-SWITCH = "N"
                  PERFORM LEER-SIGUIENTE
              END-IF.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  ADD 1 TO WS-CONSULTAS-SEMANA

                  PERFORM BUSCAR-USUARIO

                  ADD 1 TO TUS-CONSULTAS(WS-INDICE-HALLADO)

                  ADD JCN-MOSTRADOS TO TUS-MOSTRADOS(WS-INDICE-HALLADO)

                  EVALUATE JCN-TIPO
                      WHEN "C"
                          ADD 1 TO TUS-CLAVE(WS-INDICE-HALLADO)
                      WHEN "V"
                          ADD 1 TO TUS-VALOR(WS-INDICE-HALLADO)
                      WHEN OTHER
                          ADD 1 TO TUS-SIGUIENTE(WS-INDICE-HALLADO)
                  END-EVALUATE

                  PERFORM ANOTAR-CRITERIO

                  PERFORM CLASIFICAR-HORARIO

                  IF WS-FUERA-HORARIO = "Y"
                      ADD 1 TO WS-FUERA-SEMANA

                      ADD 1 TO TUS-FUERA-HORARIO(WS-INDICE-HALLADO)
                  END-IF

                  PERFORM LEER-SIGUIENTE

              END-PERFORM.

           BUSCAR-USUARIO.
      *Busca el usuario en la tabla, que se mantiene en orden
      *alfabético: si no está, se le abre hueco en su sitio
      *desplazando los siguientes una posición.
              MOVE ZERO TO WS-INDICE-HALLADO.

              MOVE ZERO TO WS-INDICE-HUECO.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-USUARIOS
                      OR WS-INDICE-HALLADO > ZERO
                      OR WS-INDICE-HUECO > ZERO

                  IF TUS-USUARIO(WS-INDICE) = JCN-USUARIO
                      MOVE WS-INDICE TO WS-INDICE-HALLADO
                  END-IF

                  IF TUS-USUARIO(WS-INDICE) > JCN-USUARIO
                      MOVE WS-INDICE TO WS-INDICE-HUECO
                  END-IF

              END-PERFORM.

              IF WS-INDICE-HALLADO = ZERO
                  IF WS-NUM-USUARIOS >= 200
                      DISPLAY "ERROR FATAL: mas de 200 usuarios "
                          "en la semana, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF WS-INDICE-HUECO = ZERO
                      COMPUTE WS-INDICE-HUECO = WS-NUM-USUARIOS + 1
                  END-IF

                  PERFORM VARYING WS-INDICE FROM WS-NUM-USUARIOS
                          BY -1 UNTIL WS-INDICE < WS-INDICE-HUECO

                      MOVE WS-USUARIO(WS-INDICE)
                          TO WS-USUARIO(WS-INDICE + 1)

                  END-PERFORM

                  ADD 1 TO WS-NUM-USUARIOS

                  MOVE WS-INDICE-HUECO TO WS-INDICE-HALLADO

                  MOVE JCN-USUARIO TO TUS-USUARIO(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-CONSULTAS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-CLAVE(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-VALOR(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-SIGUIENTE(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-DISTINTOS(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-FUERA-HORARIO(WS-INDICE-HALLADO)

                  MOVE ZERO TO TUS-MOSTRADOS(WS-INDICE-HALLADO)
              END-IF.

           ANOTAR-CRITERIO.
      *Un criterio que el usuario no había buscado en la semana
      *suma uno a sus valores distintos.
              MOVE SPACES TO WS-CRITERIO.

              IF JCN-TIPO = "C"
                  MOVE "C" TO CRI-TIPO

                  MOVE JCN-BUSCADO-CLAVE TO CRI-BUSCADO
              ELSE
                  MOVE "V" TO CRI-TIPO

                  MOVE JCN-BUS-VALOR TO WS-VALOR-ED

                  MOVE WS-VALOR-ED TO CRI-BUSCADO
              END-IF.

              MOVE "N" TO WS-CRITERIO-HALLADO.

              PERFORM VARYING WS-INDICE-CRITERIO FROM 1 BY 1
                      UNTIL WS-INDICE-CRITERIO > WS-NUM-CRITERIOS
                      OR WS-CRITERIO-HALLADO = "Y"

                  IF TCR-USUARIO(WS-INDICE-CRITERIO) = JCN-USUARIO
                          AND TCR-CRITERIO(WS-INDICE-CRITERIO)
                          = WS-CRITERIO
                      MOVE "Y" TO WS-CRITERIO-HALLADO
                  END-IF

              END-PERFORM.

              IF WS-CRITERIO-HALLADO = "N"
                  IF WS-NUM-CRITERIOS >= 5000
                      DISPLAY "ERROR FATAL: mas de 5000 valores "
                          "distintos en la semana, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO WS-NUM-CRITERIOS

                  MOVE JCN-USUARIO TO TCR-USUARIO(WS-NUM-CRITERIOS)

                  MOVE WS-CRITERIO TO TCR-CRITERIO(WS-NUM-CRITERIOS)

                  ADD 1 TO TUS-DISTINTOS(WS-INDICE-HALLADO)
              END-IF.

           CLASIFICAR-HORARIO.
      *Fuera de horario: en un día no hábil a cualquier hora, o en
      *un día hábil antes del inicio o desde el fin del horario.
              MOVE "N" TO WS-FUERA-HORARIO.

              MOVE SPACES TO WS-MOTIVO.

              COMPUTE WS-INDICE-DIA =
                  FUNCTION INTEGER-OF-DATE(JCN-FECHA)
                  - FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE) + 1.

              COMPUTE WS-HORA-CONSULTA = JCN-HORA / 100.

              IF TDI-HABIL(WS-INDICE-DIA) = "N"
                  MOVE "Y" TO WS-FUERA-HORARIO

                  MOVE "FESTIVO" TO WS-MOTIVO
              ELSE
                  IF WS-HORA-CONSULTA < WS-HORA-INICIO
                          OR WS-HORA-CONSULTA NOT < WS-HORA-FIN
                      MOVE "Y" TO WS-FUERA-HORARIO

                      MOVE "HORARIO" TO WS-MOTIVO
                  END-IF
              END-IF.

           EMITIR-CABECERA-INFORME.
              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "REVISION SEMANAL DE ACCESOS A LA CONSULTA SUMQ "
                  "DEL " WS-FECHA-DESDE " AL " WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE WS-MAX-CONSULTAS TO WS-CONSULTAS-ED.

              MOVE WS-MAX-DISTINTOS TO WS-DISTINTOS-ED.

              MOVE WS-HORA-INICIO(1:2) TO HOR-INICIO-HH.

              MOVE WS-HORA-INICIO(3:2) TO HOR-INICIO-MM.

              MOVE WS-HORA-FIN(1:2) TO HOR-FIN-HH.

              MOVE WS-HORA-FIN(3:2) TO HOR-FIN-MM.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "UMBRALES: CONSULTAS " WS-CONSULTAS-ED
                  "  VALORES DISTINTOS " WS-DISTINTOS-ED
                  "  HORARIO " WS-HORARIO-ED
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE SPACES TO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

           EMITIR-RESUMEN.
              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "USUARIO CONSULTAS  CLAVE  VALOR    PF8 DISTINTOS"
                  " FUERA HOR   MOSTRADOS  MARCAS"
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              PERFORM VARYING WS-INDICE FROM 1 BY 1
                      UNTIL WS-INDICE > WS-NUM-USUARIOS

                  PERFORM EMITIR-LINEA-RESUMEN

              END-PERFORM.

              MOVE SPACES TO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "MARCAS: C MAS CONSULTAS QUE EL MAXIMO, V MAS "
                  "VALORES DISTINTOS QUE EL MAXIMO,"
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "        H CONSULTAS FUERA DE HORARIO O EN DIA "
                  "NO HABIL"
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

           EMITIR-LINEA-RESUMEN.
              MOVE SPACES TO WS-MARCAS.

              IF TUS-CONSULTAS(WS-INDICE) > WS-MAX-CONSULTAS
                  MOVE "C" TO WS-MARCAS(1:1)
              END-IF.

              IF TUS-DISTINTOS(WS-INDICE) > WS-MAX-DISTINTOS
                  MOVE "V" TO WS-MARCAS(3:1)
              END-IF.

              IF TUS-FUERA-HORARIO(WS-INDICE) > ZERO
                  MOVE "H" TO WS-MARCAS(5:1)
              END-IF.

              IF WS-MARCAS NOT = SPACES
                  ADD 1 TO WS-USUARIOS-MARCADOS
              END-IF.

              MOVE TUS-CONSULTAS(WS-INDICE) TO WS-CONSULTAS-ED.

              MOVE TUS-CLAVE(WS-INDICE) TO WS-CLAVE-ED.

              MOVE TUS-VALOR(WS-INDICE) TO WS-VALOR-CONSULTAS-ED.

              MOVE TUS-SIGUIENTE(WS-INDICE) TO WS-SIGUIENTE-ED.

              MOVE TUS-DISTINTOS(WS-INDICE) TO WS-DISTINTOS-ED.

              MOVE TUS-FUERA-HORARIO(WS-INDICE) TO WS-FUERA-ED.

              MOVE TUS-MOSTRADOS(WS-INDICE) TO WS-MOSTRADOS-ED.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING TUS-USUARIO(WS-INDICE) "  " WS-CONSULTAS-ED "  "
                  WS-CLAVE-ED "  " WS-VALOR-CONSULTAS-ED "  "
                  WS-SIGUIENTE-ED "     " WS-DISTINTOS-ED "     "
                  WS-FUERA-ED "     " WS-MOSTRADOS-ED "  " WS-MARCAS
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

           EMITIR-FUERA-HORARIO.
      *Segunda lectura de la semana: cada consulta fuera de horario,
      *con lo que se buscó y los pares que se enseñaron.
              MOVE SPACES TO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE "CONSULTAS FUERA DE HORARIO" TO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "FECHA     HORA      USUARIO   TERM  TIPO   "
                  "BUSCADO           MOSTRADOS  MOTIVO"
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              PERFORM POSICIONAR-SEMANA.

              IF WS-EOF-SWITCH = "N"
                  PERFORM LEER-SIGUIENTE
              END-IF.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  PERFORM CLASIFICAR-HORARIO

                  IF WS-FUERA-HORARIO = "Y"
                      PERFORM EMITIR-CONSULTA-FUERA
                  END-IF

                  PERFORM LEER-SIGUIENTE

              END-PERFORM.

           EMITIR-CONSULTA-FUERA.
              EVALUATE JCN-TIPO
                  WHEN "C"
                      MOVE "CLAVE" TO WS-TIPO-ED
                  WHEN "V"
                      MOVE "VALOR" TO WS-TIPO-ED
                  WHEN OTHER
                      MOVE "PF8" TO WS-TIPO-ED
              END-EVALUATE.

              MOVE SPACES TO WS-BUSCADO-ED.

              IF JCN-TIPO = "C"
                  STRING JCN-BUS-FECHA " " JCN-BUS-NUM-REGISTRO
                      DELIMITED BY SIZE INTO WS-BUSCADO-ED
              ELSE
                  MOVE JCN-BUS-VALOR TO WS-VALOR-ED

                  MOVE JCN-BUS-OCURRENCIA TO WS-NUMERO-ED

                  STRING WS-VALOR-ED " N." WS-NUMERO-ED
                      DELIMITED BY SIZE INTO WS-BUSCADO-ED
              END-IF.

              MOVE JCN-HORA TO WS-HORA-ED.

              INSPECT WS-HORA-ED REPLACING ALL " " BY ":".

              MOVE JCN-MOSTRADOS TO WS-NUMERO-ED.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING JCN-FECHA "  " WS-HORA-ED "  " JCN-USUARIO "  "
                  JCN-TERMINAL "  " WS-TIPO-ED "  " WS-BUSCADO-ED
                  "  " WS-NUMERO-ED "  " WS-MOTIVO
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

           EMITIR-TOTALES-INFORME.
              MOVE SPACES TO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

              MOVE WS-CONSULTAS-SEMANA TO WS-CONSULTAS-ED.

              MOVE WS-FUERA-SEMANA TO WS-FUERA-SEMANA-ED.

              MOVE WS-NUM-USUARIOS TO WS-USUARIOS-ED.

              MOVE WS-USUARIOS-MARCADOS TO WS-MARCADOS-ED.

              MOVE SPACES TO ACC-REPORT-LINE.

              STRING "CONSULTAS: " WS-CONSULTAS-ED
                  "  FUERA DE HORARIO: " WS-FUERA-SEMANA-ED
                  "  USUARIOS: " WS-USUARIOS-ED
                  "  MARCADOS: " WS-MARCADOS-ED
                  DELIMITED BY SIZE INTO ACC-REPORT-LINE.

              WRITE ACC-REPORT-LINE.

       END PROGRAM SUMACCR.
