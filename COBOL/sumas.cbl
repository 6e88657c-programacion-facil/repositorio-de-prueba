               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.

      *Maestro VSAM de resultados (PROD.SUMAS.MAESTRO.VSAM, el mismo
      *que carga SUMVLOAD y consulta SUMQ), abierto solo para leer:
      *una anulación ("REV" en PARESIN) busca aquí por clave el par
      *original que anula. El maestro no se toca hasta el VLOADSTP
      *posterior, así que en una reanudación la búsqueda da lo mismo
      *que en la ejecución interrumpida.
           SELECT MAESTRO-VSAM ASSIGN TO "MAESVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-CLAVE
               FILE STATUS IS WS-VSAM-STATUS.

      *Registro de departamentos emisores (copy DEPREC), leído por
      *clave en cada cabecera HDR: da la letra de origen del bloque
      *para el maestro diario y las operaciones que el departamento
      *puede enviar.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPTOS-STATUS.

      *Umbrales de importe alto por operación, en tarjetas
      *mantenidas con auditoría (ver CARGAR-UMBRALES): un par
      *calculado cuyo resultado, en valor absoluto, supera el umbral
      *de su operación no se contabiliza esta noche, sino que queda
      *retenido hasta que un supervisor lo libere o lo deniegue.
           SELECT UMBRALES-IN ASSIGN TO "UMBRALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UMBRALES-STATUS.

      *Pares retenidos por importe alto (copy RETREC), KSDS
      *compartido con la transacción de supervisión SUMRET: aquí se
      *da de alta cada par retenido y, al final de la ejecución, se
      *recorre entero para aplicar lo que el supervisor decidió
      *desde la noche anterior (ver APLICAR-RETENIDOS).
           SELECT RETENIDOS ASSIGN TO "RETENIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RETENIDOS-STATUS.

      *Tipos de cambio diarios de tesorería (generación del día de
      *PROD.SUMAS.CAMBIOS): los departamentos que llevan sus importes
      *en divisa mandan el bloque en su moneda, con el código ISO en
      *la cabecera HDR, y aquí se convierte cada resultado a la
      *moneda base con el cambio vigente en la fecha del lote (ver
      *CARGAR-CAMBIOS y LEER-CAMBIO-BLOQUE).
           SELECT CAMBIOS-IN ASSIGN TO "CAMBIOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Cada par lleva su propio código de operación (A sumar,
      *bajas sin partirse en dos submisiones. Un código desconocido
      *rechaza el par (código "04"), no aborta el lote. El hash de
      *la cola sigue cubriendo solo NUM1/NUM2, como hasta ahora.
      *El registro tiene 24 bytes: los tres últimos solo se usan en
      *la cabecera HDR, para la moneda del bloque, y en los pares y
      *en la cola van en blanco.
       FD  PARES-IN.
           01 PARES-IN-REC.
               05 PIN-NUM1 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 PIN-NUM2 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 PIN-OPERACION PIC X(1).
               05 FILLER PIC X(3).

      *Vista alfanumérica, byte a byte, del mismo registro de
      *entrada, para poder copiar NUM1/NUM2 "tal como llegaron" en
           01 PARES-IN-REC-X REDEFINES PARES-IN-REC.
               05 PIN-NUM1-X PIC X(10).
               05 PIN-NUM2-X PIC X(10).
               05 FILLER PIC X(4).

      *Registros de control del lote intercalados por el departamento
      *emisor en el propio PARESIN: una cabecera "HDR" (fecha del
      *"HDR" ni "TRL". El hash es la suma de los valores absolutos de
      *NUM1 y NUM2 de todos los pares, conservando los 10 dígitos
      *bajos (módulo 10**10), convenio pactado con el emisor.
      *CAB-MONEDA es el código ISO de la moneda en que vienen los
      *importes del bloque; en blanco, la moneda base, que es lo que
      *mandan los departamentos que no llevan divisa.
           01 PARES-IN-CTL REDEFINES PARES-IN-REC.
               05 PCT-TIPO PIC X(3).
               05 FILLER PIC X(21).

           01 PARES-IN-CAB REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 CAB-FECHA-LOTE PIC 9(8).
               05 CAB-DEPARTAMENTO PIC X(9).
               05 CAB-MONEDA PIC X(3).
               05 FILLER PIC X(1).

           01 PARES-IN-COLA REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 COLA-NUM-PARES PIC 9(7).
               05 COLA-HASH PIC 9(10).
               05 FILLER PIC X(4).

      *Anulación de un par ya procesado en una noche anterior: "REV"
      *seguido de la clave del maestro del par original (fecha de
      *proceso, origen y número de registro, ver la copy MAEREC). Va
      *dentro de un bloque HDR/TRL como un par más: cuenta en el
      *número de pares de la cola y tiene su propio número de
      *registro, pero no entra en el hash, que sigue cubriendo solo
      *NUM1/NUM2 de los pares de datos (convenio pactado con el
      *emisor).
           01 PARES-IN-ANUL REDEFINES PARES-IN-REC.
               05 FILLER PIC X(3).
               05 ANU-CLAVE.
                   10 ANU-FECHA PIC 9(8).
                   10 ANU-ORIGEN PIC X(1).
                   10 ANU-NUM-REGISTRO PIC 9(9).
               05 FILLER PIC X(3).

      *ROUT-RESULTADO es el resultado en la moneda base, el que se
      *contabiliza; ROUT-MONEDA y ROUT-IMPORTE-ORIGEN, la moneda del
      *emisor y el resultado en esa moneda, para que SUMRECON cuadre
      *también las sumas en la moneda de cada emisor.
       FD  RESULT-OUT.
           01 RESULT-OUT-REC.
               05 ROUT-RESULTADO PIC S9(9) SIGN IS LEADING SEPARATE.
               05 ROUT-MONEDA PIC X(3).
               05 ROUT-IMPORTE-ORIGEN PIC S9(9)
                   SIGN IS LEADING SEPARATE.

       FD  AUDIT-LOG.
           COPY AUDREC.
      *punto (pares procesados, suma de resultados y rechazados) para
      *que el informe de fin de ejecución de una reanudación siga
      *conciliando con todo el fichero de entrada, no solo con el
      *tramo procesado tras el reinicio. Por la misma razón lleva
      *las sumas de resultados en la moneda de cada emisor (ver
      *WS-TABLA-MONEDAS).
       FD  CHECKPT.
           01 CHECKPT-REC.
               05 CKP-ULTIMO-REGISTRO PIC 9(9).
                   SIGN IS LEADING SEPARATE.
               05 CKP-PARES-RECHAZADOS PIC 9(7).
               05 CKP-SUMA-DESBORDADA PIC X.
               05 CKP-NUM-MONEDAS PIC 9(2).
               05 CKP-MONEDAS-DESBORDADA PIC X.
               05 CKP-MONEDA OCCURS 10.
                   10 CKP-MON-CODIGO PIC X(3).
                   10 CKP-MON-SUMA PIC S9(11)
                       SIGN IS LEADING SEPARATE.

       FD  RUN-CTL.
           01 RUNCTL-REC.
       FD  MAESTRO-OUT.
           COPY MAEREC.

      *Acuse de recibo, registro fijo de 60 bytes con tres formatos:
      *cabecera "HDR" (fecha del lote, departamento y moneda, tal
      *como vinieron en su cabecera; la moneda base si no la traía),
      *un detalle por rechazo (NUM1/NUM2 crudos tal como llegaron,
      *operación y código de motivo) y cola "TRL" (pares recibidos,
      *aceptados y rechazados, nuestro hash recalculado de NUM1/NUM2
      *y la suma de los resultados de los pares aceptados en la
      *moneda del propio emisor, para que la cuadre con sus
      *importes sin conocer nuestro cambio).
       FD  ACK-OUT.
           01 ACK-CAB-REC.
               05 ACK-CAB-TIPO PIC X(3).
               05 ACK-CAB-FECHA PIC 9(8).
               05 ACK-CAB-DEPARTAMENTO PIC X(9).
               05 ACK-CAB-MONEDA PIC X(3).
               05 FILLER PIC X(37).

           01 ACK-DET-REC.
               05 ACK-DET-NUM1 PIC X(10).
               05 ACK-DET-NUM2 PIC X(10).
               05 ACK-DET-OPERACION PIC X(1).
               05 ACK-DET-CODIGO PIC X(2).
               05 FILLER PIC X(37).

           01 ACK-COLA-REC.
               05 ACK-COLA-TIPO PIC X(3).
               05 ACK-COLA-ACEPTADOS PIC 9(7).
               05 ACK-COLA-RECHAZADOS PIC 9(7).
               05 ACK-COLA-HASH PIC 9(10).
               05 ACK-COLA-MONEDA PIC X(3).
               05 ACK-COLA-SUMA-ORIGEN PIC S9(15)
                   SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(7).

      *La generación del día anterior ya viene en el registro de 24
      *bytes; la detección de duplicados compara solo los 21 bytes
      *del par (ver CARGAR-UN-PAR-PREVIO).
       FD  PREV-IN.
           01 PREV-IN-REC PIC X(24).

           01 PREV-IN-CTL REDEFINES PREV-IN-REC.
               05 PRV-TIPO PIC X(3).
               05 FILLER PIC X(21).

      *Mismo diseño que el registro del maestro que graba SUMVLOAD
      *(copy MAEREC con la clave agrupada).
       FD  MAESTRO-VSAM.
           01 VSAM-MAESTRO-REC.
               05 VM-CLAVE.
                   10 VM-FECHA PIC 9(8).
                   10 VM-ORIGEN PIC X(1).
                   10 VM-NUM-REGISTRO PIC 9(9).
               05 VM-DATOS PIC X(45).
               05 VM-ESTADO-ANULACION PIC X(1).
               05 VM-CLAVE-VINCULADA PIC X(18).
               05 VM-DEPARTAMENTO PIC X(9).
               05 VM-DIVISA.
                   10 VM-MONEDA PIC X(3).
                   10 VM-CAMBIO PIC 9(5)V9(6).
                   10 VM-IMPORTE-ORIGEN PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD  DEPARTAMENTOS.
           COPY DEPREC.

      *Tarjeta de umbral, en columnas fijas:
      *  1     operación A/S/M
      *  2-10  umbral de importe (9 dígitos, sin signo)
      *Una operación sin tarjeta no retiene ningún par.
       FD  UMBRALES-IN.
           01 UMBRALES-IN-REC.
               05 UMB-OPERACION PIC X(1).
               05 UMB-IMPORTE PIC X(9).
               05 FILLER PIC X(70).

       FD  RETENIDOS.
           COPY RETREC.

      *Tarjeta de tipo de cambio de tesorería, en columnas fijas:
      *  1-3    moneda (código ISO)
      *  4-11   fecha desde la que rige el cambio (AAAAMMDD)
      *  12-22  cambio: unidades de moneda base por unidad de la
      *         moneda, con 6 decimales implícitos (9(5)V9(6))
      *Un cambio rige desde su fecha hasta la del siguiente de la
      *misma moneda, así que tesorería solo tiene que mandar los
      *cambios nuevos junto con los vigentes.
       FD  CAMBIOS-IN.
           01 CAMBIOS-IN-REC.
               05 CAM-MONEDA PIC X(3).
               05 CAM-FECHA PIC X(8).
               05 CAM-FECHA-N REDEFINES CAM-FECHA PIC 9(8).
               05 CAM-CAMBIO PIC X(11).
               05 CAM-CAMBIO-N REDEFINES CAM-CAMBIO PIC 9(5)V9(6).
               05 FILLER PIC X(18).

       WORKING-STORAGE SECTION.

           01 WS-DEPARTAMENTO-CAB PIC X(9) VALUE SPACES.

      *Letra de origen del departamento del bloque actual (ver
      *LEER-DEPARTAMENTO-BLOQUE), para la clave de origen MAE-ORIGEN
      *del extracto maestro diario (ver la copy MAEREC); "N" para un
      *par llegado fuera de bloque.
           01 WS-ORIGEN-BLOQUE PIC X VALUE "N".

           01 WS-PARES-BLOQUE PIC 9(7) VALUE ZERO.

           01 WS-HASH-BLOQUE PIC 9(10) VALUE ZERO.

      *Suma, en la moneda del emisor, de los resultados de los pares
      *aceptados del bloque en curso (retenidos incluidos, que para
      *el emisor son aceptados), para la cola del acuse; en una
      *reanudación se reconstruye igual que el recuento de rechazos.
           01 WS-SUMA-BLOQUE-ORIGEN PIC S9(15) VALUE ZERO.

      *Resultado del cuadre de cada bloque, anotado en esta tabla al
      *cerrarlo para que el informe de control diga, departamento
      *por departamento, exactamente qué falló: el número de pares
                   10 LOT-DESCUADRE-HASH PIC X.
                   10 LOT-FECHA-NO-COINCIDE PIC X.
                   10 LOT-HASH PIC 9(10).
                   10 LOT-MONEDA PIC X(3).
                   10 LOT-SIN-CAMBIO PIC X.
                   10 LOT-SUMA-ORIGEN PIC S9(15).

           01 WS-NUM-LOTES PIC 9(3) VALUE ZERO.


           01 WS-PARES-DUPLICADOS-ED PIC ZZZZZZ9.

      *Operaciones que el departamento del bloque en curso tiene
      *permitidas según el registro de departamentos ("Y"/"N" para
      *A, S y M, mismo orden que DEP-OPERACIONES). Un departamento
      *no registrado o de baja no tiene ninguna (SUMEDIT ya habrá
      *devuelto esa transmisión; esto cubre un cambio del registro
      *entre los dos pasos). Fuera de bloque no hay departamento
      *contra el que comprobar y se admiten las tres, como antes.
      *Un par no autorizado se rechaza con código "08".
           01 WS-PERMISOS-BLOQUE.
               05 WS-PERMITE-SUMA PIC X VALUE "Y".
               05 WS-PERMITE-RESTA PIC X VALUE "Y".
               05 WS-PERMITE-MULTIPLICA PIC X VALUE "Y".

           01 WS-OPERACION-AUTORIZADA PIC X.

           01 WS-PARES-NO-AUTORIZADOS PIC 9(7) VALUE ZERO.

           01 WS-NO-AUTORIZADOS-ED PIC ZZZZZZ9.

      *Anulaciones: el registro en curso es un "REV" (ver
      *PARES-IN-ANUL), la clave del original que anula y la clave
      *propia de la anulación en el maestro, los datos y el
      *departamento del original tal como están en el maestro VSAM,
      *y el motivo de rechazo de la anulación (espacios si se
      *acepta): "05" el original no está en el maestro, "06" el
      *original fue un par rechazado o es a su vez una anulación,
      *"07" el original ya está anulado. Un par de esta misma noche
      *aún no está en el maestro (lo carga el VLOADSTP posterior),
      *así que su anulación tiene que llegar en una transmisión
      *siguiente.
           01 WS-VSAM-STATUS PIC X(2).

           01 WS-DEPTOS-STATUS PIC X(2).

           01 WS-MAESTRO-VSAM-ABIERTO PIC X VALUE "N".

           01 WS-ES-ANULACION PIC X VALUE "N".

           01 WS-CLAVE-ANULADA.
               05 WS-ANU-FECHA PIC 9(8).
               05 WS-ANU-ORIGEN PIC X(1).
               05 WS-ANU-NUM-REGISTRO PIC 9(9).

           01 WS-CLAVE-ANULACION.
               05 WS-CLA-FECHA PIC 9(8).
               05 WS-CLA-ORIGEN PIC X(1).
               05 WS-CLA-NUM-REGISTRO PIC 9(9).

           01 WS-DATOS-ORIGINAL PIC X(45).

           01 WS-DEPARTAMENTO-ORIGINAL PIC X(9).

      *Moneda, cambio y resultado en moneda del emisor del original,
      *tal como están en el maestro: la anulación se deshace con el
      *mismo cambio con que se contabilizó el original, no con el
      *de hoy, para que el apunte contrario lo cancele exactamente.
      *En blanco en un registro del maestro anterior a la divisa.
           01 WS-DIVISA-ORIGINAL.
               05 WS-MONEDA-ORIGINAL PIC X(3).
               05 WS-CAMBIO-ORIGINAL PIC 9(5)V9(6).
               05 WS-IMPORTE-ORIGINAL PIC S9(9)
                   SIGN IS LEADING SEPARATE.

           01 WS-MOTIVO-ANULACION PIC X(2).

      *Claves de los originales anulados en esta ejecución: el
      *maestro no se entera de una anulación hasta el VLOADSTP, así
      *que una segunda anulación del mismo original en la misma
      *transmisión se detecta aquí ("07"). Si la tabla se llena, la
      *detección queda incompleta y se avisa en el informe de
      *control, como con las tablas de duplicados.
           01 WS-TABLA-ANULADAS.
               05 WS-ANULADA-HOY OCCURS 5000 PIC X(18).

           01 WS-NUM-ANULADAS PIC 9(5) VALUE ZERO.

           01 WS-INDICE-ANUL PIC 9(5).

           01 WS-YA-ANULADA PIC X.

           01 WS-ANULADAS-DESBORDADA PIC X VALUE "N".

      *Anulaciones aceptadas: cada una graba dos registros en el
      *extracto maestro diario (la anulación y el original marcado),
      *así que el resumen SUMNIGHT necesita este recuento para cuadrar
      *la carga del maestro con los pares procesados.
           01 WS-ANULACIONES-APLICADAS PIC 9(7) VALUE ZERO.

           01 WS-ANULACIONES-ED PIC ZZZZZZ9.

      *Umbral de importe alto de cada operación, cargado de las
      *tarjetas UMBRALES; WS-HAY-UMBRAL-x queda a "N" para la
      *operación que no tiene tarjeta.
           01 WS-UMBRALES-STATUS PIC X(2).

           01 WS-UMBRALES.
               05 WS-HAY-UMBRAL-SUMA PIC X VALUE "N".
               05 WS-UMBRAL-SUMA PIC 9(9) VALUE ZERO.
               05 WS-HAY-UMBRAL-RESTA PIC X VALUE "N".
               05 WS-UMBRAL-RESTA PIC 9(9) VALUE ZERO.
               05 WS-HAY-UMBRAL-MULTIPLICA PIC X VALUE "N".
               05 WS-UMBRAL-MULTIPLICA PIC 9(9) VALUE ZERO.

      *Comprobación del umbral de un par (ver COMPROBAR-UMBRAL): el
      *resultado a comparar, el umbral de su operación y el
      *veredicto.
           01 WS-RESULTADO-UMBRAL PIC S9(9).

           01 WS-HAY-UMBRAL PIC X.

           01 WS-UMBRAL-OPERACION PIC 9(9).

           01 WS-SUPERA-UMBRAL PIC X.

      *Retenidos: pares de hoy retenidos por importe alto (cuentan
      *como procesados, pero no llegan a RESOUT ni a REJOUT), y
      *retenidos de noches anteriores aplicados en esta ejecución
      *según la decisión del supervisor: los liberados llegan a
      *RESOUT/AUDITLOG (y de ahí a GLOUT) y los denegados a REJOUT
      *con código "09", y ambos cuentan además en la suma de
      *resultados o en los rechazados, que son los totales que
      *concilia SUMRECON. Cada uno regraba además su registro del
      *maestro, por eso el resumen SUMNIGHT los cruza con la carga.
           01 WS-RETENIDOS-STATUS PIC X(2).

      *Un KSDS recién definido y vacío se abre OUTPUT (file status
      *35 al abrirlo I-O, como en SUMVLOAD): no hay nada que
      *aplicar y solo admite altas.
           01 WS-RETENIDOS-NUEVO PIC X VALUE "N".

           01 WS-FIN-RETENIDOS PIC X.

           01 WS-PARES-RETENIDOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-LIBERADOS PIC 9(7) VALUE ZERO.

           01 WS-RETENIDOS-DENEGADOS PIC 9(7) VALUE ZERO.

           01 WS-ERROR-RETENIDOS PIC X VALUE "N".

           01 WS-RETENIDOS-ED PIC ZZZZZZ9.

           01 WS-LIBERADOS-ED PIC ZZZZZZ9.

           01 WS-DENEGADOS-ED PIC ZZZZZZ9.

      *Moneda base de la contabilidad: la de SR-RESULTADO, RESOUT,
      *AUDITLOG y GLOUT. Un bloque sin moneda en la cabecera viene
      *en moneda base y no necesita cambio.
           01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".

      *Tipos de cambio de tesorería cargados de CAMBIOS (ver
      *CARGAR-CAMBIOS): moneda, fecha desde la que rige y cambio.
           01 WS-CAMBIOS-STATUS PIC X(2).

           01 WS-TABLA-CAMBIOS.
               05 WS-CAMBIO-TESORERIA OCCURS 2000.
                   10 CMB-MONEDA PIC X(3).
                   10 CMB-FECHA PIC 9(8).
                   10 CMB-CAMBIO PIC 9(5)V9(6).

           01 WS-NUM-CAMBIOS PIC 9(4) VALUE ZERO.

           01 WS-INDICE-CAMBIO PIC 9(4).

           01 WS-FECHA-CAMBIO-HALLADO PIC 9(8).

      *Moneda y cambio del bloque en curso (ver LEER-CAMBIO-BLOQUE).
      *Fuera de bloque rige la moneda base. WS-HAY-CAMBIO-BLOQUE a
      *"N" si la moneda de la cabecera no tiene cambio en vigor en
      *la fecha del lote: sus pares se rechazan con código "10".
           01 WS-MONEDA-CAB PIC X(3) VALUE "EUR".

           01 WS-CAMBIO-BLOQUE PIC 9(5)V9(6) VALUE 1.

           01 WS-HAY-CAMBIO-BLOQUE PIC X VALUE "Y".

      *Moneda, cambio y resultado en moneda del emisor del par que
      *se está grabando, para RESOUT, AUDITLOG, MAESTOUT, RETENIDO y
      *REJOUT: los del bloque en un par normal, los del original en
      *una anulación y los guardados al retenerlo en un retenido
      *liberado o denegado.
           01 WS-MONEDA-PAR PIC X(3).

           01 WS-CAMBIO-PAR PIC 9(5)V9(6).

           01 WS-IMPORTE-ORIGEN PIC S9(9).

      *Suma de los resultados grabados en RESOUT en la moneda de cada
      *emisor, para la línea "SUMA EN MONEDA" del informe de control
      *que concilia SUMRECON. Más de 10 monedas en una noche, o una
      *suma que desborde, dejan el desglose incompleto y se avisa en
      *el informe en vez de fallar en silencio.
           01 WS-TABLA-MONEDAS.
               05 WS-MONEDA-TOTAL OCCURS 10.
                   10 MON-CODIGO PIC X(3).
                   10 MON-SUMA-ORIGEN PIC S9(11).

           01 WS-NUM-MONEDAS PIC 9(2) VALUE ZERO.

           01 WS-INDICE-MONEDA PIC 9(2).

           01 WS-POSICION-MONEDA PIC 9(2).

           01 WS-MONEDAS-DESBORDADA PIC X VALUE "N".

           01 WS-SUMA-MONEDA-ED PIC -ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
                  STOP RUN
              END-IF.

      *Sin el registro de departamentos no se pueden autorizar las
      *operaciones de ningún bloque: el lote se detiene antes de
      *abrir ninguna generación de salida.
              OPEN INPUT DEPARTAMENTOS.

              IF WS-DEPTOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir DEPTOS "
                      "(file status " WS-DEPTOS-STATUS
                      "), lote abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

      *Sin umbrales ni fichero de retenidos un par de importe alto
      *se contabilizaría sin la segunda firma que exige auditoría:
      *también se detiene aquí, antes de abrir ninguna salida.
              PERFORM CARGAR-UMBRALES.

      *Sin los cambios de tesorería no se puede convertir ningún
      *bloque en divisa: también se detiene aquí.
              PERFORM CARGAR-CAMBIOS.

              OPEN I-O RETENIDOS.

              IF WS-RETENIDOS-STATUS = "35"
                  OPEN OUTPUT RETENIDOS

                  MOVE "Y" TO WS-RETENIDOS-NUEVO
              END-IF.

              IF WS-RETENIDOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir RETENIDO "
                      "(file status " WS-RETENIDOS-STATUS
                      "), lote abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

      *RESULT-OUT y REJECT-OUT solo se abren en modo de ampliación
      *cuando se está reanudando una ejecución que quedó a mitad de
      *camino (WS-ULTIMO-REG-CHECKPT > 0, leído en LEER-CHECKPOINT):
                  OPEN OUTPUT MAESTRO-OUT
              END-IF.

      *Sin maestro VSAM no hay contra qué validar una anulación: el
      *lote sigue y las anulaciones del día se rechazan como
      *original no encontrado ("05"), para resometerlas con SUMFIX
      *cuando el maestro vuelva a estar disponible.
              OPEN INPUT MAESTRO-VSAM.

              IF WS-VSAM-STATUS = "00"
                  MOVE "Y" TO WS-MAESTRO-VSAM-ABIERTO
              ELSE
                  MOVE "N" TO WS-MAESTRO-VSAM-ABIERTO

                  DISPLAY "AVISO: no se pudo abrir MAESVSAM (file "
                      "status " WS-VSAM-STATUS
                      "), las anulaciones del dia se rechazaran"
              END-IF.

      *Se procesan los registros del fichero de entrada hasta
      *alcanzar el final de fichero: los registros de control HDR/TRL
      *se apartan para el cuadre del lote y los pares de datos se
      *registros de control del emisor (ver VALIDAR-LOTE).
              PERFORM VALIDAR-LOTE.

      *Con el fichero de hoy ya tratado se aplican las decisiones
      *del supervisor sobre los retenidos de noches anteriores (ver
      *APLICAR-RETENIDOS); van detrás de los pares de hoy en RESOUT,
      *AUDITLOG, REJOUT y MAESTOUT, bajo el mismo checkpoint.
              IF WS-RETENIDOS-NUEVO = "N"
                  PERFORM APLICAR-RETENIDOS
              END-IF.

      *Se ha alcanzado el verdadero fin de fichero: el lote terminó
      *por completo, así que el checkpoint se reinicia en vez de
      *grabar la posición de hoy (ver REINICIAR-CHECKPOINT).

              CLOSE MAESTRO-OUT.

              IF WS-MAESTRO-VSAM-ABIERTO = "Y"
                  CLOSE MAESTRO-VSAM
              END-IF.

              CLOSE DEPARTAMENTOS.

              CLOSE RETENIDOS.

              PERFORM EMITIR-INFORME-CONTROL.

      *Acuse de recibo a los departamentos emisores, grabado al
                  MOVE 8 TO RETURN-CODE
              END-IF.

      *Un retenido ya aplicado que no se pudo marcar como tal se
      *volvería a aplicar la noche siguiente: también retiene la
      *cadena hasta que alguien corrija su estado.
              IF WS-ERROR-RETENIDOS = "Y"
                  DISPLAY "RETENIDOS APLICADOS SIN MARCAR, VER "
                      "INFORME"
                  MOVE 8 TO RETURN-CODE
              END-IF.

              STOP RUN.

           TRATAR-REGISTRO-ENTRADA.
      *Se captura el registro crudo para la detección de duplicados
      *antes de que ningún MOVE normalice el byte de signo en el
      *área de registro (ver el comentario de WS-NUM1-CRUDO).
                      MOVE PARES-IN-REC-X(1:21) TO WS-PAR-ACTUAL

      *Una anulación ("REV") sigue su propio camino (ver
      *PROCESAR-ANULACION) con la misma numeración y el mismo
      *checkpoint que un par de datos.
                      IF PCT-TIPO = "REV"
                          MOVE "Y" TO WS-ES-ANULACION
                      ELSE
                          MOVE "N" TO WS-ES-ANULACION
                      END-IF

      *El checkpoint periódico solo se graba para registros que se
      *han procesado en esta ejecución; si se calculara también para
      *inconsistente que reprocesaría y duplicaría pares ya hechos si
      *el lote se interrumpe de nuevo.
                      IF WS-NUM-REGISTRO > WS-ULTIMO-REG-CHECKPT
                          IF WS-ES-ANULACION = "Y"
                              PERFORM PROCESAR-ANULACION
                          ELSE
                              PERFORM PROCESAR-PAR
                          END-IF

                          IF FUNCTION MOD(WS-NUM-REGISTRO
                                  WS-INTERVALO-CHECKPT) = 0
      *ejecución anterior; se reclasifican sin reprocesarse para que
      *las tablas y el contador de duplicados queden como quedaron
      *entonces (ver REANOTAR-PAR-SALTADO).
                          IF WS-ES-ANULACION = "Y"
                              PERFORM REANOTAR-ANULACION-SALTADA
                          ELSE
                              PERFORM REANOTAR-PAR-SALTADO
                          END-IF
                      END-IF

      *El hash de entrada se acumula después de PROCESAR-PAR, nunca

              MOVE ZERO TO WS-HASH-BLOQUE.

              MOVE ZERO TO WS-SUMA-BLOQUE-ORIGEN.

              IF CAB-FECHA-LOTE NUMERIC
                  MOVE CAB-FECHA-LOTE TO WS-FECHA-LOTE-CAB
              ELSE

              MOVE CAB-DEPARTAMENTO TO WS-DEPARTAMENTO-CAB.

              PERFORM LEER-DEPARTAMENTO-BLOQUE.

              PERFORM LEER-CAMBIO-BLOQUE.

           LEER-DEPARTAMENTO-BLOQUE.
      *La letra de origen del maestro diario es la registrada para
      *el departamento ("R" para la resubmisión RECHAZOS de SUMFIX,
      *ver la copy MAEREC). Un departamento que no está en el
      *registro conserva la inicial de siempre (un departamento en
      *blanco cae en "N") y, como uno de baja, no tiene ninguna
      *operación permitida.
              MOVE "NNN" TO WS-PERMISOS-BLOQUE.

              IF WS-DEPARTAMENTO-CAB(1:1) = SPACE
                  MOVE "N" TO WS-ORIGEN-BLOQUE
              ELSE
                  MOVE WS-DEPARTAMENTO-CAB(1:1) TO WS-ORIGEN-BLOQUE
              END-IF.

              MOVE WS-DEPARTAMENTO-CAB TO DEP-CODIGO.

              READ DEPARTAMENTOS.

              IF WS-DEPTOS-STATUS = "00"
                  MOVE DEP-ORIGEN TO WS-ORIGEN-BLOQUE

                  IF DEP-ESTADO = "A"
                      MOVE DEP-OPERACIONES TO WS-PERMISOS-BLOQUE
                  END-IF
              END-IF.

           LEER-CAMBIO-BLOQUE.
      *Moneda del bloque y cambio vigente en la fecha del lote: el de
      *la tarjeta de esa moneda con la fecha más reciente que no sea
      *posterior a la de la cabecera (con dos tarjetas de la misma
      *moneda y fecha, la última del fichero). La moneda base no
      *necesita cambio. Sin cambio en vigor, o con la fecha de la
      *cabecera ilegible, los pares del bloque se rechazan ("10")
      *para resometerlos con SUMFIX cuando llegue el cambio.
              IF CAB-MONEDA = SPACES
                  MOVE WS-MONEDA-BASE TO WS-MONEDA-CAB
              ELSE
                  MOVE CAB-MONEDA TO WS-MONEDA-CAB
              END-IF.

              MOVE "N" TO WS-HAY-CAMBIO-BLOQUE.

              MOVE ZERO TO WS-CAMBIO-BLOQUE.

              MOVE ZERO TO WS-FECHA-CAMBIO-HALLADO.

              IF WS-MONEDA-CAB = WS-MONEDA-BASE
                  MOVE "Y" TO WS-HAY-CAMBIO-BLOQUE

                  MOVE 1 TO WS-CAMBIO-BLOQUE
              ELSE
                  IF WS-FECHA-LOTE-CAB > ZERO
                      PERFORM VARYING WS-INDICE-CAMBIO FROM 1 BY 1
                              UNTIL WS-INDICE-CAMBIO > WS-NUM-CAMBIOS

                          IF CMB-MONEDA(WS-INDICE-CAMBIO)
                                  = WS-MONEDA-CAB
                                  AND CMB-FECHA(WS-INDICE-CAMBIO)
                                  NOT > WS-FECHA-LOTE-CAB
                                  AND CMB-FECHA(WS-INDICE-CAMBIO)
                                  NOT < WS-FECHA-CAMBIO-HALLADO
                              MOVE "Y" TO WS-HAY-CAMBIO-BLOQUE

                              MOVE CMB-FECHA(WS-INDICE-CAMBIO)
                                  TO WS-FECHA-CAMBIO-HALLADO

                              MOVE CMB-CAMBIO(WS-INDICE-CAMBIO)
                                  TO WS-CAMBIO-BLOQUE
                          END-IF

                      END-PERFORM
                  END-IF
              END-IF.

           TRATAR-COLA.
      *Cierra el bloque abierto cuadrándolo contra su propia cola
      *(número de pares anunciado, hash del emisor y fecha de la

                  MOVE WS-HASH-BLOQUE TO LOT-HASH(WS-NUM-LOTES)

                  PERFORM ANOTAR-MONEDA-LOTE

                  PERFORM CUADRAR-FECHA-LOTE
              END-IF.


                  MOVE WS-HASH-BLOQUE TO LOT-HASH(WS-NUM-LOTES)

                  PERFORM ANOTAR-MONEDA-LOTE

                  PERFORM CUADRAR-FECHA-LOTE
              END-IF.


              MOVE "N" TO WS-ORIGEN-BLOQUE.

              MOVE "YYY" TO WS-PERMISOS-BLOQUE.

              MOVE WS-MONEDA-BASE TO WS-MONEDA-CAB.

              MOVE 1 TO WS-CAMBIO-BLOQUE.

              MOVE "Y" TO WS-HAY-CAMBIO-BLOQUE.

           ANOTAR-MONEDA-LOTE.
      *Moneda del bloque, si se quedó sin cambio y la suma en su
      *moneda de lo aceptado, para el acuse y el informe de control.
              MOVE WS-MONEDA-CAB TO LOT-MONEDA(WS-NUM-LOTES).

              IF WS-HAY-CAMBIO-BLOQUE = "Y"
                  MOVE "N" TO LOT-SIN-CAMBIO(WS-NUM-LOTES)
              ELSE
                  MOVE "Y" TO LOT-SIN-CAMBIO(WS-NUM-LOTES)
              END-IF.

              MOVE WS-SUMA-BLOQUE-ORIGEN
                  TO LOT-SUMA-ORIGEN(WS-NUM-LOTES).

           CUADRAR-FECHA-LOTE.
      *La fecha de la cabecera debe ser la del día; en una
      *reanudación tras checkpoint (WS-ULTIMO-REG-CHECKPT > 0) se
                              TO WS-PARES-RECHAZADOS
                          MOVE CKP-SUMA-DESBORDADA
                              TO WS-SUMA-DESBORDADA
                          PERFORM RESTAURAR-MONEDAS
                  END-READ

                  CLOSE CHECKPT
                      WS-ULTIMO-REG-CHECKPT
              END-IF.

           RESTAURAR-MONEDAS.
              MOVE CKP-NUM-MONEDAS TO WS-NUM-MONEDAS.

              MOVE CKP-MONEDAS-DESBORDADA TO WS-MONEDAS-DESBORDADA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > WS-NUM-MONEDAS

                  MOVE CKP-MON-CODIGO(WS-INDICE-MONEDA)
                      TO MON-CODIGO(WS-INDICE-MONEDA)

                  MOVE CKP-MON-SUMA(WS-INDICE-MONEDA)
                      TO MON-SUMA-ORIGEN(WS-INDICE-MONEDA)

              END-PERFORM.

           CALCULAR-IDENTIDAD-ENTRADA.
      *Pasada de solo lectura sobre el PARESIN montado para calcular
      *su identidad: número total de registros, hash de NUM1/NUM2 de

              MOVE WS-SUMA-DESBORDADA TO CKP-SUMA-DESBORDADA.

              MOVE WS-NUM-MONEDAS TO CKP-NUM-MONEDAS.

              MOVE WS-MONEDAS-DESBORDADA TO CKP-MONEDAS-DESBORDADA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > 10

                  IF WS-INDICE-MONEDA > WS-NUM-MONEDAS
                      MOVE SPACES TO CKP-MON-CODIGO(WS-INDICE-MONEDA)

                      MOVE ZERO TO CKP-MON-SUMA(WS-INDICE-MONEDA)
                  ELSE
                      MOVE MON-CODIGO(WS-INDICE-MONEDA)
                          TO CKP-MON-CODIGO(WS-INDICE-MONEDA)

                      MOVE MON-SUMA-ORIGEN(WS-INDICE-MONEDA)
                          TO CKP-MON-SUMA(WS-INDICE-MONEDA)
                  END-IF

              END-PERFORM.

              WRITE CHECKPT-REC.

              CLOSE CHECKPT.

              MOVE "N" TO CKP-SUMA-DESBORDADA.

              MOVE ZERO TO CKP-NUM-MONEDAS.

              MOVE "N" TO CKP-MONEDAS-DESBORDADA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > 10

                  MOVE SPACES TO CKP-MON-CODIGO(WS-INDICE-MONEDA)

                  MOVE ZERO TO CKP-MON-SUMA(WS-INDICE-MONEDA)

              END-PERFORM.

              WRITE CHECKPT-REC.

              CLOSE CHECKPT.

              MOVE SPACES TO SR-CODIGO-RECHAZO.

              PERFORM TOMAR-MONEDA-BLOQUE.

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO SR-FECHA.
                  PERFORM REGISTRAR-RECHAZO
              END-IF.

      *Se valida que el departamento emisor tenga permitida la
      *operación del par en el registro de departamentos; si no, se
      *rechaza (código "08") sin calcularse.
              IF SR-ESTADO = "Y"
                  PERFORM COMPROBAR-AUTORIZACION

                  IF WS-OPERACION-AUTORIZADA = "N"
                      MOVE "N" TO SR-ESTADO

                      MOVE "08" TO SR-CODIGO-RECHAZO

                      ADD 1 TO WS-PARES-NO-AUTORIZADOS

                      ADD 1 TO WS-PARES-RECHAZADOS

                      PERFORM REGISTRAR-RECHAZO
                  END-IF
              END-IF.

      *Un par de un bloque en divisa sin cambio en vigor en la fecha
      *del lote no se puede pasar a la moneda base: se rechaza
      *(código "10") sin calcularse, para resometerlo con SUMFIX
      *cuando tesorería mande el cambio.
              IF SR-ESTADO = "Y"
                      AND WS-HAY-CAMBIO-BLOQUE = "N"
                  MOVE "N" TO SR-ESTADO

                  MOVE "10" TO SR-CODIGO-RECHAZO

                  ADD 1 TO WS-PARES-RECHAZADOS

                  PERFORM REGISTRAR-RECHAZO
              END-IF.

              IF SR-ESTADO = "Y"
                  PERFORM CALCULAR-PAR
              END-IF.

              PERFORM GRABAR-MAESTRO-DIARIO.

           TOMAR-MONEDA-BLOQUE.
      *Un par normal va en la moneda y con el cambio de su bloque;
      *el resultado en moneda del emisor queda a cero mientras el
      *par no se calcule, que es lo que lleva un par rechazado.
              MOVE WS-MONEDA-CAB TO WS-MONEDA-PAR.

              MOVE WS-CAMBIO-BLOQUE TO WS-CAMBIO-PAR.

              MOVE ZERO TO WS-IMPORTE-ORIGEN.

           TOMAR-MONEDA-ORIGINAL.
      *La anulación va en la moneda y con el cambio del original, y
      *su resultado en moneda del emisor es el del original cambiado
      *de signo; SR-RESULTADO es aún el del original (ver
      *EXAMINAR-ORIGINAL). Un original anterior a la divisa está en
      *moneda base. Cuenta en la suma del bloque para el acuse si es
      *de la misma moneda que el bloque por el que llega.
              IF WS-MONEDA-ORIGINAL = SPACES
                  MOVE WS-MONEDA-BASE TO WS-MONEDA-PAR

                  MOVE 1 TO WS-CAMBIO-PAR

                  COMPUTE WS-IMPORTE-ORIGEN = 0 - SR-RESULTADO
              ELSE
                  MOVE WS-MONEDA-ORIGINAL TO WS-MONEDA-PAR

                  MOVE WS-CAMBIO-ORIGINAL TO WS-CAMBIO-PAR

                  COMPUTE WS-IMPORTE-ORIGEN = 0 - WS-IMPORTE-ORIGINAL
              END-IF.

              PERFORM SUMAR-BLOQUE-ORIGEN.

           TOMAR-MONEDA-RETENIDO.
      *Un retenido se aplica con la moneda y el cambio con que se
      *calculó la noche en que se retuvo; uno retenido antes de la
      *divisa está en moneda base. SR-RESULTADO es el de RET-DATOS.
              IF RET-MONEDA = SPACES
                  MOVE WS-MONEDA-BASE TO WS-MONEDA-PAR

                  MOVE 1 TO WS-CAMBIO-PAR

                  MOVE SR-RESULTADO TO WS-IMPORTE-ORIGEN
              ELSE
                  MOVE RET-MONEDA TO WS-MONEDA-PAR

                  MOVE RET-CAMBIO TO WS-CAMBIO-PAR

                  MOVE RET-IMPORTE-ORIGEN TO WS-IMPORTE-ORIGEN
              END-IF.

           SUMAR-BLOQUE-ORIGEN.
              IF WS-BLOQUE-ABIERTO = "Y"
                      AND WS-MONEDA-PAR = WS-MONEDA-CAB
                  ADD WS-IMPORTE-ORIGEN TO WS-SUMA-BLOQUE-ORIGEN
              END-IF.

           COMPROBAR-AUTORIZACION.
      *Se mira PIN-OPERACION, el byte tal como llegó, para que sirva
      *igual en una reanudación (ver REANOTAR-PAR-SALTADO).
              EVALUATE PIN-OPERACION
                  WHEN "A"
                      MOVE WS-PERMITE-SUMA TO WS-OPERACION-AUTORIZADA
                  WHEN "S"
                      MOVE WS-PERMITE-RESTA TO WS-OPERACION-AUTORIZADA
                  WHEN "M"
                      MOVE WS-PERMITE-MULTIPLICA
                          TO WS-OPERACION-AUTORIZADA
                  WHEN OTHER
                      MOVE "N" TO WS-OPERACION-AUTORIZADA
              END-EVALUATE.

           PROCESAR-ANULACION.
      *Anulación de un par de una noche anterior: se busca el
      *original por su clave en el maestro VSAM y, si se puede
      *anular, se graba el mismo par con el resultado cambiado de
      *signo (RESOUT, AUDITLOG con la clave del original, y de ahí
      *el apunte contrario en GLOUT) y el original se marca como
      *anulado en el extracto maestro diario. Una anulación que no
      *se puede aplicar se rechaza con su motivo; REJOUT conserva
      *el registro tal como llegó (NUM1 + NUM2 + byte de operación
      *son sus 21 bytes), así que SUMFIX puede resometerla intacta.
      *Cuenta como par procesado, como cualquier registro de datos.
              ADD 1 TO WS-PARES-PROCESADOS.

              PERFORM TOMAR-MONEDA-BLOQUE.

              MOVE PIN-NUM1-X TO WS-NUM1-CRUDO.

              MOVE PIN-NUM2-X TO WS-NUM2-CRUDO.

              PERFORM VALIDAR-ANULACION.

      *VALIDAR-ANULACION deja en SUMAS-RECORD los datos del original
      *si lo encontró; con el resultado a la vista se rehace el
      *registro de la anulación con la fecha y hora de hoy.
              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              IF WS-MOTIVO-ANULACION = SPACES
                  PERFORM APLICAR-ANULACION
              ELSE
                  PERFORM RECHAZAR-ANULACION
              END-IF.

              PERFORM GRABAR-MAESTRO-DIARIO.

              IF WS-MOTIVO-ANULACION = SPACES
                  PERFORM GRABAR-MAESTRO-ANULADO
              END-IF.

           VALIDAR-ANULACION.
      *Deja en WS-MOTIVO-ANULACION el motivo por el que la anulación
      *no se puede aplicar, o espacios si se puede. Se usa igual al
      *procesar y al reanotar una anulación saltada por el
      *checkpoint, y no graba nada.
              MOVE ANU-CLAVE TO WS-CLAVE-ANULADA.

              MOVE SPACES TO WS-MOTIVO-ANULACION.

              MOVE SPACES TO WS-DATOS-ORIGINAL.

              MOVE SPACES TO WS-DEPARTAMENTO-ORIGINAL.

              MOVE SPACES TO WS-DIVISA-ORIGINAL.

              IF WS-MAESTRO-VSAM-ABIERTO = "N"
                      OR ANU-FECHA NOT NUMERIC
                      OR ANU-NUM-REGISTRO NOT NUMERIC
                  MOVE "05" TO WS-MOTIVO-ANULACION
              ELSE
                  MOVE WS-CLAVE-ANULADA TO VM-CLAVE

                  READ MAESTRO-VSAM

                  IF WS-VSAM-STATUS = "00" OR WS-VSAM-STATUS = "02"
                      PERFORM EXAMINAR-ORIGINAL
                  ELSE
                      MOVE "05" TO WS-MOTIVO-ANULACION
                  END-IF
              END-IF.

           EXAMINAR-ORIGINAL.
      *Solo se anula un par calculado que no sea a su vez una
      *anulación ("06") y que no esté ya anulado, ni en el maestro
      *ni por otra anulación de esta misma ejecución ("07").
              MOVE VM-DATOS TO WS-DATOS-ORIGINAL.

              MOVE VM-DEPARTAMENTO TO WS-DEPARTAMENTO-ORIGINAL.

              MOVE VM-DIVISA TO WS-DIVISA-ORIGINAL.

              MOVE VM-DATOS TO SUMAS-RECORD.

              IF VM-ESTADO-ANULACION = "R"
                  MOVE "06" TO WS-MOTIVO-ANULACION
              ELSE
                  IF VM-ESTADO-ANULACION = "A"
                      MOVE "07" TO WS-MOTIVO-ANULACION
                  ELSE
                      IF SR-ESTADO NOT = "Y"
                          MOVE "06" TO WS-MOTIVO-ANULACION
                      ELSE
                          PERFORM BUSCAR-ANULADA-HOY

                          IF WS-YA-ANULADA = "Y"
                              MOVE "07" TO WS-MOTIVO-ANULACION
                          END-IF
                      END-IF
                  END-IF
              END-IF.

           BUSCAR-ANULADA-HOY.
              MOVE "N" TO WS-YA-ANULADA.

              PERFORM VARYING WS-INDICE-ANUL FROM 1 BY 1
                      UNTIL WS-INDICE-ANUL > WS-NUM-ANULADAS
                      OR WS-YA-ANULADA = "Y"

                  IF WS-ANULADA-HOY(WS-INDICE-ANUL) = WS-CLAVE-ANULADA
                      MOVE "Y" TO WS-YA-ANULADA
                  END-IF

              END-PERFORM.

           ANOTAR-ANULADA-HOY.
              IF WS-NUM-ANULADAS < 5000
                  ADD 1 TO WS-NUM-ANULADAS

                  MOVE WS-CLAVE-ANULADA
                      TO WS-ANULADA-HOY(WS-NUM-ANULADAS)
              ELSE
                  MOVE "Y" TO WS-ANULADAS-DESBORDADA
              END-IF.

           APLICAR-ANULACION.
      *El par original con el resultado cambiado de signo: NUM1,
      *NUM2 y operación del original, para que el asiento de
      *auditoría deje claro qué se deshace. Un resultado de 9
      *dígitos siempre admite el cambio de signo, así que aquí no
      *hay desbordamiento posible.
              PERFORM TOMAR-MONEDA-ORIGINAL.

              COMPUTE SR-RESULTADO = 0 - SR-RESULTADO.

              MOVE "Y" TO SR-ESTADO.

              MOVE SPACES TO SR-CODIGO-RECHAZO.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO SR-FECHA.

              MOVE WS-FECHA-HORA-ACTUAL(9:6) TO SR-HORA.

              PERFORM GRABAR-RESULTADO.

              PERFORM ANOTAR-ANULADA-HOY.

              ADD 1 TO WS-ANULACIONES-APLICADAS.

           RECHAZAR-ANULACION.
      *En el rechazo el byte de operación es el último del registro
      *tal como llegó, para que REJOUT lo conserve entero.
              MOVE ZERO TO SR-NUM1.

              MOVE ZERO TO SR-NUM2.

              MOVE ZERO TO SR-RESULTADO.

              MOVE PIN-OPERACION TO SR-OPERACION.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO SR-FECHA.

              MOVE WS-FECHA-HORA-ACTUAL(9:6) TO SR-HORA.

              MOVE "N" TO SR-ESTADO.

              MOVE WS-MOTIVO-ANULACION TO SR-CODIGO-RECHAZO.

              ADD 1 TO WS-PARES-RECHAZADOS.

              PERFORM REGISTRAR-RECHAZO.

           BUSCAR-PAR-DUPLICADO.
      *Busca el registro crudo del par actual en la tabla del día
      *anterior y, si no está, en la de los pares ya vistos hoy. Los
      *recorridos terminan en cuanto hay coincidencia: con las
      *tablas a su capacidad de 50000 entradas, seguir barriendo
      *hasta el final costaría del orden de cien mil comparaciones
      *por par y se comería la ventana del lote.
              MOVE "N" TO WS-PAR-DUPLICADO.

              PERFORM VARYING WS-INDICE-DUP FROM 1 BY 1
                      UNTIL WS-INDICE-DUP > WS-NUM-PREVIOS
                      OR WS-PAR-DUPLICADO = "Y"

                  IF WS-PAR-PREVIO(WS-INDICE-DUP) = WS-PAR-ACTUAL
                      MOVE "Y" TO WS-PAR-DUPLICADO
                  END-IF

              END-PERFORM.

              IF WS-PAR-DUPLICADO = "N"
                  PERFORM VARYING WS-INDICE-DUP FROM 1 BY 1
                          UNTIL WS-INDICE-DUP > WS-NUM-HOY
                          OR WS-PAR-DUPLICADO = "Y"

                      IF WS-PAR-HOY(WS-INDICE-DUP) = WS-PAR-ACTUAL
                          MOVE "Y" TO WS-PAR-DUPLICADO
                      END-IF

                  END-PERFORM
              END-IF.

           ANOTAR-PAR-VISTO.
      *Anota el par en la tabla de vistos de hoy; si la tabla se
      *llena, la detección de duplicados queda incompleta y se avisa
      *en el informe de control en vez de fallar en silencio.
              IF WS-NUM-HOY < 50000
                  ADD 1 TO WS-NUM-HOY

                  MOVE WS-PAR-ACTUAL TO WS-PAR-HOY(WS-NUM-HOY)
              ELSE
                  MOVE "Y" TO WS-TABLA-DESBORDADA
              END-IF.

           REANOTAR-PAR-SALTADO.
      *En una reanudación, el checkpoint restaura los totales de
      *pares procesados, suma y rechazados, pero no desglosa cuántos
      *de esos rechazos fueron duplicados; como la detección es
      *determinista sobre la misma relectura, aquí se reconstruye:
      *un par saltado que entonces se rechazó como duplicado solo se
      *recuenta en WS-PARES-DUPLICADOS (su rechazo ya está en
      *REJOUT, en el maestro diario y en los totales restaurados) y,
      *como entonces, no se anota como visto; el resto se anota
      *igual que en la ejecución original. Así la línea de
      *duplicados del informe sigue conciliando con el fichero de
      *entrada completo, como promete el checkpoint. El recuento de
      *rechazos del bloque (para la cola del acuse) también se
      *reconstruye aquí: todos los motivos de rechazo son
      *deterministas sobre la misma relectura, así que un par
      *saltado que entonces se rechazó se recuenta en su bloque sin
      *volver a grabar nada, y la suma en moneda del emisor de lo
      *aceptado se reconstruye igual.
              PERFORM TOMAR-MONEDA-BLOQUE.

              PERFORM BUSCAR-PAR-DUPLICADO.

              IF WS-PAR-DUPLICADO = "Y"
                  ADD 1 TO WS-PARES-DUPLICADOS

                  PERFORM CONTAR-RECHAZO-SALTADO
              ELSE
                  PERFORM ANOTAR-PAR-VISTO

                  IF NOT PIN-NUM1 NUMERIC
                          OR NOT PIN-NUM2 NUMERIC
                      PERFORM CONTAR-RECHAZO-SALTADO
                  ELSE
                      IF PIN-OPERACION NOT = "A"
                              AND PIN-OPERACION NOT = "S"
                              AND PIN-OPERACION NOT = "M"
                          PERFORM CONTAR-RECHAZO-SALTADO
                      ELSE
                          PERFORM COMPROBAR-AUTORIZACION

                          IF WS-OPERACION-AUTORIZADA = "N"
                              ADD 1 TO WS-PARES-NO-AUTORIZADOS

                              PERFORM CONTAR-RECHAZO-SALTADO
                          ELSE
                              IF WS-HAY-CAMBIO-BLOQUE = "N"
                                  PERFORM CONTAR-RECHAZO-SALTADO
                              ELSE
                                  PERFORM PROBAR-DESBORDE-SALTADO
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-IF.

           CONTAR-RECHAZO-SALTADO.
              IF WS-BLOQUE-ABIERTO = "Y"
                  ADD 1 TO WS-RECHAZOS-BLOQUE
              END-IF.

           PROBAR-DESBORDE-SALTADO.
      *Repite la aritmética de CALCULAR-PAR sobre un resultado de
      *prueba, solo para saber si el par saltado se rechazó entonces
      *por desbordamiento (código "02") y recontarlo en su bloque, o
      *si se retuvo por importe alto y recontarlo en los retenidos
      *(su alta en el fichero de retenidos ya está hecha). El
      *desbordamiento puede darse también al pasar a moneda base
      *(ver CONVERTIR-PRUEBA-SALTADO).
              EVALUATE PIN-OPERACION
                  WHEN "A"
                      ADD PIN-NUM1 TO PIN-NUM2
                              GIVING WS-RESULTADO-PRUEBA
                          ON SIZE ERROR
                              PERFORM CONTAR-RECHAZO-SALTADO
                          NOT ON SIZE ERROR
                              PERFORM CONVERTIR-PRUEBA-SALTADO
                      END-ADD
                  WHEN "S"
                      SUBTRACT PIN-NUM2 FROM PIN-NUM1
                              GIVING WS-RESULTADO-PRUEBA
                          ON SIZE ERROR
                              PERFORM CONTAR-RECHAZO-SALTADO
                          NOT ON SIZE ERROR
                              PERFORM CONVERTIR-PRUEBA-SALTADO
                      END-SUBTRACT
                  WHEN "M"
                      MULTIPLY PIN-NUM1 BY PIN-NUM2
                              GIVING WS-RESULTADO-PRUEBA
                          ON SIZE ERROR
                              PERFORM CONTAR-RECHAZO-SALTADO
                          NOT ON SIZE ERROR
                              PERFORM CONVERTIR-PRUEBA-SALTADO
                      END-MULTIPLY
              END-EVALUATE.

           CONVERTIR-PRUEBA-SALTADO.
              MOVE WS-RESULTADO-PRUEBA TO WS-IMPORTE-ORIGEN.

              COMPUTE WS-RESULTADO-PRUEBA ROUNDED =
                      WS-IMPORTE-ORIGEN * WS-CAMBIO-PAR
                  ON SIZE ERROR
                      PERFORM CONTAR-RECHAZO-SALTADO
                  NOT ON SIZE ERROR
                      PERFORM SUMAR-BLOQUE-ORIGEN

                      PERFORM CONTAR-RETENIDO-SALTADO
              END-COMPUTE.

           CONTAR-RETENIDO-SALTADO.
              MOVE WS-RESULTADO-PRUEBA TO WS-RESULTADO-UMBRAL.

              PERFORM COMPROBAR-UMBRAL.

              IF WS-SUPERA-UMBRAL = "Y"
                  ADD 1 TO WS-PARES-RETENIDOS
              END-IF.

           REANOTAR-ANULACION-SALTADA.
      *Una anulación saltada por el checkpoint se vuelve a validar
      *contra el maestro, que no cambia hasta el VLOADSTP: si
      *entonces se aplicó, su clave vuelve a la tabla de anulados
      *de hoy y al recuento de aplicadas (y su importe a la suma del
      *bloque); si se rechazó, se recuenta en su bloque para la cola
      *del acuse. No se graba nada.
              PERFORM VALIDAR-ANULACION.

              IF WS-MOTIVO-ANULACION = SPACES
                  PERFORM TOMAR-MONEDA-ORIGINAL

                  PERFORM ANOTAR-ANULADA-HOY

                  ADD 1 TO WS-ANULACIONES-APLICADAS
              ELSE
                  PERFORM CONTAR-RECHAZO-SALTADO
              END-IF.

           CARGAR-PARES-PREVIOS.
      *Carga los pares de datos de la generación PARESIN del día
      *anterior (DD PREVIN) en la tabla de duplicados; los registros
                  IF WS-NUM-PREVIOS < 50000
                      ADD 1 TO WS-NUM-PREVIOS

                      MOVE PREV-IN-REC(1:21)
                          TO WS-PAR-PREVIO(WS-NUM-PREVIOS)
                  ELSE
                      MOVE "Y" TO WS-TABLA-DESBORDADA
                  END-IF
              END-IF.

           CARGAR-UMBRALES.
      *Carga las tarjetas de umbral; las tarjetas en blanco (final
      *de mazo) se ignoran. Una tarjeta ilegible no se puede dejar
      *pasar (el par que debía retener se contabilizaría), así que,
      *como la falta del fichero, detiene el lote antes de abrir
      *ninguna salida.
              OPEN INPUT UMBRALES-IN.

              IF WS-UMBRALES-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir UMBRALES "
                      "(file status " WS-UMBRALES-STATUS
                      "), lote abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ UMBRALES-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM CARGAR-UN-UMBRAL
                  END-READ

              END-PERFORM.

              CLOSE UMBRALES-IN.

              MOVE "N" TO WS-EOF-SWITCH.

           CARGAR-UN-UMBRAL.
              IF UMBRALES-IN-REC = SPACES
                  CONTINUE
              ELSE
                  IF UMB-IMPORTE NOT NUMERIC
                      DISPLAY "ERROR FATAL: tarjeta UMBRALES no "
                          "valida: " UMBRALES-IN-REC(1:10)
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  EVALUATE UMB-OPERACION
                      WHEN "A"
                          MOVE "Y" TO WS-HAY-UMBRAL-SUMA

                          MOVE UMB-IMPORTE TO WS-UMBRAL-SUMA
                      WHEN "S"
                          MOVE "Y" TO WS-HAY-UMBRAL-RESTA

                          MOVE UMB-IMPORTE TO WS-UMBRAL-RESTA
                      WHEN "M"
                          MOVE "Y" TO WS-HAY-UMBRAL-MULTIPLICA

                          MOVE UMB-IMPORTE TO WS-UMBRAL-MULTIPLICA
                      WHEN OTHER
                          DISPLAY "ERROR FATAL: tarjeta UMBRALES no "
                              "valida: " UMBRALES-IN-REC(1:10)
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-EVALUATE
              END-IF.

           CARGAR-CAMBIOS.
      *Carga las tarjetas de tipo de cambio de tesorería; las
      *tarjetas en blanco se ignoran. Una tarjeta ilegible, con
      *fecha imposible o con cambio cero convertiría mal un bloque
      *entero, así que, como la falta del fichero, detiene el lote
      *antes de abrir ninguna salida.
              OPEN INPUT CAMBIOS-IN.

              IF WS-CAMBIOS-STATUS NOT = "00"
                  DISPLAY "ERROR FATAL: no se pudo abrir CAMBIOS "
                      "(file status " WS-CAMBIOS-STATUS
                      "), lote abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              MOVE "N" TO WS-EOF-SWITCH.

              PERFORM UNTIL WS-EOF-SWITCH = "Y"

                  READ CAMBIOS-IN
                      AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                      NOT AT END
                          PERFORM CARGAR-UN-CAMBIO
                  END-READ

              END-PERFORM.

              CLOSE CAMBIOS-IN.

              MOVE "N" TO WS-EOF-SWITCH.

           CARGAR-UN-CAMBIO.
              IF CAMBIOS-IN-REC = SPACES
                  CONTINUE
              ELSE
                  IF CAM-MONEDA = SPACES
                          OR CAM-FECHA NOT NUMERIC
                          OR CAM-CAMBIO NOT NUMERIC
                      DISPLAY "ERROR FATAL: tarjeta CAMBIOS no "
                          "valida: " CAMBIOS-IN-REC(1:22)
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF FUNCTION TEST-DATE-YYYYMMDD(CAM-FECHA-N) NOT = 0
                          OR CAM-CAMBIO-N = ZERO
                      DISPLAY "ERROR FATAL: tarjeta CAMBIOS no "
                          "valida: " CAMBIOS-IN-REC(1:22)
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  IF WS-NUM-CAMBIOS >= 2000
                      DISPLAY "ERROR FATAL: mas de 2000 tarjetas "
                          "CAMBIOS, ampliar la tabla"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF

                  ADD 1 TO WS-NUM-CAMBIOS

                  MOVE CAM-MONEDA TO CMB-MONEDA(WS-NUM-CAMBIOS)

                  MOVE CAM-FECHA-N TO CMB-FECHA(WS-NUM-CAMBIOS)

                  MOVE CAM-CAMBIO-N TO CMB-CAMBIO(WS-NUM-CAMBIOS)
              END-IF.

           CALCULAR-PAR.
      *Se aplica a SR-NUM1 y SR-NUM2 la operación que trae el propio
      *par: sumar, restar o multiplicar. Un resultado que desborda
                      END-MULTIPLY
              END-EVALUATE.

      *El resultado sale en la moneda del emisor, y se guarda así
      *antes de pasarlo a la moneda base con el cambio del bloque,
      *redondeado al entero como todos los importes de SR-RESULTADO.
      *Si el importe convertido no cabe en SR-RESULTADO, el par se
      *rechaza por desbordamiento ("02") como si no cupiera el
      *cálculo.
              IF SR-ESTADO = "Y"
                  MOVE SR-RESULTADO TO WS-IMPORTE-ORIGEN

                  COMPUTE SR-RESULTADO ROUNDED =
                          WS-IMPORTE-ORIGEN * WS-CAMBIO-PAR
                      ON SIZE ERROR
                          MOVE "N" TO SR-ESTADO

                          MOVE ZERO TO SR-RESULTADO

                          MOVE ZERO TO WS-IMPORTE-ORIGEN
                  END-COMPUTE
              END-IF.

              IF SR-ESTADO = "N"
                  MOVE "02" TO SR-CODIGO-RECHAZO


                  PERFORM REGISTRAR-RECHAZO
              ELSE
      *Un resultado por encima del umbral de su operación no se
      *contabiliza: se retiene para la segunda firma del supervisor
      *(ver RETENER-PAR). El umbral se compara con el importe ya
      *en moneda base, y el par, retenido o no, cuenta en la suma
      *en moneda del emisor de lo aceptado en su bloque.
                  PERFORM SUMAR-BLOQUE-ORIGEN

                  MOVE SR-RESULTADO TO WS-RESULTADO-UMBRAL

                  PERFORM COMPROBAR-UMBRAL

                  IF WS-SUPERA-UMBRAL = "Y"
                      PERFORM RETENER-PAR
                  ELSE
                      PERFORM GRABAR-RESULTADO
                  END-IF
              END-IF.

           COMPROBAR-UMBRAL.
      *Compara WS-RESULTADO-UMBRAL, en valor absoluto (un cargo es
      *tan importe alto como un abono), con el umbral de la
      *operación del par tal como llegó en PIN-OPERACION, que sirve
      *igual al procesar y al reanotar un par saltado.
              MOVE "N" TO WS-SUPERA-UMBRAL.

              EVALUATE PIN-OPERACION
                  WHEN "A"
                      MOVE WS-HAY-UMBRAL-SUMA TO WS-HAY-UMBRAL

                      MOVE WS-UMBRAL-SUMA TO WS-UMBRAL-OPERACION
                  WHEN "S"
                      MOVE WS-HAY-UMBRAL-RESTA TO WS-HAY-UMBRAL

                      MOVE WS-UMBRAL-RESTA TO WS-UMBRAL-OPERACION
                  WHEN "M"
                      MOVE WS-HAY-UMBRAL-MULTIPLICA TO WS-HAY-UMBRAL

                      MOVE WS-UMBRAL-MULTIPLICA
                          TO WS-UMBRAL-OPERACION
                  WHEN OTHER
                      MOVE "N" TO WS-HAY-UMBRAL
              END-EVALUATE.

              IF WS-HAY-UMBRAL = "Y"
                      AND FUNCTION ABS(WS-RESULTADO-UMBRAL)
                          > WS-UMBRAL-OPERACION
                  MOVE "Y" TO WS-SUPERA-UMBRAL
              END-IF.

           RETENER-PAR.
      *Da de alta el par en el fichero de retenidos, con la clave
      *que llevará en el maestro, el SUMAS-RECORD ya calculado con
      *estado "P" (que es también lo que el maestro diario guarda
      *de él hasta que se aplique la decisión), el registro de
      *entrada tal como llegó y el umbral superado. No llega a
      *RESOUT ni a AUDITLOG, así que no entra en la suma de
      *resultados ni en GLOUT. Una clave ya existente solo puede ser
      *el mismo par dado de alta antes de un corte y reprocesado al
      *reanudar, y se regraba. Si el alta falla, el par no se puede
      *dejar ni contabilizado ni perdido: el lote se detiene y el
      *checkpoint permite reanudarlo desde este par.
              MOVE "P" TO SR-ESTADO.

              MOVE SR-FECHA TO RET-FECHA.

              MOVE WS-ORIGEN-BLOQUE TO RET-ORIGEN.

              MOVE WS-NUM-REGISTRO TO RET-NUM-REGISTRO.

              MOVE SUMAS-RECORD TO RET-DATOS.

              MOVE WS-DEPARTAMENTO-CAB TO RET-DEPARTAMENTO.

              MOVE WS-PAR-ACTUAL TO RET-PAR-ORIGINAL.

              MOVE WS-UMBRAL-OPERACION TO RET-UMBRAL.

              MOVE "P" TO RET-ESTADO.

              MOVE SPACES TO RET-USUARIO.

              MOVE ZERO TO RET-FECHA-DECISION.

              MOVE ZERO TO RET-HORA-DECISION.

              MOVE ZERO TO RET-LOTE-APLICACION.

              MOVE WS-MONEDA-PAR TO RET-MONEDA.

              MOVE WS-CAMBIO-PAR TO RET-CAMBIO.

              MOVE WS-IMPORTE-ORIGEN TO RET-IMPORTE-ORIGEN.

              WRITE RETENIDO-REC.

              IF WS-RETENIDOS-STATUS = "22"
                  REWRITE RETENIDO-REC
              END-IF.

              IF WS-RETENIDOS-STATUS NOT = "00"
                      AND WS-RETENIDOS-STATUS NOT = "02"
                  DISPLAY "ERROR FATAL: no se pudo retener el par "
                      RET-CLAVE " (file status "
                      WS-RETENIDOS-STATUS
                      "), lote abortado, reanudar tras corregir"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF.

              ADD 1 TO WS-PARES-RETENIDOS.

              DISPLAY "Par retenido por importe alto: " RET-CLAVE.

           GRABAR-RESULTADO.
      *Se escribe el resultado en el fichero de salida, en moneda
      *base y en la del emisor.
              MOVE SR-RESULTADO TO ROUT-RESULTADO.

              MOVE WS-MONEDA-PAR TO ROUT-MONEDA.

              MOVE WS-IMPORTE-ORIGEN TO ROUT-IMPORTE-ORIGEN.

              WRITE RESULT-OUT-REC.

              PERFORM ACUMULAR-SUMA-MONEDA.

      *Se acumula el resultado para el total de control del informe
      *de fin de ejecución. Si la propia acumulación desborda
      *válido y ya se escribió), pero se marca el total de control
      *como no fiable para que EMITIR-INFORME-CONTROL avise en vez de
      *mostrar una cifra truncada como si fuera correcta.
              ADD SR-RESULTADO TO WS-SUMA-RESULTADOS
                  ON SIZE ERROR
                      MOVE "Y" TO WS-SUMA-DESBORDADA
                      DISPLAY "AVISO: LA SUMA DE RESULTADOS HA "
                          "DESBORDADO EL TOTAL DE CONTROL"
              END-ADD.

              PERFORM REGISTRAR-AUDITORIA.

           ACUMULAR-SUMA-MONEDA.
      *Suma el resultado en moneda del emisor en la línea de su
      *moneda, dándola de alta la primera vez que aparece.
              MOVE ZERO TO WS-POSICION-MONEDA.

              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > WS-NUM-MONEDAS
                      OR WS-POSICION-MONEDA > ZERO

                  IF MON-CODIGO(WS-INDICE-MONEDA) = WS-MONEDA-PAR
                      MOVE WS-INDICE-MONEDA TO WS-POSICION-MONEDA
                  END-IF

              END-PERFORM.

              IF WS-POSICION-MONEDA = ZERO
                  IF WS-NUM-MONEDAS < 10
                      ADD 1 TO WS-NUM-MONEDAS

                      MOVE WS-NUM-MONEDAS TO WS-POSICION-MONEDA

                      MOVE WS-MONEDA-PAR
                          TO MON-CODIGO(WS-POSICION-MONEDA)

                      MOVE ZERO TO MON-SUMA-ORIGEN(WS-POSICION-MONEDA)
                  ELSE
                      MOVE "Y" TO WS-MONEDAS-DESBORDADA
                  END-IF
              END-IF.

              IF WS-POSICION-MONEDA > ZERO
                  ADD WS-IMPORTE-ORIGEN
                          TO MON-SUMA-ORIGEN(WS-POSICION-MONEDA)
                      ON SIZE ERROR
                          MOVE "Y" TO WS-MONEDAS-DESBORDADA
                  END-ADD
              END-IF.

           REGISTRAR-RECHAZO.

              MOVE WS-DEPARTAMENTO-CAB TO REJ-DEPARTAMENTO.

      *La moneda del bloque, para que SUMFIX resubmita el par en un
      *bloque de su misma moneda.
              MOVE WS-MONEDA-PAR TO REJ-MONEDA.

              EVALUATE SR-CODIGO-RECHAZO
                  WHEN "01"
                      MOVE "NUM1/NUM2 NO NUMERICO" TO REJ-DESCRIPCION
                      MOVE "PAR DUPLICADO" TO REJ-DESCRIPCION
                  WHEN "04"
                      MOVE "OPERACION NO VALIDA" TO REJ-DESCRIPCION
                  WHEN "05"
                      MOVE "ANULACION SIN PAR ORIGINAL"
                          TO REJ-DESCRIPCION
                  WHEN "06"
                      MOVE "ANULA UN RECHAZO O ANULACION"
                          TO REJ-DESCRIPCION
                  WHEN "07"
                      MOVE "PAR ORIGINAL YA ANULADO" TO REJ-DESCRIPCION
                  WHEN "08"
                      MOVE "OPERACION NO AUTORIZADA A DPTO"
                          TO REJ-DESCRIPCION
                  WHEN "09"
                      MOVE "DENEGADO POR SUPERVISOR" TO REJ-DESCRIPCION
                  WHEN "10"
                      MOVE "SIN TIPO DE CAMBIO PARA MONEDA"
                          TO REJ-DESCRIPCION
                  WHEN OTHER
                      MOVE "MOTIVO DESCONOCIDO" TO REJ-DESCRIPCION
              END-EVALUATE.
      *blanco.
              MOVE WS-DEPARTAMENTO-CAB TO AUD-DEPARTAMENTO.

      *El asiento de una anulación lleva la clave del original y
      *contabiliza en el departamento del original (si el maestro
      *lo conoce), para que el extracto a contabilidad general lo
      *lleve a la misma cuenta que el apunte que deshace.
              MOVE SPACES TO AUD-ANULACION.

              MOVE SPACES TO AUD-CLAVE-ORIGINAL.

              IF WS-ES-ANULACION = "Y"
                  MOVE "S" TO AUD-ANULACION

                  MOVE WS-CLAVE-ANULADA TO AUD-CLAVE-ORIGINAL

                  IF WS-DEPARTAMENTO-ORIGINAL NOT = SPACES
                      MOVE WS-DEPARTAMENTO-ORIGINAL TO AUD-DEPARTAMENTO
                  END-IF
              END-IF.

      *Moneda del emisor, cambio aplicado y resultado en su moneda;
      *AUD-RESULTADO es el importe en moneda base.
              MOVE WS-MONEDA-PAR TO AUD-MONEDA.

              MOVE WS-CAMBIO-PAR TO AUD-CAMBIO.

              MOVE WS-IMPORTE-ORIGEN TO AUD-IMPORTE-ORIGEN.

              WRITE AUDIT-LOG-REC.

           GRABAR-MAESTRO-DIARIO.
      *aceptado o rechazado, con su clave de fecha de proceso, origen
      *del lote y número de registro de entrada; el paso SUMVLOAD lo
      *cargará después en el maestro VSAM de resultados. El origen
      *es la letra que el registro de departamentos asigna al
      *departamento de la cabecera del bloque al que pertenece el
      *par ("R" para la resubmisión RECHAZOS de SUMFIX, "N" para un
      *par sin cabecera; ver la copy MAEREC), de modo que dos
      *ejecuciones o dos departamentos de la misma fecha no
      *compartan claves en el maestro.
              MOVE SR-FECHA TO MAE-FECHA.

              MOVE WS-ORIGEN-BLOQUE TO MAE-ORIGEN.

              MOVE SUMAS-RECORD TO MAE-DATOS.

              MOVE WS-DEPARTAMENTO-CAB TO MAE-DEPARTAMENTO.

              IF WS-ES-ANULACION = "Y"
                  MOVE "R" TO MAE-ESTADO-ANULACION

                  MOVE WS-CLAVE-ANULADA TO MAE-CLAVE-VINCULADA
              ELSE
                  MOVE SPACES TO MAE-ANULACION
              END-IF.

              PERFORM ESTAMPAR-DIVISA-MAESTRO.

              WRITE MAESTRO-OUT-REC.

           ESTAMPAR-DIVISA-MAESTRO.
              MOVE WS-MONEDA-PAR TO MAE-MONEDA.

              MOVE WS-CAMBIO-PAR TO MAE-CAMBIO.

              MOVE WS-IMPORTE-ORIGEN TO MAE-IMPORTE-ORIGEN.

           GRABAR-MAESTRO-ANULADO.
      *Segundo registro de una anulación aceptada: el par original,
      *con su clave y sus datos tal como estaban en el maestro,
      *marcado "A" y enlazado con la clave de la anulación que se
      *acaba de grabar. SUMVLOAD lo regraba sobre el registro
      *existente (camino de clave existente), y una reconstrucción
      *con SUMVREST llega al mismo estado porque la generación de la
      *anulación es posterior a la del original.
              MOVE MAE-FECHA TO WS-CLA-FECHA.

              MOVE MAE-ORIGEN TO WS-CLA-ORIGEN.

              MOVE MAE-NUM-REGISTRO TO WS-CLA-NUM-REGISTRO.

              MOVE WS-ANU-FECHA TO MAE-FECHA.

              MOVE WS-ANU-ORIGEN TO MAE-ORIGEN.

              MOVE WS-ANU-NUM-REGISTRO TO MAE-NUM-REGISTRO.

              MOVE WS-DATOS-ORIGINAL TO MAE-DATOS.

              MOVE "A" TO MAE-ESTADO-ANULACION.

              MOVE WS-CLAVE-ANULACION TO MAE-CLAVE-VINCULADA.

              MOVE WS-DEPARTAMENTO-ORIGINAL TO MAE-DEPARTAMENTO.

              MOVE WS-DIVISA-ORIGINAL TO MAE-DIVISA.

              WRITE MAESTRO-OUT-REC.

           APLICAR-RETENIDOS.
      *Recorre el fichero de retenidos y aplica cada decisión del
      *supervisor aún sin aplicar: un liberado ("L") se contabiliza
      *y un denegado ("D") se rechaza con código "09"; los pendientes
      *("P", incluidos los retenidos hoy) siguen esperando. Cada
      *aplicado queda marcado en el fichero con la fecha de la
      *primera cabecera de este PARESIN y se graba un checkpoint,
      *así que una reanudación tras un corte en este tramo no repite
      *los ya aplicados, y los recuenta (ver
      *RECONTAR-RETENIDO-APLICADO). El departamento y la marca de
      *anulación de lo último leído de PARESIN no deben pasar a
      *estos asientos.
              MOVE "N" TO WS-ES-ANULACION.

              MOVE LOW-VALUES TO RET-CLAVE.

              START RETENIDOS KEY IS NOT LESS THAN RET-CLAVE.

              EVALUATE WS-RETENIDOS-STATUS
                  WHEN "00"
                      MOVE "N" TO WS-FIN-RETENIDOS

                      PERFORM UNTIL WS-FIN-RETENIDOS = "Y"

                          READ RETENIDOS NEXT RECORD
                              AT END
                                  MOVE "Y" TO WS-FIN-RETENIDOS
                          END-READ

                          IF WS-FIN-RETENIDOS = "N"
                              IF WS-RETENIDOS-STATUS = "00"
                                      OR WS-RETENIDOS-STATUS = "02"
                                  PERFORM TRATAR-RETENIDO
                              ELSE
                                  MOVE "Y" TO WS-ERROR-RETENIDOS

                                  MOVE "Y" TO WS-FIN-RETENIDOS

                                  DISPLAY "ERROR: lectura de "
                                      "RETENIDO interrumpida (file "
                                      "status " WS-RETENIDOS-STATUS
                                      ")"
                              END-IF
                          END-IF

                      END-PERFORM
                  WHEN "23"
                      CONTINUE
                  WHEN OTHER
                      MOVE "Y" TO WS-ERROR-RETENIDOS

                      DISPLAY "ERROR: no se pudo recorrer RETENIDO "
                          "(file status " WS-RETENIDOS-STATUS ")"
              END-EVALUATE.

              MOVE SPACES TO WS-DEPARTAMENTO-CAB.

           TRATAR-RETENIDO.
              EVALUATE RET-ESTADO
                  WHEN "L"
                      PERFORM CONTABILIZAR-LIBERADO
                  WHEN "D"
                      PERFORM RECHAZAR-DENEGADO
                  WHEN "C"
                  WHEN "X"
                      PERFORM RECONTAR-RETENIDO-APLICADO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

           CONTABILIZAR-LIBERADO.
      *El par liberado se contabiliza hoy, con la fecha y hora de
      *hoy en su asiento y el departamento de su bloque original,
      *exactamente como si acabara de calcularse: RESOUT, suma de
      *resultados y AUDITLOG (GRABAR-RESULTADO), y de ahí su apunte
      *en el GLOUT de esta noche. Su registro del maestro se
      *regraba ya contabilizado.
              MOVE RET-DATOS TO SUMAS-RECORD.

              PERFORM TOMAR-MONEDA-RETENIDO.

              MOVE "Y" TO SR-ESTADO.

              MOVE SPACES TO SR-CODIGO-RECHAZO.

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO SR-FECHA.

              MOVE WS-FECHA-HORA-ACTUAL(9:6) TO SR-HORA.

              MOVE RET-DEPARTAMENTO TO WS-DEPARTAMENTO-CAB.

              PERFORM GRABAR-RESULTADO.

              PERFORM GRABAR-MAESTRO-RETENIDO.

              ADD 1 TO WS-RETENIDOS-LIBERADOS.

              MOVE "C" TO RET-ESTADO.

              PERFORM MARCAR-RETENIDO-APLICADO.

           RECHAZAR-DENEGADO.
      *El par denegado va a REJOUT con código "09", NUM1/NUM2 tal
      *como llegaron en su día y el departamento de su bloque, y su
      *registro del maestro se regraba como rechazado, igual que
      *cualquier otro rechazo.
              MOVE RET-DATOS TO SUMAS-RECORD.

              PERFORM TOMAR-MONEDA-RETENIDO.

              MOVE ZERO TO WS-IMPORTE-ORIGEN.

              MOVE ZERO TO SR-RESULTADO.

              MOVE "N" TO SR-ESTADO.

              MOVE "09" TO SR-CODIGO-RECHAZO.

              MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.

              MOVE WS-FECHA-HORA-ACTUAL(1:8) TO SR-FECHA.

              MOVE WS-FECHA-HORA-ACTUAL(9:6) TO SR-HORA.

              MOVE RET-PAR-ORIGINAL(1:10) TO WS-NUM1-CRUDO.

              MOVE RET-PAR-ORIGINAL(11:10) TO WS-NUM2-CRUDO.

              MOVE RET-DEPARTAMENTO TO WS-DEPARTAMENTO-CAB.

              ADD 1 TO WS-PARES-RECHAZADOS.

              PERFORM REGISTRAR-RECHAZO.

              PERFORM GRABAR-MAESTRO-RETENIDO.

              ADD 1 TO WS-RETENIDOS-DENEGADOS.

              MOVE "X" TO RET-ESTADO.

              PERFORM MARCAR-RETENIDO-APLICADO.

           GRABAR-MAESTRO-RETENIDO.
      *Registro del maestro diario con la clave original del par
      *retenido, que SUMVLOAD regraba sobre el que quedó con estado
      *"P" la noche en que se retuvo.
              MOVE RET-FECHA TO MAE-FECHA.

              MOVE RET-ORIGEN TO MAE-ORIGEN.

              MOVE RET-NUM-REGISTRO TO MAE-NUM-REGISTRO.

              MOVE SUMAS-RECORD TO MAE-DATOS.

              MOVE SPACES TO MAE-ANULACION.

              MOVE RET-DEPARTAMENTO TO MAE-DEPARTAMENTO.

              PERFORM ESTAMPAR-DIVISA-MAESTRO.

              WRITE MAESTRO-OUT-REC.

           MARCAR-RETENIDO-APLICADO.
      *Marca el retenido como aplicado por esta ejecución y graba el
      *checkpoint con los totales que ya lo incluyen. Si la marca no
      *se puede grabar, la noche siguiente lo aplicaría otra vez: se
      *sigue con el resto, pero el lote termina con código de
      *retorno 8 y el informe lo señala.
              MOVE WS-IDENT-FECHA-CAB TO RET-LOTE-APLICACION.

              REWRITE RETENIDO-REC.

              IF WS-RETENIDOS-STATUS NOT = "00"
                  MOVE "Y" TO WS-ERROR-RETENIDOS

                  DISPLAY "ERROR: retenido " RET-CLAVE
                      " aplicado pero no marcado (file status "
                      WS-RETENIDOS-STATUS ")"
              END-IF.

              PERFORM ESCRIBIR-CHECKPOINT.

           RECONTAR-RETENIDO-APLICADO.
      *En una reanudación, los retenidos que la ejecución
      *interrumpida ya aplicó llevan la marca de este PARESIN: sus
      *importes y rechazos vienen ya en los totales restaurados del
      *checkpoint, y aquí solo se recuentan para las líneas del
      *informe.
              IF WS-ULTIMO-REG-CHECKPT > ZERO
                      AND RET-LOTE-APLICACION = WS-IDENT-FECHA-CAB
                  IF RET-ESTADO = "C"
                      ADD 1 TO WS-RETENIDOS-LIBERADOS
                  ELSE
                      ADD 1 TO WS-RETENIDOS-DENEGADOS
                  END-IF
              END-IF.

           EMITIR-ACUSES.
      *Graba el acuse de recibo: por cada lote de la tabla, una
      *cabecera con la fecha y el departamento de su cabecera
              MOVE LOT-DEPARTAMENTO(WS-INDICE-LOTE)
                  TO ACK-CAB-DEPARTAMENTO.

              MOVE LOT-MONEDA(WS-INDICE-LOTE) TO ACK-CAB-MONEDA.

              WRITE ACK-CAB-REC.

              MOVE ZERO TO WS-ACK-RECHAZADOS.

              MOVE LOT-HASH(WS-INDICE-LOTE) TO ACK-COLA-HASH.

              MOVE LOT-MONEDA(WS-INDICE-LOTE) TO ACK-COLA-MONEDA.

              MOVE LOT-SUMA-ORIGEN(WS-INDICE-LOTE)
                  TO ACK-COLA-SUMA-ORIGEN.

              WRITE ACK-COLA-REC.

           CALCULAR-SALTO-ACUSE.

              WRITE REPORT-OUT-LINE.

      *La suma de resultados en la moneda de cada emisor, que
      *SUMRECON cuadra contra RESOUT moneda a moneda; la de arriba
      *es la suma en moneda base, la que se contabiliza.
              PERFORM VARYING WS-INDICE-MONEDA FROM 1 BY 1
                      UNTIL WS-INDICE-MONEDA > WS-NUM-MONEDAS

                  MOVE MON-SUMA-ORIGEN(WS-INDICE-MONEDA)
                      TO WS-SUMA-MONEDA-ED

                  MOVE SPACES TO REPORT-OUT-LINE

                  STRING "SUMA EN MONEDA "
                      MON-CODIGO(WS-INDICE-MONEDA) ": "
                      WS-SUMA-MONEDA-ED
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE

                  WRITE REPORT-OUT-LINE

              END-PERFORM.

              MOVE WS-PARES-RECHAZADOS TO WS-PARES-RECHAZADOS-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

      *Desglose de los rechazos por operación no autorizada al
      *departamento (código "08"), para reclamar al emisor o revisar
      *el registro de departamentos.
              MOVE WS-PARES-NO-AUTORIZADOS TO WS-NO-AUTORIZADOS-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              STRING "PARES NO AUTORIZADOS: " WS-NO-AUTORIZADOS-ED
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

      *Anulaciones aceptadas (las rechazadas ya cuentan en PARES
      *RECHAZADOS); el resumen SUMNIGHT la relee para cuadrar la
      *carga del maestro.
              MOVE WS-ANULACIONES-APLICADAS TO WS-ANULACIONES-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              STRING "ANULACIONES APLICADAS: " WS-ANULACIONES-ED
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

      *Retenidos por importe alto: los de hoy, que esperan la
      *decisión del supervisor, y los de noches anteriores aplicados
      *en esta ejecución (ver APLICAR-RETENIDOS). SUMRECON y SUMNIGHT
      *los releen para sus cuadres.
              MOVE WS-PARES-RETENIDOS TO WS-RETENIDOS-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              STRING "PARES RETENIDOS: " WS-RETENIDOS-ED
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

              MOVE WS-RETENIDOS-LIBERADOS TO WS-LIBERADOS-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              STRING "RETENIDOS LIBERADOS: " WS-LIBERADOS-ED
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

              MOVE WS-RETENIDOS-DENEGADOS TO WS-DENEGADOS-ED.

              MOVE SPACES TO REPORT-OUT-LINE.

              STRING "RETENIDOS DENEGADOS: " WS-DENEGADOS-ED
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

              IF WS-ERROR-RETENIDOS = "Y"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "ERROR: RETENIDOS SIN APLICAR O SIN MARCAR, "
                      "REVISAR SU ESTADO EN RETENIDO"
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE
                  WRITE REPORT-OUT-LINE
              END-IF.

              IF WS-MAESTRO-VSAM-ABIERTO = "N"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "AVISO: MAESTRO VSAM NO DISPONIBLE, "
                      "ANULACIONES RECHAZADAS"
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE
                  WRITE REPORT-OUT-LINE
              END-IF.

              IF WS-ANULADAS-DESBORDADA = "Y"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "AVISO: TABLA DE ANULACIONES DESBORDADA, "
                      "DOBLE ANULACION NO CONTROLADA"
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE
                  WRITE REPORT-OUT-LINE
              END-IF.

              IF WS-SIN-FICHERO-PREVIO = "Y"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "AVISO: SIN PARESIN DEL DIA ANTERIOR, "
                  WRITE REPORT-OUT-LINE
              END-IF.

              IF WS-MONEDAS-DESBORDADA = "Y"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "AVISO: MAS DE 10 MONEDAS O SUMA DESBORDADA, "
                      "SUMAS POR MONEDA NO FIABLES"
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE
                  WRITE REPORT-OUT-LINE
              END-IF.

      *Resultado del cuadre contra los registros de control HDR/TRL
      *de cada bloque del fichero (ver TRATAR-COLA): se imprime la
      *identificación de cada lote recibido y, si algo no cuadró,
              STRING "LOTE DEL EMISOR: FECHA "
                  LOT-FECHA(WS-INDICE-LOTE)
                  " DEPARTAMENTO " LOT-DEPARTAMENTO(WS-INDICE-LOTE)
                  " MONEDA " LOT-MONEDA(WS-INDICE-LOTE)
                  DELIMITED BY SIZE INTO REPORT-OUT-LINE.

              WRITE REPORT-OUT-LINE.

      *Un bloque sin cambio no descuadra el lote (sus pares están en
      *REJOUT con código "10"), pero tesorería tiene que mandar el
      *cambio antes de resometerlos.
              IF LOT-SIN-CAMBIO(WS-INDICE-LOTE) = "Y"
                  MOVE SPACES TO REPORT-OUT-LINE
                  STRING "AVISO: SIN TIPO DE CAMBIO DE "
                      LOT-MONEDA(WS-INDICE-LOTE)
                      " EN VIGOR EL " LOT-FECHA(WS-INDICE-LOTE)
                      ", PARES RECHAZADOS (10)"
                      DELIMITED BY SIZE INTO REPORT-OUT-LINE
                  WRITE REPORT-OUT-LINE
              END-IF.

              IF LOT-DESCUADRE-PARES(WS-INDICE-LOTE) = "Y"
                  MOVE LOT-PARES-LEIDOS(WS-INDICE-LOTE)
                      TO WS-PARES-LEIDOS-ED
