      *Registro del fichero de pares retenidos por importe alto
      *(PROD.SUMAS.RETENIDOS.VSAM, KSDS con clave RET-CLAVE),
      *compartido, vía esta copy, entre SUMAS (que retiene el par
      *cuyo resultado supera el umbral de su operación y, en la
      *ejecución siguiente, aplica lo que el supervisor decidió), la
      *transacción de supervisión SUMRET (que lista los retenidos y
      *los libera o deniega) y el resumen de fin de noche SUMNIGHT
      *(que cuenta los que siguen retenidos y su antigüedad).
      *RET-CLAVE es la clave del par en el maestro (fecha de
      *proceso, letra de origen y número de registro, ver la copy
      *MAEREC), así que el retenido y su registro del maestro se
      *encuentran uno a otro. RET-DATOS es el SUMAS-RECORD del par ya
      *calculado (SR-ESTADO "P"), RET-PAR-ORIGINAL el registro de
      *PARESIN tal como llegó (para que un denegado llegue a REJOUT
      *con NUM1/NUM2 sin reformatear, como cualquier rechazo) y
      *RET-UMBRAL el umbral que superó. RET-ESTADO: "P" pendiente de
      *decisión, "L" liberado y "D" denegado por el supervisor (aún
      *sin aplicar: se pueden cambiar hasta la ejecución siguiente),
      *"C" liberado y ya contabilizado y "X" denegado y ya grabado en
      *REJOUT. RET-USUARIO, RET-FECHA-DECISION y RET-HORA-DECISION
      *son el usuario CICS y el momento de la última decisión.
      *RET-LOTE-APLICACION es la fecha de la primera cabecera del
      *PARESIN de la ejecución que aplicó la decisión (ver
      *APLICAR-RETENIDOS en COBOL/sumas.cbl).
      *RET-MONEDA, RET-CAMBIO y RET-IMPORTE-ORIGEN son la moneda del
      *bloque, el cambio aplicado y el resultado en la moneda del
      *emisor (ver la copy AUDREC); el umbral se comparó con el
      *resultado ya convertido a la moneda base, que es el de
      *RET-DATOS. Al liberarse, el par se contabiliza con este mismo
      *cambio, el de la fecha de su lote, y no con el del día de la
      *liberación. El registro pasó de 150 a 170 bytes; ver la nota
      *de puesta en marcha en JCL/SUMASJB.jcl.
           01 RETENIDO-REC.
               05 RET-CLAVE.
                   10 RET-FECHA PIC 9(8).
                   10 RET-ORIGEN PIC X(1).
                   10 RET-NUM-REGISTRO PIC 9(9).
               05 RET-DATOS PIC X(45).
               05 RET-DEPARTAMENTO PIC X(9).
               05 RET-PAR-ORIGINAL PIC X(21).
               05 RET-UMBRAL PIC 9(9).
               05 RET-ESTADO PIC X(1).
               05 RET-USUARIO PIC X(8).
               05 RET-FECHA-DECISION PIC 9(8).
               05 RET-HORA-DECISION PIC 9(6).
               05 RET-LOTE-APLICACION PIC 9(8).
               05 RET-MONEDA PIC X(3).
               05 RET-CAMBIO PIC 9(5)V9(6).
               05 RET-IMPORTE-ORIGEN PIC S9(9)
                   SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(13).
