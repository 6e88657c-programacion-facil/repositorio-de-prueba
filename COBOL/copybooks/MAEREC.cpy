      *día, aceptado o rechazado) y el cargador SUMVLOAD (que lo
      *vuelca al maestro VSAM de resultados). La clave es la fecha de
      *proceso, el origen del lote y el número de registro del par
      *dentro del fichero de entrada; MAE-ORIGEN es la letra de
      *origen que el registro de departamentos (copy DEPREC) asigna
      *al departamento emisor de la cabecera HDR del bloque al que
      *pertenece el par ("R" para una resubmisión de rechazos de
      *SUMFIX, departamento RECHAZOS), o "N" si el par llegó sin
      *cabecera, para que dos ejecuciones o dos departamentos de la
      *misma fecha no compartan claves y una carga no machaque en el
      *maestro los pares de otra. SUMDEPT no deja repetir una letra
      *ni usar R o N para otro departamento; los departamentos dados
      *de alta antes del registro conservan su inicial como letra.
      *MAE-DATOS lleva el SUMAS-RECORD
      *completo (copy SUMREC) tal cual: NUM1, NUM2, RESULTADO,
      *OPERACION, FECHA, HORA, ESTADO y CODIGO-RECHAZO.
      *MAE-ESTADO-ANULACION: espacio en un par normal, "R" en el
      *registro de una anulación (registro "REV" de PARESIN) y "A" en
      *un par original ya anulado; SUMAS graba, junto a la anulación
      *aceptada, un segundo registro con la clave y los datos del
      *original marcado "A", que SUMVLOAD regraba sobre el maestro
      *por su camino de clave existente. MAE-CLAVE-VINCULADA es, en
      *el registro "R", la clave del original que anula, y en el
      *registro "A", la clave de la anulación que lo anuló.
      *MAE-DEPARTAMENTO es el departamento de la cabecera HDR del
      *bloque, para que la anulación de un par contabilice contra
      *la misma cuenta que el original aunque llegue por otro bloque
      *(p.ej. la resubmisión RECHAZOS de SUMFIX). Los extractos
      *grabados antes de esta ampliación (LRECL=63) se convierten a
      *LRECL=91 con los campos nuevos a espacios antes de usarlos en
      *una reconstrucción con SUMVREST; ver la nota de puesta en
      *marcha en JCL/SUMASJB.jcl.
      *MAE-MONEDA, MAE-CAMBIO y MAE-IMPORTE-ORIGEN son la moneda del
      *bloque del emisor, el cambio de tesorería con que se convirtió
      *el resultado y el resultado en la moneda del emisor, como en
      *el asiento de auditoría (ver la copy AUDREC); el SR-RESULTADO
      *de MAE-DATOS es el importe ya convertido a la moneda base. En
      *un par rechazado el importe de origen va a cero, y el cambio
      *también si el bloque no tenía cambio en el fichero de
      *tesorería. Los registros grabados antes de esta ampliación
      *(LRECL=91) se convierten a LRECL=115 con los campos nuevos a
      *espacios, que SUMAS entiende como moneda base; ver la misma
      *nota de puesta en marcha.
           01 MAESTRO-OUT-REC.
               05 MAE-FECHA PIC 9(8).
               05 MAE-ORIGEN PIC X(1).
               05 MAE-NUM-REGISTRO PIC 9(9).
               05 MAE-DATOS PIC X(45).
               05 MAE-ANULACION.
                   10 MAE-ESTADO-ANULACION PIC X(1).
                   10 MAE-CLAVE-VINCULADA PIC X(18).
               05 MAE-DEPARTAMENTO PIC X(9).
               05 MAE-DIVISA.
                   10 MAE-MONEDA PIC X(3).
                   10 MAE-CAMBIO PIC 9(5)V9(6).
                   10 MAE-IMPORTE-ORIGEN PIC S9(9)
                       SIGN IS LEADING SEPARATE.
