      *grabados antes de la ampliación del registro (LRECL=45, sin
      *departamento) deben convertirse a LRECL=54 con el campo a
      *espacios; ver la nota de puesta en marcha en JCL/SUMASJB.jcl.
      *AUD-ANULACION vale "S" en el asiento de una anulación (registro
      *"REV" de PARESIN, ver PROCESAR-ANULACION en COBOL/sumas.cbl),
      *con AUD-CLAVE-ORIGINAL = clave del maestro (fecha + origen +
      *número de registro) del par anulado y los importes del
      *original con el resultado cambiado de signo; en los asientos
      *normales ambos campos van a espacios. Los asientos grabados
      *antes de esta ampliación (LRECL=54) se convierten a LRECL=73
      *con los dos campos a espacios; ver la misma nota de puesta en
      *marcha.
      *AUD-MONEDA es el código ISO de la moneda en que el emisor
      *mandó el bloque (la de la cabecera HDR, o la moneda base si
      *la cabecera no la trae), AUD-IMPORTE-ORIGEN el resultado
      *calculado en esa moneda y AUD-CAMBIO el cambio de tesorería
      *vigente en la fecha del lote con que se convirtió (unidades
      *de moneda base por unidad de moneda del emisor, 1 en un
      *bloque en moneda base). AUD-RESULTADO es siempre el importe
      *ya convertido a la moneda base, que es el que se contabiliza.
      *Los asientos grabados antes de esta ampliación (LRECL=73) se
      *convierten a LRECL=97 con los campos nuevos a espacios; ver
      *la misma nota de puesta en marcha.
           01 AUDIT-LOG-REC.
               05 AUD-FECHA PIC 9(8).
               05 AUD-HORA PIC 9(6).
               05 AUD-NUM2 PIC S9(9) SIGN IS LEADING SEPARATE.
               05 AUD-RESULTADO PIC S9(9) SIGN IS LEADING SEPARATE.
               05 AUD-DEPARTAMENTO PIC X(9).
               05 AUD-ANULACION PIC X(1).
               05 AUD-CLAVE-ORIGINAL PIC X(18).
               05 AUD-MONEDA PIC X(3).
               05 AUD-CAMBIO PIC 9(5)V9(6).
               05 AUD-IMPORTE-ORIGEN PIC S9(9)
                   SIGN IS LEADING SEPARATE.
