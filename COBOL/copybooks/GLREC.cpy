      *Registros del fichero de apuntes GLOUT para contabilidad
      *general, compartidos, vía esta copy, entre SUMGLEXT (que los
      *graba) y los programas que los releen, para que no se
      *desincronicen entre sí. Registro fijo de 56 bytes con tres
      *formatos distinguidos por el primer byte: "1" cabecera (fecha
      *del lote, sistema de origen y departamento emisor), "2"
      *detalle (un apunte por par calculado, con su fecha contable,
      *que es la del asiento llevada al siguiente día hábil de un
      *periodo abierto según el calendario de la casa, ver la copy
      *CALREC, con indicador Debe/Haber según el signo del
      *resultado, y la cuenta contable
      *y el centro de coste estampados desde la entrada de la
      *parametrización GLMAP vigente en la fecha contable, ver la
      *copy GLMREC; una combinación sin entrada vigente cae en la
      *cuenta puente) y "9" cola (número de apuntes y hash de
      *importes del departamento, para que la toma contable cuadre
      *cada lote antes de contabilizar nada). Los extractos grabados
      *antes de la ampliación del registro (LRECL=30, sin cuenta ni
      *centro) no son compatibles con esta copy; ver la nota de
      *puesta en marcha en JCL/SUMASJB.jcl.
      *GLD-ANULACION vale "S" en el apunte de una anulación (asiento
      *de AUDITLOG con AUD-ANULACION = "S"): lleva el lado contrario
      *al del apunte original y la misma cuenta, para que la toma
      *contable lo distinga de un movimiento nuevo; se ha tomado del
      *relleno, así que la longitud del registro no cambia.
      *GLD-IMPORTE es siempre el importe en la moneda base, que es
      *en la que se contabiliza; GLD-MONEDA y GLD-IMPORTE-ORIGEN
      *llevan, a título informativo, la moneda en que el emisor
      *mandó el par y el importe en esa moneda (en valor absoluto,
      *del mismo lado Debe/Haber), para que la toma contable pueda
      *llevar la posición en divisa. El hash de la cola sigue
      *cubriendo solo GLD-IMPORTE. Los ficheros grabados antes de
      *esta ampliación (LRECL=44) se convierten a LRECL=56 con los
      *campos nuevos a espacios; ver la nota de puesta en marcha en
      *JCL/SUMASJB.jcl.
           01 GL-CABECERA-REC.
               05 GLC-TIPO PIC X(1).
               05 GLC-FECHA-LOTE PIC 9(8).
               05 GLC-ORIGEN PIC X(8).
               05 GLC-DEPARTAMENTO PIC X(9).
               05 FILLER PIC X(30).

           01 GL-DETALLE-REC.
               05 GLD-TIPO PIC X(1).
               05 GLD-OPERACION PIC X(1).
               05 GLD-CUENTA PIC X(8).
               05 GLD-CENTRO-COSTE PIC X(6).
               05 GLD-ANULACION PIC X(1).
               05 GLD-MONEDA PIC X(3).
               05 GLD-IMPORTE-ORIGEN PIC 9(9).
               05 FILLER PIC X(9).

           01 GL-COLA-REC.
               05 GLT-TIPO PIC X(1).
               05 GLT-NUM-APUNTES PIC 9(7).
               05 GLT-HASH-IMPORTES PIC 9(13).
               05 GLT-DEPARTAMENTO PIC X(9).
               05 FILLER PIC X(26).
