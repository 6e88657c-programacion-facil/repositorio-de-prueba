      *Registro del fichero de parametrización contable con
      *vigencias (PROD.SUMAS.GLMAP.VSAM, KSDS con clave GLM-CLAVE),
      *compartido, vía esta copy, entre el extracto contable SUMGLEXT
      *(que estampa en cada apunte la cuenta y el centro de coste de
      *la entrada vigente en su fecha contable) y la transacción de
      *mantenimiento SGLM (programa SUMGLMP) con la que la toma de
      *contabilidad da de alta, cambia o borra entradas. La clave es
      *la combinación operación A/S/M + signo del resultado D/H +
      *departamento emisor, como en las antiguas tarjetas GLMAP, más
      *la fecha desde la que la entrada está en vigor; GLM-FECHA-
      *HASTA es el último día en vigor (99991231 = sin fecha de
      *fin). Las entradas de una misma combinación no se solapan,
      *así que en una fecha dada hay a lo sumo una vigente, y un
      *reextracto de un día antiguo encuentra la cuenta que regía
      *entonces. GLM-USUARIO, GLM-FECHA-CAMBIO y GLM-HORA-CAMBIO
      *son el usuario CICS y el momento del último alta o cambio;
      *el detalle de cada cambio, con la imagen de antes y de
      *después, queda en el diario (ver la copy GLJREC). Registro
      *fijo de 80 bytes, para que la carga inicial pueda hacerse
      *con un REPRO de tarjetas (ver JCL/DEFGLMAP.jcl).
           01 CUENTA-MAPA-REC.
               05 GLM-CLAVE.
                   10 GLM-COMBINACION.
                       15 GLM-OPERACION PIC X(1).
                       15 GLM-SIGNO PIC X(1).
                       15 GLM-DEPARTAMENTO PIC X(9).
                   10 GLM-FECHA-DESDE PIC 9(8).
               05 GLM-FECHA-HASTA PIC 9(8).
               05 GLM-CUENTA PIC X(8).
               05 GLM-CENTRO-COSTE PIC X(6).
               05 GLM-USUARIO PIC X(8).
               05 GLM-FECHA-CAMBIO PIC 9(8).
               05 GLM-HORA-CAMBIO PIC 9(6).
               05 FILLER PIC X(17).
