      *Registro del histórico de volumen e importe por departamento
      *(PROD.SUMAS.VOLUMEN.HISTORICO.VSAM, KSDS con clave
      *departamento + operación + fecha), que graba cada noche el
      *control de anomalías SUMANOM a partir de la generación
      *MAESTOUT del lote: un registro por departamento emisor y
      *código de operación con tráfico esa noche, más uno con la
      *operación en blanco con el total del departamento. La clave
      *empieza por departamento y operación para que SUMANOM recorra
      *con un START la historia de cada uno en orden de fecha; un
      *relanzamiento de la misma noche regraba los mismos registros.
      *HVO-OPERACION es A/S/M, "-" para los pares que llegaron con un
      *código de operación no válido (rechazados con código 04) y
      *espacio en el total. HVO-PARES son los pares de la noche
      *(aceptados, retenidos y rechazados, anulaciones incluidas),
      *HVO-RECHAZADOS los rechazados y HVO-IMPORTE la suma de los
      *resultados aceptados en valor absoluto, en la moneda base.
      *HVO-RESULTADO: "N" noche normal, "M" marcada como anómala
      *(el GLOUT del departamento se retuvo para revisión) y "H" sin
      *historia suficiente para comparar. HVO-HORA-CONTROL es la
      *hora a la que corrió el control.
           01 HISTORICO-VOLUMEN-REC.
               05 HVO-CLAVE.
                   10 HVO-DEPARTAMENTO PIC X(9).
                   10 HVO-OPERACION PIC X(1).
                   10 HVO-FECHA PIC 9(8).
               05 HVO-PARES PIC 9(7).
               05 HVO-RECHAZADOS PIC 9(7).
               05 HVO-IMPORTE PIC 9(13).
               05 HVO-RESULTADO PIC X(1).
               05 HVO-HORA-CONTROL PIC 9(6).
               05 FILLER PIC X(28).
