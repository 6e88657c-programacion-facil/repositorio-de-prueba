      *Registro del diario de cambios de la parametrización contable
      *(PROD.SUMAS.GLMAP.DIARIO.VSAM, KSDS con clave JGL-CLAVE),
      *compartido, vía esta copy, entre la transacción de
      *mantenimiento SGLM (programa SUMGLMP), que graba un registro
      *por cada alta, cambio o baja en la misma unidad de trabajo
      *que el cambio, y el informe de cambios SUMGLMR, que lo lista
      *con la imagen de antes y de después. La clave es la fecha y
      *hora del cambio, el terminal y el número de tarea CICS, única
      *aunque dos terminales graben en el mismo segundo; así el
      *diario se lee en orden cronológico. JGL-ACCION "A" alta, "M"
      *cambio, "B" baja. JGL-ANTES y JGL-DESPUES son el
      *CUENTA-MAPA-REC completo (copy GLMREC) antes y después del
      *cambio: espacios en JGL-ANTES en un alta y en JGL-DESPUES en
      *una baja.
           01 DIARIO-CUENTAS-REC.
               05 JGL-CLAVE.
                   10 JGL-FECHA PIC 9(8).
                   10 JGL-HORA PIC 9(6).
                   10 JGL-TERMINAL PIC X(4).
                   10 JGL-TAREA PIC 9(7).
               05 JGL-USUARIO PIC X(8).
               05 JGL-ACCION PIC X(1).
               05 JGL-ANTES PIC X(80).
               05 JGL-DESPUES PIC X(80).
               05 FILLER PIC X(16).
