      *Registro del histórico de transmisiones recibidas
      *(PROD.SUMAS.ENVIOS.HISTORICO.VSAM, KSDS con clave fecha +
      *departamento), compartido, vía esta copy, entre el control de
      *envíos esperados SUMPLAN (que cada noche graba un registro por
      *departamento esperado o recibido) y el informe mensual de
      *puntualidad SUMPUNT. HEN-FECHA es la fecha del control, la
      *del lote nocturno; un relanzamiento del mismo día regraba los
      *mismos registros en vez de duplicarlos. HEN-RESULTADO:
      *"R" recibido (esperado, una cabecera por moneda), "F" falta
      *(esperado, sin cabecera y pasada su hora de corte), "P"
      *pendiente (esperado, sin cabecera, con el lote lanzado antes
      *de su hora de corte), "N" no esperado (cabecera de un
      *departamento que no tocaba ese día) y "D" duplicado (más de
      *una cabecera del mismo departamento y la misma moneda,
      *esperado o no). HEN-CABECERAS cuenta todas sus cabeceras.
      *HEN-ESPERADO ("Y"/"N") dice si el plan de envíos lo esperaba
      *ese día; HEN-HORA-CORTE es la de su entrada del plan (cero si
      *no se le esperaba) y HEN-HORA-CONTROL la del control.
      *HEN-FECHA-CABECERA es la fecha de la primera cabecera
      *recibida (cero si no llegó ninguna).
           01 HISTORICO-ENVIO-REC.
               05 HEN-CLAVE.
                   10 HEN-FECHA PIC 9(8).
                   10 HEN-DEPARTAMENTO PIC X(9).
               05 HEN-RESULTADO PIC X(1).
               05 HEN-ESPERADO PIC X(1).
               05 HEN-CABECERAS PIC 9(3).
               05 HEN-FECHA-CABECERA PIC 9(8).
               05 HEN-HORA-CORTE PIC 9(4).
               05 HEN-HORA-CONTROL PIC 9(6).
               05 FILLER PIC X(40).
