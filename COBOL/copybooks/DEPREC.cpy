      *Registro del fichero de departamentos emisores
      *(PROD.SUMAS.DEPARTAMENTOS.VSAM, KSDS con clave DEP-CODIGO),
      *compartido, vía esta copy, entre su mantenimiento SUMDEPT, la
      *preedición SUMEDIT (que devuelve una transmisión cuya cabecera
      *HDR nombra un departamento desconocido o de baja), SUMAS (que
      *rechaza el par cuya operación no tiene permitida el
      *departamento y toma de aquí la letra de origen MAE-ORIGEN del
      *maestro diario) y la consulta en línea SUMINQ (que sondea el
      *maestro con las letras de origen registradas). DEP-CODIGO es
      *el departamento tal como llega en CAB-DEPARTAMENTO de la
      *cabecera; DEP-ORIGEN su letra de origen, única entre todos los
      *departamentos registrados, activos o no, porque las claves del
      *maestro la conservan ("N" queda reservada para el par sin
      *cabecera y "R" para la resubmisión RECHAZOS de SUMFIX, que
      *debe estar registrada con esa letra y las tres operaciones).
      *DEP-ESTADO "A" activo, "I" de baja: un departamento nunca se
      *borra, para que su letra no se reasigne. DEP-PERMITE-SUMA,
      *-RESTA y -MULTIPLICA ("Y"/"N") son las operaciones A/S/M que
      *el departamento puede enviar. DEP-FECHA-ALTA y
      *DEP-FECHA-CAMBIO las estampa SUMDEPT.
           01 DEPARTAMENTO-REC.
               05 DEP-CODIGO PIC X(9).
               05 DEP-ORIGEN PIC X(1).
               05 DEP-ESTADO PIC X(1).
               05 DEP-OPERACIONES.
                   10 DEP-PERMITE-SUMA PIC X(1).
                   10 DEP-PERMITE-RESTA PIC X(1).
                   10 DEP-PERMITE-MULTIPLICA PIC X(1).
               05 DEP-NOMBRE PIC X(30).
               05 DEP-FECHA-ALTA PIC 9(8).
               05 DEP-FECHA-CAMBIO PIC 9(8).
               05 FILLER PIC X(20).
