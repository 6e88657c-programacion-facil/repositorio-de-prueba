      *Registro del calendario de la casa (PROD.SUMAS.CALENDARIO.VSAM,
      *KSDS con clave CAL-FECHA), compartido, vía esta copy, entre su
      *mantenimiento SUMCAL, la preedición SUMEDIT (que avisa de una
      *cabecera HDR fechada en día no hábil o en periodo cerrado), el
      *extracto contable SUMGLEXT (que lleva la fecha contable de
      *cada apunte al siguiente día hábil de un periodo abierto) y la
      *casación SUMGLCNF (que cuenta la antigüedad de los apuntes sin
      *confirmar en días hábiles). El fichero guarda dos clases de
      *registro en la misma clave de 8 dígitos:
      *  - un registro por día natural, clave AAAAMMDD, con
      *    CAL-TIPO-DIA "L" laborable o "F" festivo (sábados,
      *    domingos y las fiestas que marque contabilidad, con su
      *    descripción en CAL-DESCRIPCION);
      *  - un registro por periodo contable (mes), clave AAAAMM00
      *    (el día 00 no existe, así que no choca con ningún día y
      *    queda justo delante de los días de su mes), con
      *    CAL-ESTADO-PERIODO "A" abierto o "C" cerrado.
      *SUMCAL genera de una vez los días y los doce periodos de un
      *año (los fines de semana ya festivos, los periodos abiertos)
      *y después aplica las fiestas y los cierres que pide
      *contabilidad; CAL-FECHA-CAMBIO es la fecha de la última
      *modificación del registro.
           01 CALENDARIO-REC.
               05 CAL-FECHA PIC 9(8).
               05 CAL-CLAVE-PERIODO REDEFINES CAL-FECHA.
                   10 CAL-PERIODO PIC 9(6).
                   10 CAL-DIA PIC 9(2).
               05 CAL-TIPO-DIA PIC X(1).
               05 CAL-ESTADO-PERIODO REDEFINES CAL-TIPO-DIA PIC X(1).
               05 CAL-DESCRIPCION PIC X(30).
               05 CAL-FECHA-CAMBIO PIC 9(8).
               05 FILLER PIC X(33).
