      *Registro del maestro de saldos contables
      *(PROD.SUMAS.SALDOS.VSAM, KSDS con clave cuenta + centro de
      *coste), compartido, vía esta copy, entre su actualización
      *diaria SUMSALD (que le aplica los apuntes del GLOUT del día y
      *emite el balance de sumas y saldos) y los programas que lo
      *consulten. Un registro por cuenta contable y centro de coste
      *de los que estampa SUMGLEXT, más la cuenta de enlace con
      *contabilidad en cada centro, que recibe la contrapartida de
      *cada apunte para que el balance cuadre a cero.
      *Los importes van en unidades, sin decimales, como
      *SR-RESULTADO. Los saldos llevan signo: positivo deudor,
      *negativo acreedor. SAL-FECHA-SALDO es la fecha contable del
      *día al que se refieren los campos del día; al pasar a otra
      *fecha el cierre pasa a ser la apertura y los movimientos del
      *día vuelven a cero, y lo mismo los del mes al cambiar de mes
      *y los del ejercicio al cambiar de año (el saldo no se salda
      *al cambiar de ejercicio: la regularización es cosa de
      *contabilidad). SAL-ULTIMA-APLICACION identifica el GLOUT cuyo
      *movimiento se aplicó por última vez al registro (fecha
      *contable, número de apuntes y hash de importes del fichero),
      *para que relanzar la actualización con el mismo GLOUT no lo
      *aplique dos veces.
           01 SALDO-REC.
               05 SAL-CLAVE.
                   10 SAL-CUENTA PIC X(8).
                   10 SAL-CENTRO-COSTE PIC X(6).
               05 SAL-FECHA-SALDO PIC 9(8).
               05 SAL-SALDO-APERTURA PIC S9(15)
                   SIGN IS LEADING SEPARATE.
               05 SAL-DEBE-DIA PIC 9(15).
               05 SAL-HABER-DIA PIC 9(15).
               05 SAL-DEBE-MES PIC 9(15).
               05 SAL-HABER-MES PIC 9(15).
               05 SAL-DEBE-EJERCICIO PIC 9(15).
               05 SAL-HABER-EJERCICIO PIC 9(15).
               05 SAL-SALDO-CIERRE PIC S9(15)
                   SIGN IS LEADING SEPARATE.
               05 SAL-ULTIMA-APLICACION.
                   10 SAL-APL-FECHA PIC 9(8).
                   10 SAL-APL-APUNTES PIC 9(7).
                   10 SAL-APL-HASH PIC 9(13).
               05 SAL-FECHA-ALTA PIC 9(8).
               05 FILLER PIC X(20).
