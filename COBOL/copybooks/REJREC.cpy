      *sin operación, LRECL=61 sin departamento) deben convertirse a
      *LRECL=70 con los campos a espacios; ver la nota de puesta en
      *marcha en JCL/SUMASJB.jcl.
      *REJ-MONEDA es la moneda de la cabecera del bloque (la moneda
      *base si no la traía), para que SUMFIX resubmita cada par
      *corregido en un bloque de su misma moneda. Los rechazos
      *grabados antes de esta ampliación (LRECL=70) se convierten a
      *LRECL=73 con el campo a espacios, que SUMFIX entiende como
      *moneda base.
           01 REJECT-OUT-REC.
               05 REJ-FECHA PIC 9(8).
               05 REJ-NUM1 PIC X(10).
               05 REJ-DESCRIPCION PIC X(30).
               05 REJ-OPERACION PIC X(1).
               05 REJ-DEPARTAMENTO PIC X(9).
               05 REJ-MONEDA PIC X(3).
