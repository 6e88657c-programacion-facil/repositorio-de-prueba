      *Mapa simbólico de la pantalla SUMGLMM, generado al ensamblar
      *BMS/SUMGLMM.bms (LANG=COBOL,TIOAPFX=YES) y archivado aquí como
      *el resto de diseños compartidos; si se toca el mapa físico hay
      *que regenerar esta copy.
           01 SUMGLMMI.
               05 FILLER PIC X(12).
               05 ACCIONL PIC S9(4) COMP.
               05 ACCIONF PIC X.
               05 ACCIONI PIC X(1).
               05 OPERL PIC S9(4) COMP.
               05 OPERF PIC X.
               05 OPERI PIC X(1).
               05 SIGNOL PIC S9(4) COMP.
               05 SIGNOF PIC X.
               05 SIGNOI PIC X(1).
               05 DEPTOL PIC S9(4) COMP.
               05 DEPTOF PIC X.
               05 DEPTOI PIC X(9).
               05 DESDEL PIC S9(4) COMP.
               05 DESDEF PIC X.
               05 DESDEI PIC X(8).
               05 HASTAL PIC S9(4) COMP.
               05 HASTAF PIC X.
               05 HASTAI PIC X(8).
               05 CUENTAL PIC S9(4) COMP.
               05 CUENTAF PIC X.
               05 CUENTAI PIC X(8).
               05 CENTROL PIC S9(4) COMP.
               05 CENTROF PIC X.
               05 CENTROI PIC X(6).
               05 RUSUARL PIC S9(4) COMP.
               05 RUSUARF PIC X.
               05 RUSUARI PIC X(8).
               05 RFECHAL PIC S9(4) COMP.
               05 RFECHAF PIC X.
               05 RFECHAI PIC X(8).
               05 RHORAL PIC S9(4) COMP.
               05 RHORAF PIC X.
               05 RHORAI PIC X(6).
               05 LIN1L PIC S9(4) COMP.
               05 LIN1F PIC X.
               05 LIN1I PIC X(50).
               05 LIN2L PIC S9(4) COMP.
               05 LIN2F PIC X.
               05 LIN2I PIC X(50).
               05 LIN3L PIC S9(4) COMP.
               05 LIN3F PIC X.
               05 LIN3I PIC X(50).
               05 LIN4L PIC S9(4) COMP.
               05 LIN4F PIC X.
               05 LIN4I PIC X(50).
               05 LIN5L PIC S9(4) COMP.
               05 LIN5F PIC X.
               05 LIN5I PIC X(50).
               05 MSGL PIC S9(4) COMP.
               05 MSGF PIC X.
               05 MSGI PIC X(60).

           01 SUMGLMMO REDEFINES SUMGLMMI.
               05 FILLER PIC X(12).
               05 FILLER PIC X(3).
               05 ACCIONO PIC X(1).
               05 FILLER PIC X(3).
               05 OPERO PIC X(1).
               05 FILLER PIC X(3).
               05 SIGNOO PIC X(1).
               05 FILLER PIC X(3).
               05 DEPTOO PIC X(9).
               05 FILLER PIC X(3).
               05 DESDEO PIC X(8).
               05 FILLER PIC X(3).
               05 HASTAO PIC X(8).
               05 FILLER PIC X(3).
               05 CUENTAO PIC X(8).
               05 FILLER PIC X(3).
               05 CENTROO PIC X(6).
               05 FILLER PIC X(3).
               05 RUSUARO PIC X(8).
               05 FILLER PIC X(3).
               05 RFECHAO PIC X(8).
               05 FILLER PIC X(3).
               05 RHORAO PIC X(6).
               05 FILLER PIC X(3).
               05 LIN1O PIC X(50).
               05 FILLER PIC X(3).
               05 LIN2O PIC X(50).
               05 FILLER PIC X(3).
               05 LIN3O PIC X(50).
               05 FILLER PIC X(3).
               05 LIN4O PIC X(50).
               05 FILLER PIC X(3).
               05 LIN5O PIC X(50).
               05 FILLER PIC X(3).
               05 MSGO PIC X(60).
