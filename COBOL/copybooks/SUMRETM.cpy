      *Mapa simbólico de la pantalla SUMRETM, generado al ensamblar
      *BMS/SUMRETM.bms (LANG=COBOL,TIOAPFX=YES) y archivado aquí como
      *el resto de diseños compartidos; si se toca el mapa físico hay
      *que regenerar esta copy.
           01 SUMRETMI.
               05 FILLER PIC X(12).
               05 SEL1L PIC S9(4) COMP.
               05 SEL1F PIC X.
               05 SEL1I PIC X(1).
               05 LIN1L PIC S9(4) COMP.
               05 LIN1F PIC X.
               05 LIN1I PIC X(73).
               05 SEL2L PIC S9(4) COMP.
               05 SEL2F PIC X.
               05 SEL2I PIC X(1).
               05 LIN2L PIC S9(4) COMP.
               05 LIN2F PIC X.
               05 LIN2I PIC X(73).
               05 SEL3L PIC S9(4) COMP.
               05 SEL3F PIC X.
               05 SEL3I PIC X(1).
               05 LIN3L PIC S9(4) COMP.
               05 LIN3F PIC X.
               05 LIN3I PIC X(73).
               05 SEL4L PIC S9(4) COMP.
               05 SEL4F PIC X.
               05 SEL4I PIC X(1).
               05 LIN4L PIC S9(4) COMP.
               05 LIN4F PIC X.
               05 LIN4I PIC X(73).
               05 SEL5L PIC S9(4) COMP.
               05 SEL5F PIC X.
               05 SEL5I PIC X(1).
               05 LIN5L PIC S9(4) COMP.
               05 LIN5F PIC X.
               05 LIN5I PIC X(73).
               05 SEL6L PIC S9(4) COMP.
               05 SEL6F PIC X.
               05 SEL6I PIC X(1).
               05 LIN6L PIC S9(4) COMP.
               05 LIN6F PIC X.
               05 LIN6I PIC X(73).
               05 SEL7L PIC S9(4) COMP.
               05 SEL7F PIC X.
               05 SEL7I PIC X(1).
               05 LIN7L PIC S9(4) COMP.
               05 LIN7F PIC X.
               05 LIN7I PIC X(73).
               05 SEL8L PIC S9(4) COMP.
               05 SEL8F PIC X.
               05 SEL8I PIC X(1).
               05 LIN8L PIC S9(4) COMP.
               05 LIN8F PIC X.
               05 LIN8I PIC X(73).
               05 SEL9L PIC S9(4) COMP.
               05 SEL9F PIC X.
               05 SEL9I PIC X(1).
               05 LIN9L PIC S9(4) COMP.
               05 LIN9F PIC X.
               05 LIN9I PIC X(73).
               05 SEL10L PIC S9(4) COMP.
               05 SEL10F PIC X.
               05 SEL10I PIC X(1).
               05 LIN10L PIC S9(4) COMP.
               05 LIN10F PIC X.
               05 LIN10I PIC X(73).
               05 MSGL PIC S9(4) COMP.
               05 MSGF PIC X.
               05 MSGI PIC X(60).

           01 SUMRETMO REDEFINES SUMRETMI.
               05 FILLER PIC X(12).
               05 FILLER PIC X(3).
               05 SEL1O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN1O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL2O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN2O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL3O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN3O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL4O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN4O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL5O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN5O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL6O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN6O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL7O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN7O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL8O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN8O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL9O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN9O PIC X(73).
               05 FILLER PIC X(3).
               05 SEL10O PIC X(1).
               05 FILLER PIC X(3).
               05 LIN10O PIC X(73).
               05 FILLER PIC X(3).
               05 MSGO PIC X(60).
