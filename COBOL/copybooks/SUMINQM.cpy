               05 RAUDHORL PIC S9(4) COMP.
               05 RAUDHORF PIC X.
               05 RAUDHORI PIC X(6).
               05 RANULL PIC S9(4) COMP.
               05 RANULF PIC X.
               05 RANULI PIC X(28).
               05 RCLAVEL PIC S9(4) COMP.
               05 RCLAVEF PIC X.
               05 RCLAVEI PIC X(20).
               05 MSGL PIC S9(4) COMP.
               05 MSGF PIC X.
               05 MSGI PIC X(60).
               05 FILLER PIC X(3).
               05 RAUDHORO PIC X(6).
               05 FILLER PIC X(3).
               05 RANULO PIC X(28).
               05 FILLER PIC X(3).
               05 RCLAVEO PIC X(20).
               05 FILLER PIC X(3).
               05 MSGO PIC X(60).
