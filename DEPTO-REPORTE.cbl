           05 WS-FLAG-DEP                PIC 9.
           05 WS-FLAG-EMP                PIC 9.
           05 WS-HEADCOUNT               PIC 9(04).
           05 WS-NOMINA                  PIC 9(09)V99.
           05 WS-DIFERENCIA              PIC S9(09)V99.

       PROCEDURE DIVISION.
       010-INITIAL.
           DISPLAY '======================================='.
           DISPLAY 'REPORTE DE PRESUPUESTO Y PLANTILLA'.
           DISPLAY '======================================='.
           DISPLAY 'DEP NOMBRE                 PLANT NOMINA'
                   '    PRESUPUESTO'.

       300-PROCESAR-DEPTO.
