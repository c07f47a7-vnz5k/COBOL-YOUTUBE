      *****************************************************
      *  COSTO POR DEPARTAMENTO - PROYECCION-DEP           *
      *  UN REGISTRO POR ESCENARIO Y CLV-DEP CON COSTO EN  *
      *  LA ULTIMA PROYECCION DEL ESCENARIO: SUELDOS,      *
      *  AGUINALDO, PRIMA VACACIONAL, CUOTAS PATRONALES,   *
      *  COSTO ANUAL, PLANTILLA MAXIMA Y COSTO POR MES.    *
      *  SE REEMPLAZA COMPLETO CADA VEZ QUE SE PROYECTA.   *
      *****************************************************
           01 REG-PROYECCION-DEP.
               05 PYD-LLAVE.
                   10 PYD-NOMBRE            PIC X(20).
                   10 PYD-CLV-DEP           PIC 9(03).
               05 PYD-SUELDOS               PIC 9(09)V99.
               05 PYD-AGUINALDO             PIC 9(09)V99.
               05 PYD-PRIMA-VAC             PIC 9(09)V99.
               05 PYD-CUOTAS                PIC 9(09)V99.
               05 PYD-TOTAL                 PIC 9(09)V99.
               05 PYD-PLAZAS-MAX            PIC 9(04).
               05 PYD-COSTO-MES             PIC 9(09)V99 OCCURS 12.
