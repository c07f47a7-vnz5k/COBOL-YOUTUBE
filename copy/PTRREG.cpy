      *****************************************************
      *  REPARTO ANUAL DE UTILIDADES (PTU) - REPARTO-PTU   *
      *  UN REGISTRO POR EJERCICIO FISCAL REPARTIDO CON EL *
      *  MONTO A REPARTIR, LOS TOTALES DE DIAS Y SALARIOS  *
      *  DE LOS EMPLEADOS QUE PARTICIPAN, LO QUE SE REPARTE*
      *  DESPUES DE TOPES Y LO QUE QUEDA SIN REPARTIR.     *
      *  PTU-SEC LO CALCULA (ESTADO C, SE PUEDE RECALCULAR)*
      *  Y PAGOS-ESPECIALES LO PAGA (ESTADO P, DEFINITIVO).*
      *****************************************************
           01 REG-REPARTO-PTU.
               05 PTR-EJERCICIO             PIC 9(04).
               05 PTR-MONTO                 PIC 9(09)V99.
               05 PTR-DIAS-MINIMOS          PIC 9(03).
               05 PTR-UMA                   PIC 9(04)V99.
               05 PTR-EMPLEADOS             PIC 9(05).
               05 PTR-EXCLUIDOS             PIC 9(05).
               05 PTR-TOT-DIAS              PIC 9(09).
               05 PTR-TOT-SALARIOS          PIC 9(11)V99.
               05 PTR-TOT-REPARTIDO         PIC 9(09)V99.
               05 PTR-REMANENTE             PIC 9(09)V99.
               05 PTR-TOT-ISR               PIC 9(09)V99.
               05 PTR-ESTADO                PIC X.
                   88 PTR-CALCULADO          VALUE 'C'.
                   88 PTR-PAGADO             VALUE 'P'.
               05 PTR-F-CALCULO             PIC 9(08).
               05 PTR-F-PAGO                PIC 9(08).
