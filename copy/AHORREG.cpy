      *****************************************************
      *  FONDO DE AHORRO POR EMPLEADO - AHORRO             *
      *  EL EMPLEADO ELIGE EL PORCENTAJE DE SU BRUTO QUE   *
      *  APORTA (AHORRO-SEC) Y LA EMPRESA LE IGUALA LA     *
      *  APORTACION HASTA PAR-AHO-PCT-TOPE. NOMINA-SEC     *
      *  SUMA AMBAS PARTES AQUI CADA PERIODO Y DEJA CADA   *
      *  MOVIMIENTO EN AHORRO-MOVTOS. EL FONDO SE LIQUIDA  *
      *  CADA ANIO (PAGOS-ESPECIALES) O AL DAR DE BAJA AL  *
      *  EMPLEADO, CON EL FINIQUITO.                       *
      *****************************************************
           01 REG-AHORRO.
               05 AHO-ID-EMPL               PIC 9(05).
               05 AHO-PCT-EMPLEADO          PIC 9(02)V99.
               05 AHO-ESTADO                PIC X.
                   88 AHO-ACTIVO             VALUE 'A'.
                   88 AHO-SUSPENDIDO         VALUE 'S'.
                   88 AHO-LIQUIDADO-BAJA     VALUE 'B'.
               05 AHO-F-INSCRIPCION         PIC 9(08).
               05 AHO-F-CAMBIO              PIC 9(08).
               05 AHO-SALDO-EMPLEADO        PIC 9(08)V99.
               05 AHO-SALDO-EMPRESA         PIC 9(08)V99.
               05 AHO-F-ULT-LIQUIDA         PIC 9(08).
               05 AHO-TOT-INTERESES         PIC 9(08)V99.
