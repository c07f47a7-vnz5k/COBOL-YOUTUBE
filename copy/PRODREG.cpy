      *****************************************************
      *  CATALOGO DE PRODUCTOS DE PRESTAMO - PRODUCTO      *
      *  CADA PRODUCTO (PERSONAL, EMERGENCIA, ADELANTO DE  *
      *  SUELDO) TIENE SU TASA ANUAL, PLAZO MAXIMO EN      *
      *  MESES Y FACTOR DE TOPE SOBRE EL SUELDO MENSUAL.   *
      *  LA PRIORIDAD ORDENA LOS DESCUENTOS CUANDO EL      *
      *  EMPLEADO TIENE VARIOS PRESTAMOS (1 = PRIMERO).    *
      *  SE MANTIENE CON PRODUCTO-SEC.                     *
      *****************************************************
           01 REG-PRODUCTO.
               05 PRD-CLAVE                 PIC 9(02).
               05 PRD-NOMBRE                PIC X(20).
               05 PRD-TAS-ANU               PIC 9V99.
               05 PRD-PLAZO-MAX             PIC 9(03).
               05 PRD-FACTOR-TOPE           PIC 9V9.
               05 PRD-PRIORIDAD             PIC 9(02).
               05 PRD-ESTADO                PIC X.
                   88 PRD-VIGENTE            VALUE 'V'.
                   88 PRD-SUSPENDIDO         VALUE 'S'.
