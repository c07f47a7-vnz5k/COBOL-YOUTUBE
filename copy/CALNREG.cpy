      *****************************************************
      *  CALENDARIO DE NOMINA - CALENDARIO                 *
      *  UN REGISTRO POR CORRIDA (PERIODO AAAAMM Y         *
      *  QUINCENA, 0 = MENSUAL) CON SU FECHA DE CORTE DE   *
      *  INCIDENCIAS Y SU FECHA DE PAGO. DESPUES DEL CORTE *
      *  INCIDENCIA-SEC NO CAPTURA ESE PERIODO, SALVO QUE  *
      *  UN SUPERVISOR LO REABRA (VALE POR EL DIA).        *
      *****************************************************
           01 REG-CALENDARIO.
               05 CAL-LLAVE.
                   10 CAL-PERIODO           PIC 9(06).
                   10 CAL-QUINCENA          PIC 9.
               05 CAL-F-CORTE               PIC 9(08).
               05 CAL-F-PAGO                PIC 9(08).
               05 CAL-REAPERTURA            PIC X.
                   88 CAL-REABIERTO          VALUE 'S'.
                   88 CAL-CERRADO            VALUE 'N'.
               05 CAL-F-REAPERTURA          PIC 9(08).
               05 CAL-OPERADOR-REAPERTURA   PIC X(08).
               05 CAL-F-ACTUALIZA           PIC 9(08).
