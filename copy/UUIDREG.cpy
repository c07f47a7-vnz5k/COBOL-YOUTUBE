      *****************************************************
      *  FOLIO FISCAL POR LINEA DE HISTORIAL - CFDI-UUID   *
      *  LA LLAVE ES LA DE LA LINEA DE NOMINA-HIST-FILE    *
      *  (EMPLEADO, PERIODO, QUINCENA, TIPO Y FECHA DE LA  *
      *  CORRIDA), ASI CADA PAGO DEL HISTORIAL QUEDA       *
      *  LIGADO AL UUID QUE EL SAT LE ASIGNO AL TIMBRARLO. *
      *****************************************************
           01 REG-UUID.
               05 UUI-LLAVE.
                   10 UUI-ID-EMPL           PIC 9(05).
                   10 UUI-PERIODO           PIC 9(06).
                   10 UUI-QUINCENA          PIC 9.
                   10 UUI-TIPO              PIC X.
                   10 UUI-FECHA             PIC 9(08).
               05 UUI-UUID                  PIC X(36).
               05 UUI-F-TIMBRADO            PIC 9(08).
               05 UUI-F-CARGA               PIC 9(08).
