      *****************************************************
      *  BITACORA DE DEPOSITOS POR CORRIDA - DISP-HIST     *
      *  DISPERSION-SEC DEJA UN REGISTRO POR DEPOSITO      *
      *  ENVIADO (EMPLEADO, PERIODO, QUINCENA Y TIPO DE    *
      *  CORRIDA); RETORNO-SEC LO MARCA DEVUELTO Y         *
      *  REEXPEDIR-SEC REEXPEDIDO. NOMINA-CONCILIA LO      *
      *  CRUZA CONTRA EL HISTORIAL DE NETOS.               *
      *****************************************************
           01 REG-DISP-HIST.
               05 DSH-LLAVE.
                   10 DSH-ID-EMPL           PIC 9(05).
                   10 DSH-PERIODO           PIC 9(06).
                   10 DSH-QUINCENA          PIC 9.
                   10 DSH-TIPO              PIC X.
                       88 DSH-TIPO-NOMINA    VALUE 'N'.
                       88 DSH-TIPO-PRESTAMO  VALUE 'P'.
               05 DSH-CTA-BANCARIA          PIC X(18).
               05 DSH-MONTO                 PIC 9(09)V99.
               05 DSH-F-DISPERSION          PIC 9(08).
               05 DSH-ESTADO                PIC X.
                   88 DSH-DISPERSADO         VALUE 'D'.
                   88 DSH-DEVUELTO           VALUE 'R'.
                   88 DSH-REEXPEDIDO         VALUE 'X'.
               05 DSH-F-DEVOLUCION          PIC 9(08).
               05 DSH-MOTIVO                PIC X(30).
               05 DSH-CTA-REEXPEDIDA        PIC X(18).
               05 DSH-F-REEXPEDICION        PIC 9(08).
