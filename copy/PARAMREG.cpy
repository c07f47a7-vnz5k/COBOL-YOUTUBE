      *****************************************************
      *  PARAMETROS GENERALES DE LA EMPRESA - PARAMETROS   *
      *  UN SOLO REGISTRO CON LOS DATOS FISCALES DEL       *
      *  PATRON QUE VAN EN TODO LO QUE SE ENVIA AL SAT Y   *
      *  AL IMSS. SE CAPTURA CON PARAMETROS-SEC. EL FILLER *
      *  FINAL QUEDA DE RESERVA PARA NUEVOS PARAMETROS SIN *
      *  CAMBIAR EL LARGO DEL REGISTRO.                    *
      *  PAR-VAR-* SON LOS UMBRALES DE NOMINA-VARIACION:   *
      *  PORCENTAJE Y MONTO DE CAMBIO QUE SE REPORTAN.     *
      *  PAR-PCT-ABONOS ES EL TOPE DE LA SUMA DE ABONOS A  *
      *  PRESTAMOS COMO PORCENTAJE DEL SUELDO NETO.        *
      *  PAR-AHO-PCT-TOPE ES EL TOPE DE LA APORTACION DE LA*
      *  EMPRESA AL FONDO DE AHORRO (% DEL BRUTO) Y        *
      *  PAR-AHO-TASA EL RENDIMIENTO ANUAL QUE SE ABONA AL *
      *  LIQUIDAR EL FONDO (%).                            *
      *  PAR-UMA ES EL VALOR DIARIO DE LA UMA DEL ANIO, DE *
      *  LA QUE SALEN LOS MONTOS EXENTOS DE ISR, Y         *
      *  PAR-PTU-DIAS-MIN LOS DIAS TRABAJADOS MINIMOS PARA *
      *  ENTRAR AL REPARTO DE UTILIDADES.                  *
      *  PAR-AJU-TOPE ES EL INGRESO ANUAL ARRIBA DEL CUAL  *
      *  NO SE HACE EL AJUSTE ANUAL DE ISR DEL EMPLEADO.   *
      *****************************************************
           01 REG-PARAMETROS.
               05 PAR-RFC-EMPRESA           PIC X(13).
               05 PAR-RAZON-SOCIAL          PIC X(40).
               05 PAR-REG-PATRONAL          PIC X(11).
               05 PAR-CP-EXPEDICION         PIC X(05).
               05 PAR-REGIMEN-FISCAL        PIC X(03).
               05 PAR-F-ACTUALIZA           PIC 9(08).
               05 PAR-VAR-PORCENTAJE        PIC 9(03)V99.
               05 PAR-VAR-MONTO             PIC 9(07)V99.
               05 PAR-PCT-ABONOS            PIC 9(03)V99.
               05 PAR-AHO-PCT-TOPE          PIC 9(03)V99.
               05 PAR-AHO-TASA              PIC 9(03)V99.
               05 PAR-UMA                   PIC 9(04)V99.
               05 PAR-PTU-DIAS-MIN          PIC 9(03).
               05 PAR-AJU-TOPE              PIC 9(07)V99.
               05 FILLER                    PIC X(21).
