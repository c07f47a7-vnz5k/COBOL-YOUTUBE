      *  CADA CORRIDA DE NOMINA-SEC SUMA AQUI EL BRUTO,    *
      *  LAS RETENCIONES Y EL NETO DEL ANIO; CONSTANCIA-   *
      *  ANUAL LOS IMPRIME, ARCHIVA Y REINICIA AL CIERRE.  *
      *  ACU-RETROACTIVO ES LA PARTE DEL BRUTO PAGADA COMO *
      *  SUELDO RETROACTIVO; ACU-AHORRO LO QUE EL EMPLEADO *
      *  APORTO AL FONDO DE AHORRO. ACU-PTU ES LA PARTE    *
      *  DEL BRUTO PAGADA COMO REPARTO DE UTILIDADES Y     *
      *  ACU-EXENTO LA PARTE DEL BRUTO EXENTA DE ISR EN    *
      *  PAGOS ESPECIALES. ACU-PRIMA-VAC ES LA PARTE DEL   *
      *  BRUTO PAGADA COMO PRIMA VACACIONAL.               *
      *  ACU-AJUSTE-CARGO Y ACU-AJUSTE-FAVOR SON EL AJUSTE *
      *  ANUAL DE ISR RETENIDO O DEVUELTO EN LA ULTIMA     *
      *  NOMINA DEL ANIO, APARTE DE ACU-ISR. EL FILLER     *
      *  QUEDA EN CEROS PARA NUEVOS ACUMULADOS SIN OTRA    *
      *  MIGRACION DEL ARCHIVO.                            *
      *****************************************************
           01 REG-ACUMULADO.
               05 ACU-LLAVE.
               05 ACU-PENSION               PIC 9(09)V99.
               05 ACU-PRESTAMO              PIC 9(09)V99.
               05 ACU-NETO                  PIC 9(09)V99.
               05 ACU-RETROACTIVO           PIC 9(09)V99.
               05 ACU-AHORRO                PIC 9(09)V99.
               05 ACU-PTU                   PIC 9(09)V99.
               05 ACU-EXENTO                PIC 9(09)V99.
               05 ACU-PRIMA-VAC             PIC 9(09)V99.
               05 ACU-AJUSTE-CARGO          PIC 9(07)V99.
               05 ACU-AJUSTE-FAVOR          PIC 9(07)V99.
               05 FILLER                    PIC X(04).
