      *****************************************************
      *  DATOS DEL RECIBO ELECTRONICO DE NOMINA - CFDI     *
      *  UN REGISTRO POR PAGO (NOMINA, AGUINALDO O         *
      *  FINIQUITO) CON LO QUE EL PROVEEDOR DE TIMBRADO    *
      *  NECESITA PARA ARMAR EL CFDI DE NOMINA 1.2. LA     *
      *  LLAVE ES LA MISMA DE LA LINEA DE NOMINA-HIST-FILE *
      *  Y EL PROVEEDOR LA DEVUELVE CON EL UUID. LOS       *
      *  IMPORTES SON LOS MISMOS QUE QUEDARON EN EL NETO.  *
      *  PERIODICIDAD SEGUN CATALOGO DEL SAT: 04 QUINCENAL,*
      *  05 MENSUAL, 99 OTRA (PAGOS EXTRAORDINARIOS).      *
      *  EL SUELDO RETROACTIVO VA EN CFD-PER-RETROACTIVO,  *
      *  FUERA DEL SUELDO DEL PERIODO PERO DENTRO DEL TOTAL*
      *  DE PERCEPCIONES. LA APORTACION DEL EMPLEADO AL    *
      *  FONDO DE AHORRO VA EN CFD-DED-AHORRO, DENTRO DEL  *
      *  TOTAL DE DEDUCCIONES. LA PTU VA EN CFD-PER-PTU Y  *
      *  LA PRIMA VACACIONAL EN CFD-PER-PRIMA-VAC. EL      *
      *  AJUSTE ANUAL DE ISR A CARGO VA EN                 *
      *  CFD-DED-AJUSTE-ISR, DENTRO DEL TOTAL DE           *
      *  DEDUCCIONES, Y EL ISR A FAVOR DEVUELTO EN         *
      *  CFD-OTRO-AJUSTE-FAVOR, COMO OTRO PAGO DENTRO DEL  *
      *  NETO.                                             *
      *****************************************************
           01 REG-CFDI.
               05 CFD-LLAVE.
                   10 CFD-ID-EMPL           PIC 9(05).
                   10 CFD-PERIODO           PIC 9(06).
                   10 CFD-QUINCENA          PIC 9.
                   10 CFD-TIPO              PIC X.
                       88 CFD-TIPO-NOMINA    VALUE 'N'.
                       88 CFD-TIPO-AGUINALDO VALUE 'A'.
                       88 CFD-TIPO-FINIQUITO VALUE 'F'.
                       88 CFD-TIPO-PTU       VALUE 'U'.
                   10 CFD-FECHA             PIC 9(08).
               05 CFD-EMISOR.
                   10 CFD-EMI-RFC           PIC X(13).
                   10 CFD-EMI-NOMBRE        PIC X(40).
                   10 CFD-EMI-REG-PATRONAL  PIC X(11).
                   10 CFD-EMI-CP            PIC X(05).
                   10 CFD-EMI-REGIMEN       PIC X(03).
               05 CFD-RECEPTOR.
                   10 CFD-REC-RFC           PIC X(13).
                   10 CFD-REC-CURP          PIC X(18).
                   10 CFD-REC-NSS           PIC X(11).
                   10 CFD-REC-CP            PIC X(05).
                   10 CFD-REC-NOMBRE        PIC X(30).
                   10 CFD-REC-F-ING         PIC 9(08).
                   10 CFD-REC-CLV-DEP       PIC 9(03).
                   10 CFD-REC-NOM-DEP       PIC X(20).
                   10 CFD-REC-PUESTO        PIC X(20).
                   10 CFD-REC-CTA-BANCARIA  PIC X(18).
                   10 CFD-REC-SDI           PIC 9(06)V99.
               05 CFD-CLASE-NOMINA          PIC X.
                   88 CFD-NOMINA-ORDINARIA   VALUE 'O'.
                   88 CFD-NOMINA-EXTRAORD    VALUE 'E'.
               05 CFD-PERIODICIDAD          PIC X(02).
               05 CFD-F-INICIAL-PAGO        PIC 9(08).
               05 CFD-F-FINAL-PAGO          PIC 9(08).
               05 CFD-DIAS-PAGADOS          PIC 9(03).
               05 CFD-PERCEPCIONES.
                   10 CFD-PER-SUELDO        PIC 9(08)V99.
                   10 CFD-PER-HORAS-EXTRA   PIC 9(08)V99.
                   10 CFD-PER-AGUINALDO     PIC 9(08)V99.
                   10 CFD-PER-FINIQUITO     PIC 9(08)V99.
                   10 CFD-TOT-PERCEPCIONES  PIC 9(08)V99.
               05 CFD-DEDUCCIONES.
                   10 CFD-DED-ISR           PIC 9(08)V99.
                   10 CFD-DED-IMSS          PIC 9(08)V99.
                   10 CFD-DED-PENSION       PIC 9(08)V99.
                   10 CFD-DED-PRESTAMO      PIC 9(08)V99.
                   10 CFD-TOT-DEDUCCIONES   PIC 9(08)V99.
               05 CFD-NETO                  PIC 9(08)V99.
               05 CFD-PER-RETROACTIVO       PIC 9(08)V99.
               05 CFD-DED-AHORRO            PIC 9(08)V99.
               05 CFD-PER-PTU               PIC 9(08)V99.
               05 CFD-PER-PRIMA-VAC         PIC 9(08)V99.
               05 CFD-DED-AJUSTE-ISR        PIC 9(08)V99.
               05 CFD-OTRO-AJUSTE-FAVOR     PIC 9(08)V99.
               05 FILLER                    PIC X(06).
