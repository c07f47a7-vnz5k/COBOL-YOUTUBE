      *****************************************************
      *  AJUSTE ANUAL DE ISR POR EMPLEADO - AJUSTE-ANUAL   *
      *  CALCULO DEL ISR DEL EJERCICIO (ART. 97 LISR) CON  *
      *  LO ACUMULADO EN ACUMULADO-FILE: INGRESO, PARTE    *
      *  EXENTA, BASE GRAVABLE, ISR ANUAL, ISR RETENIDO EN *
      *  EL ANIO Y LA DIFERENCIA A CARGO (C) O A FAVOR (F) *
      *  DEL EMPLEADO. AJUSTE-ANUAL LO CALCULA Y NOMINA-SEC*
      *  LO RECALCULA Y APLICA EN LA ULTIMA NOMINA DEL     *
      *  ANIO; AJU-IMPORTE ES LO QUE SI SE RETUVO O        *
      *  DEVOLVIO EN ESA NOMINA. ESTADO P = PENDIENTE DE   *
      *  APLICAR, A = APLICADO, E = EXCLUIDO (VER          *
      *  AJU-MOTIVO).                                      *
      *****************************************************
           01 REG-AJUSTE-ANUAL.
               05 AJU-LLAVE.
                   10 AJU-EJERCICIO         PIC 9(04).
                   10 AJU-ID-EMPL           PIC 9(05).
               05 AJU-BRUTO                 PIC 9(09)V99.
               05 AJU-EXENTO                PIC 9(09)V99.
               05 AJU-BASE                  PIC 9(09)V99.
               05 AJU-ISR-ANUAL             PIC 9(09)V99.
               05 AJU-ISR-RETENIDO          PIC 9(09)V99.
               05 AJU-TIPO                  PIC X.
                   88 AJU-A-CARGO            VALUE 'C'.
                   88 AJU-A-FAVOR            VALUE 'F'.
                   88 AJU-SIN-DIFERENCIA     VALUE 'N'.
               05 AJU-DIFERENCIA            PIC 9(07)V99.
               05 AJU-IMPORTE               PIC 9(07)V99.
               05 AJU-ESTADO                PIC X.
                   88 AJU-PENDIENTE          VALUE 'P'.
                   88 AJU-APLICADO           VALUE 'A'.
                   88 AJU-EXCLUIDO           VALUE 'E'.
               05 AJU-MOTIVO                PIC X(30).
               05 AJU-F-CALCULO             PIC 9(08).
               05 AJU-PERIODO-PAGO          PIC 9(06).
               05 AJU-QUINCENA-PAGO         PIC 9.
               05 AJU-F-PAGO                PIC 9(08).
