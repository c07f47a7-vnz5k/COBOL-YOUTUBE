      *****************************************************
      *  MOVIMIENTOS DEL FONDO DE AHORRO - AHORRO-MOVTOS   *
      *  CADA APORTACION DE NOMINA, SU REVERSA, LOS        *
      *  INTERESES ABONADOS Y CADA LIQUIDACION (ANUAL O    *
      *  POR BAJA) CON LOS IMPORTES DEL EMPLEADO, DE LA    *
      *  EMPRESA Y DE INTERESES (NEGATIVOS LOS QUE SALEN   *
      *  DEL FONDO) Y EL SALDO TOTAL QUE QUEDO. ES EL      *
      *  ESTADO DE CUENTA QUE SE LE MUESTRA AL EMPLEADO.   *
      *****************************************************
           01 REG-AHORRO-MOV.
               05 AHM-ID-EMPL               PIC 9(05).
               05 AHM-FECHA                 PIC 9(08).
               05 AHM-HORA                  PIC 9(06).
               05 AHM-PERIODO               PIC 9(06).
               05 AHM-QUINCENA              PIC 9.
               05 AHM-ORIGEN                PIC X.
                   88 AHM-ORIGEN-NOMINA      VALUE 'N'.
                   88 AHM-ORIGEN-REVERSA     VALUE 'C'.
                   88 AHM-ORIGEN-INTERES     VALUE 'I'.
                   88 AHM-ORIGEN-LIQUIDA     VALUE 'L'.
                   88 AHM-ORIGEN-BAJA        VALUE 'B'.
               05 AHM-OPERADOR              PIC X(08).
               05 AHM-EMPLEADO              PIC S9(07)V99.
               05 AHM-EMPRESA               PIC S9(07)V99.
               05 AHM-INTERES               PIC S9(07)V99.
               05 AHM-SALDO-RESULTANTE      PIC 9(08)V99.
