      *****************************************************
      *  BITACORA DE RENOVACIONES DE CONTRATO - CTORENOV   *
      *  CADA PRORROGA O CAMBIO DE TIPO DE CONTRATO HECHO  *
      *  EN ALL-SEC QUEDA AQUI CON LA VIGENCIA ANTERIOR,   *
      *  LA NUEVA Y EL OPERADOR.                           *
      *****************************************************
           01 REG-CTO-RENOV.
               05 CTOR-ID-EMPL              PIC 9(05).
               05 CTOR-FECHA                PIC 9(08).
               05 CTOR-HORA                 PIC 9(06).
               05 CTOR-OPERADOR             PIC X(08).
               05 CTOR-TIPO-ANT             PIC X.
               05 CTOR-F-FIN-ANT            PIC 9(08).
               05 CTOR-TIPO-NVO             PIC X.
               05 CTOR-F-FIN-NVA            PIC 9(08).
               05 CTOR-NUM-RENOV            PIC 9(03).
