      *****************************************************
      *  CAMBIOS POR AUTORIZAR - CAMBIO-PEND               *
      *  LOS CAMBIOS DE SUELDO (S-MEN Y TABULADOR) Y DE    *
      *  CUENTA BANCARIA CAPTURADOS EN ALL-SEC NO TOCAN EL *
      *  MAESTRO: QUEDAN AQUI CON EL VALOR ANTERIOR Y EL   *
      *  NUEVO HASTA QUE OTRO SUPERVISOR LOS AUTORIZA O    *
      *  LOS RECHAZA. SOLO LA AUTORIZACION ACTUALIZA BSEC. *
      *****************************************************
           01 REG-CAMBIO-PEND.
               05 CPE-LLAVE.
                   10 CPE-ID-EMPL           PIC 9(05).
                   10 CPE-F-CAPTURA         PIC 9(08).
                   10 CPE-H-CAPTURA         PIC 9(06).
                   10 CPE-TIPO              PIC X.
                       88 CPE-TIPO-SUELDO    VALUE 'S'.
                       88 CPE-TIPO-CUENTA    VALUE 'C'.
               05 CPE-OPERADOR              PIC X(08).
               05 CPE-S-MEN-ANT             PIC 9(07)V99.
               05 CPE-S-MEN-NVO             PIC 9(07)V99.
               05 CPE-TAB-ANT               PIC A.
               05 CPE-TAB-NVO               PIC A.
               05 CPE-F-EFECTIVA            PIC 9(08).
               05 CPE-CTA-ANT               PIC X(18).
               05 CPE-CTA-NVA               PIC X(18).
               05 CPE-ESTADO                PIC X.
                   88 CPE-PENDIENTE          VALUE 'P'.
                   88 CPE-AUTORIZADO         VALUE 'A'.
                   88 CPE-RECHAZADO          VALUE 'R'.
               05 CPE-OPERADOR-REVISA       PIC X(08).
               05 CPE-F-REVISA              PIC 9(08).
               05 CPE-MOTIVO                PIC X(30).
