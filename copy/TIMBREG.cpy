      *****************************************************
      *  RESPUESTA DEL PROVEEDOR DE TIMBRADO - TIMBRADO    *
      *  UNA LINEA POR RECIBO DE CFDI-NOMINA-FILE CON LA   *
      *  MISMA LLAVE, EL RESULTADO Y, SI SE TIMBRO, EL     *
      *  FOLIO FISCAL (UUID) Y LA FECHA DE TIMBRADO.       *
      *****************************************************
           01 REG-TIMBRADO.
               05 TIM-LLAVE.
                   10 TIM-ID-EMPL           PIC 9(05).
                   10 TIM-PERIODO           PIC 9(06).
                   10 TIM-QUINCENA          PIC 9.
                   10 TIM-TIPO              PIC X.
                   10 TIM-FECHA             PIC 9(08).
               05 TIM-RESULTADO             PIC X.
                   88 TIM-TIMBRADO           VALUE 'T'.
                   88 TIM-ERROR              VALUE 'E'.
               05 TIM-UUID                  PIC X(36).
               05 TIM-F-TIMBRADO            PIC 9(08).
               05 TIM-MENSAJE               PIC X(60).
