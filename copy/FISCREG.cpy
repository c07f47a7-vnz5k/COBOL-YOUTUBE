      *****************************************************
      *  DATOS FISCALES Y DE SEGURIDAD SOCIAL - FISCAL     *
      *  UN REGISTRO POR ID-EMPL CON RFC, CURP, NSS Y EL   *
      *  CODIGO POSTAL DEL DOMICILIO FISCAL; ES LA FUENTE  *
      *  DE TODO LO QUE SE ENVIA AL SAT Y AL IMSS. SE      *
      *  CAPTURA Y VALIDA (FORMATO Y DIGITO VERIFICADOR)   *
      *  EN ALL-SEC Y ALTA-BATCH.                          *
      *****************************************************
           01 REG-FISCAL.
               05 FIS-ID-EMPL               PIC 9(05).
               05 FIS-RFC                   PIC X(13).
               05 FIS-CURP                  PIC X(18).
               05 FIS-NSS                   PIC X(11).
               05 FIS-CP                    PIC X(05).
               05 FIS-F-CAPTURA             PIC 9(08).
               05 FIS-OPERADOR              PIC X(08).
