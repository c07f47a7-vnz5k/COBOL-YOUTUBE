      *****************************************************
      *  CONTRATO LABORAL DEL EMPLEADO - CONTRATO          *
      *  UN REGISTRO POR ID-EMPL CON EL TIPO DE CONTRATO Y *
      *  SU VIGENCIA. EL INDETERMINADO NO TIENE FECHA DE   *
      *  TERMINO (CTO-F-FIN EN CEROS); EL EMPLEADO SIN     *
      *  REGISTRO SE CONSIDERA INDETERMINADO. SE CAPTURA   *
      *  EN ALL-SEC Y ALTA-BATCH; CADA PRORROGA QUEDA EN   *
      *  LA BITACORA CONTRATO-RENOV.                       *
      *****************************************************
           01 REG-CONTRATO.
               05 CTO-ID-EMPL               PIC 9(05).
               05 CTO-TIPO                  PIC X.
                   88 CTO-INDETERMINADO      VALUE 'I'.
                   88 CTO-DETERMINADO        VALUE 'D'.
                   88 CTO-PRUEBA             VALUE 'P'.
                   88 CTO-TEMPORADA          VALUE 'T'.
                   88 CTO-TIPO-VALIDO        VALUE 'I' 'D' 'P' 'T'.
               05 CTO-F-INICIO              PIC 9(08).
               05 CTO-F-FIN                 PIC 9(08).
               05 CTO-RENOVACIONES          PIC 9(03).
               05 CTO-F-CAPTURA             PIC 9(08).
               05 CTO-OPERADOR              PIC X(08).
