      *****************************************************
      *  EVALUACION DE DESEMPENO - EVALUACION              *
      *  UNA CALIFICACION POR CICLO (AAAANN) Y EMPLEADO,   *
      *  CAPTURADA POR SU JEFE-ID EN EVALUACION-SEC:       *
      *  1 NO CUMPLE, 2 CUMPLE PARCIALMENTE, 3 CUMPLE,     *
      *  4 SUPERA, 5 EXCEPCIONAL. MERITO-GENERA LLENA LOS  *
      *  PORCENTAJES Y EL AJUSTE AL ARMAR MERITO-FILE.     *
      *****************************************************
           01 REG-EVALUACION.
               05 EVA-LLAVE.
                   10 EVA-CICLO             PIC 9(06).
                   10 EVA-ID-EMPL           PIC 9(05).
               05 EVA-JEFE-ID               PIC 9(05).
               05 EVA-CLV-DEP               PIC 9(03).
               05 EVA-PUE-CLV               PIC 9(02).
               05 EVA-CALIFICACION          PIC 9.
                   88 EVA-CALIF-VALIDA       VALUE 1 THRU 5.
               05 EVA-F-CAPTURA             PIC 9(08).
               05 EVA-OPERADOR              PIC X(08).
               05 EVA-PCT-MATRIZ            PIC 9(03)V99.
               05 EVA-PCT-FINAL             PIC 9(03)V99.
               05 EVA-AJUSTE                PIC X.
                   88 EVA-SIN-AJUSTE         VALUE SPACE.
                   88 EVA-TOPE-BANDA         VALUE 'B'.
                   88 EVA-TOPE-PPTO          VALUE 'P'.
                   88 EVA-EXCLUIDO           VALUE 'X'.
