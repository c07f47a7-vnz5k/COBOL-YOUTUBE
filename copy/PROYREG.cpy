      *****************************************************
      *  ESCENARIOS DE PROYECCION DE COSTO - PROYECCION    *
      *  UN REGISTRO POR NOMBRE DE ESCENARIO CAPTURADO EN  *
      *  PROYECCION-COSTO: AUMENTOS POR DEPARTAMENTO,      *
      *  TABULADOR O GENERALES (APLICA EL PRIMERO QUE      *
      *  CORRESPONDA AL EMPLEADO), ALTAS PLANEADAS POR     *
      *  PUESTO Y MES Y BAJAS ESPERADAS. AL PROYECTAR SE   *
      *  GUARDAN LOS TOTALES DE LA EMPRESA; EL DETALLE POR *
      *  DEPARTAMENTO Y MES VA EN PROYECCION-DEP.          *
      *  PRY-F-CALCULO EN CERO: SIN PROYECTAR.             *
      *  PRY-BAJ-MES ES EL PRIMER MES QUE YA NO SE PAGA.   *
      *****************************************************
           01 REG-PROYECCION.
               05 PRY-NOMBRE                PIC X(20).
               05 PRY-DESCRIPCION           PIC X(40).
               05 PRY-ANIO                  PIC 9(04).
               05 PRY-F-ALTA                PIC 9(08).
               05 PRY-F-CALCULO             PIC 9(08).
               05 PRY-NUM-AUMENTOS          PIC 9(02).
               05 PRY-AUMENTO OCCURS 10.
                   10 PRY-AUM-TIPO          PIC X.
                       88 PRY-AUM-GENERAL    VALUE 'G'.
                       88 PRY-AUM-DEPTO      VALUE 'D'.
                       88 PRY-AUM-TABULADOR  VALUE 'T'.
                   10 PRY-AUM-CLV-DEP       PIC 9(03).
                   10 PRY-AUM-TAB-S         PIC A.
                   10 PRY-AUM-PCT           PIC 9(02)V99.
                   10 PRY-AUM-MES           PIC 9(02).
               05 PRY-NUM-ALTAS             PIC 9(02).
               05 PRY-ALTA OCCURS 20.
                   10 PRY-ALT-PUE-CLV       PIC 9(02).
                   10 PRY-ALT-CLV-DEP       PIC 9(03).
                   10 PRY-ALT-TAB-S         PIC A.
                   10 PRY-ALT-S-MEN         PIC 9(07)V99.
                   10 PRY-ALT-MES           PIC 9(02).
                   10 PRY-ALT-CANT          PIC 9(03).
               05 PRY-NUM-BAJAS             PIC 9(02).
               05 PRY-BAJA OCCURS 30.
                   10 PRY-BAJ-ID-EMPL       PIC 9(05).
                   10 PRY-BAJ-MES           PIC 9(02).
               05 PRY-TOT-SUELDOS           PIC 9(10)V99.
               05 PRY-TOT-AGUINALDO         PIC 9(10)V99.
               05 PRY-TOT-PRIMA-VAC         PIC 9(10)V99.
               05 PRY-TOT-CUOTAS            PIC 9(10)V99.
               05 PRY-TOT-COSTO             PIC 9(10)V99.
