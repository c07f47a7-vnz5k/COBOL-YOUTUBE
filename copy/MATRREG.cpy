      *****************************************************
      *  MATRIZ CALIFICACION-PORCENTAJE - MATRIZ           *
      *  PORCENTAJE DE AUMENTO POR MERITO PARA CADA        *
      *  CALIFICACION (1 A 5) Y PUESTO; EL PUESTO 00 ES LA *
      *  MATRIZ GENERAL DE LOS PUESTOS SIN MATRIZ PROPIA. *
      *****************************************************
           01 REG-MATRIZ.
               05 MTZ-LLAVE.
                   10 MTZ-PUE-CLV           PIC 9(02).
                   10 MTZ-CALIFICACION      PIC 9.
               05 MTZ-PORCENTAJE            PIC 9(03)V99.
