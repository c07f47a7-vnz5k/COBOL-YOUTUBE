      *****************************************************
      *  DIAS FESTIVOS E INHABILES - FESTIVO               *
      *  UN REGISTRO POR FECHA: DESCANSO OBLIGATORIO DE LA *
      *  LEY FEDERAL DEL TRABAJO (O) O DIA INHABIL QUE DA  *
      *  LA EMPRESA (E). LO MANTIENE CALENDARIO-NOMINA. UN *
      *  DIA ES HABIL SI NO ES SABADO NI DOMINGO NI ESTA   *
      *  AQUI. LOS DIAS DE VACACIONES, LAS FECHAS DE PAGO  *
      *  Y LOS PLAZOS DEL IMSS SE CUENTAN CONTRA ESTE      *
      *  CATALOGO.                                         *
      *****************************************************
           01 REG-FESTIVO.
               05 FES-FECHA                 PIC 9(08).
               05 FES-DESCRIPCION           PIC X(30).
               05 FES-TIPO                  PIC X.
                   88 FES-OFICIAL            VALUE 'O'.
                   88 FES-EMPRESA            VALUE 'E'.
               05 FES-OPERADOR              PIC X(08).
               05 FES-F-ACTUALIZA           PIC 9(08).
