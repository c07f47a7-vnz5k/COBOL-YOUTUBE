           01 REG-TRASLADO.
               05 TRAS-ID-EMPL              PIC 9(05).
               05 TRAS-FECHA                PIC 9(08).
               05 TRAS-DEP-ANT              PIC 9(03).
               05 TRAS-NOM-DEP-ANT          PIC X(20).
               05 TRAS-DEP-NVO              PIC 9(03).
               05 TRAS-NOM-DEP-NVO          PIC X(20).
               05 TRAS-OPERADOR             PIC X(08).
