           05 WS-FLAG                    PIC 9.
           05 WS-CONTADOR-REVISADOS      PIC 9(05).
           05 WS-CONTADOR-DESFASADOS     PIC 9(05).
           05 WS-DIFERENCIA              PIC S9(07)V99.

       PROCEDURE DIVISION.
       010-INITIAL.
