           03 MV-TIPO        PIC X(01).
           03 MV-CANTIDAD    PIC 9(07).
           03 MV-FECHA       PIC 9(08).
           03 MV-COSTO       PIC 9(07)V99.
           03 MV-ORIGEN      PIC X(01).

       FD REPORTE-TIK.
       01  LINEA-REPORTE         PIC X(132).
              COMPUTE MV-CANTIDAD = 0 - WS-NETO
           END-IF.
           MOVE WS-FECHA-HOY-N TO MV-FECHA.
           MOVE ZEROES TO MV-COSTO.
           MOVE 'P' TO MV-ORIGEN.
           WRITE REGISTRO-MOVIMIENTO.
           ADD 1 TO WS-CONTA-MOV.

