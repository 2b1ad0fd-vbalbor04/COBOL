           03 MV-TIPO        PIC X(01).
           03 MV-CANTIDAD    PIC 9(07).
           03 MV-FECHA       PIC 9(08).
           03 MV-COSTO       PIC 9(07)V99.
           03 MV-ORIGEN      PIC X(01).

       FD REPORTE-MER.
       01  LINEA-REPORTE         PIC X(132).
           MOVE FD-ARTICULO TO MV-ARTICULO.
           MOVE WS-DIF-ABS  TO MV-CANTIDAD.
           MOVE WS-CNT-FECHA (WS-IX-CNT) TO MV-FECHA.
           MOVE FD-COSTO    TO MV-COSTO.
           MOVE 'I'         TO MV-ORIGEN.
           WRITE REGISTRO-AJUSTE.
           ADD 1 TO WS-CONTA-AJUSTES.

