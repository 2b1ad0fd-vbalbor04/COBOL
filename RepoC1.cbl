
       01  WS-TAB-REPOSICION.
           03 WS-REF-CANT        PIC 9(04) VALUE 0.
           03 WS-REF-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-REF-CANT
                          INDEXED BY WS-IX-REF.
              05 WS-REF-ARTICULO  PIC X(10).
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-REF-CANT NOT LESS THAN 5000
                 DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS EN '
                         'REPOSICION EXCEDIDO - SE DETIENE EL PROCESO'
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
