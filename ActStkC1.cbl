           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_ActStkC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT REPORTE-CST
           ASSIGN TO "REPORTE_VariacionCosto.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CST.

           SELECT CIERRES
           ASSIGN TO "CIERRES_Periodos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CIE.

           SELECT CHECKPOINT
           ASSIGN TO "CHECKPOINT_ActStkC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 MV-TIPO        PIC X(01).
           03 MV-CANTIDAD    PIC 9(07).
           03 MV-FECHA       PIC 9(08).
           03 MV-COSTO       PIC 9(07)V99.
           03 MV-ORIGEN      PIC X(01).

       FD ARTICULOS-ACT.
       01  REGISTRO-SALIDA       PIC X(73).
       FD REPORTE-MOV.
       01  LINEA-REPORTE         PIC X(132).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD REPORTE-CST.
       01  LINEA-REPORTE-CST     PIC X(132).

       FD CIERRES.
       01  REGISTRO-CIERRE.
           03 CP-PERIODO     PIC 9(06).
           03 CP-FECHA-CIERRE PIC 9(08).
           03 CP-ARTICULOS   PIC 9(07).
           03 CP-UNIDADES    PIC 9(09).
           03 CP-VALOR       PIC 9(11)V99.

       FD RECHAZOS.
       01  LINEA-RECHAZO         PIC X(100).

           03 HS-FECHA       PIC 9(08).
           03 HS-STOCK-ANT   PIC 9(07).
           03 HS-STOCK-NUEVO PIC 9(07).
           03 HS-COSTO-ANT   PIC 9(07)V99.
           03 HS-COSTO-NUEVO PIC 9(07)V99.
           03 HS-ORIGEN      PIC X(01).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).
           88 SI-FIN-ORD         VALUE 'S'.
           88 NO-FIN-ORD         VALUE 'N'.

       01  WS-FIN-CIE            PIC X(1) VALUE 'N'.
           88 SI-FIN-CIE         VALUE 'S'.
           88 NO-FIN-CIE         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-MOV        PIC X(2).
       77  WS-FSTATUS-ACT        PIC X(2).
       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-CKP        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-CST        PIC X(2).
       77  WS-FSTATUS-CIE        PIC X(2).
       77  WS-PERIODO-CERRADO    PIC 9(06) VALUE 0.
       77  WS-PERIODO-MOV        PIC 9(06) VALUE 0.
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-SUCURSAL-EXT       PIC X(03) VALUE 'CEN'.
       77  WS-CONTA-RECHAZOS     PIC 9(07) VALUE 0.
       77  WS-STOCK-ANTERIOR     PIC 9(07) VALUE 0.
       77  WS-STOCK-NUEVO        PIC S9(08) VALUE 0.
       77  WS-COSTO-ANTERIOR     PIC 9(07)V99 VALUE 0.
       77  WS-COSTO-NUEVO        PIC 9(07)V99 VALUE 0.

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(20).
       77  WS-UMBRAL-COSTO       PIC 9(03) VALUE 10.
       77  WS-VARIACION          PIC S9(05)V99 VALUE 0.
       77  WS-VARIACION-ABS      PIC 9(05)V99 VALUE 0.
       77  WS-CONTA-VARIACIONES  PIC 9(05) VALUE 0.

       01  WS-TAB-COSTOS.
           03 WS-CST-CANT        PIC 9(04) VALUE 0.
           03 WS-CST-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CST-CANT
                          INDEXED BY WS-IX-CST.
              05 WS-CST-ARTICULO PIC X(10).
              05 WS-CST-COSTO-INI PIC 9(07)V99.
              05 WS-CST-COSTO-FIN PIC 9(07)V99.
              05 WS-CST-ENTRADAS PIC 9(09).

       77  WS-CONTA-MOV-REINICIO PIC 9(07) VALUE 0.
       77  WS-FECHA-CKP          PIC 9(08) VALUE 0.
       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-RSP-AREA.
           03 WS-RSP-PROGRAMA    PIC X(09) VALUE 'ACTSTKC1'.
           03 WS-RSP-RESULTADO   PIC X(01).
              88 RSP-CORRECTO    VALUE '0'.
              88 RSP-FALLIDO     VALUE '1'.
           03 WS-RSP-NUMERO      PIC 9(05).
           03 WS-RSP-MOTIVO      PIC X(40).
           03 WS-RSP-CONSERVAR   PIC 9(05) VALUE 0.

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'ACTSTKC1'.
           03 FILLER             PIC X(5)  VALUE SPACES.
           03 LDM-STOCK-NUEVO    PIC Z(6)9.

       01  LIN-ENCABEZADO-CST.
           03 FILLER             PIC X(34) VALUE
              'VARIACION DE COSTO PROMEDIO'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LEC-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-AAAA           PIC 9999.
           03 FILLER             PIC X(15) VALUE '  VARIACION > '.
           03 LEC-UMBRAL         PIC ZZ9.
           03 FILLER             PIC X(2) VALUE ' %'.

       01  LIN-ENCABEZADO-CST-2.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(14) VALUE 'COSTO ANT'.
           03 FILLER             PIC X(14) VALUE 'COSTO NUEVO'.
           03 FILLER             PIC X(12) VALUE 'VARIACION %'.
           03 FILLER             PIC X(12) VALUE 'ENTRADAS'.

       01  LIN-DETALLE-CST.
           03 LDC-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LDC-COSTO-ANT      PIC Z(6)9.99.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 LDC-COSTO-NUEVO    PIC Z(6)9.99.
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 LDC-VARIACION      PIC -(5)9.99.
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 LDC-ENTRADAS       PIC Z(8)9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LDC-OBS            PIC X(20).

       01  LIN-TOTAL-CST.
           03 FILLER             PIC X(30) VALUE
              'ARTICULOS CON COSTO MODIFICADO'.
           03 FILLER             PIC X(2)  VALUE ': '.
           03 LTC-MODIFICADOS    PIC Z(6)9.
           03 FILLER             PIC X(18) VALUE ' SOBRE EL UMBRAL: '.
           03 LTC-VARIACIONES    PIC Z(6)9.

       01  LIN-TOTALES-MOV.
           03 FILLER             PIC X(12) VALUE 'MOVIMIENTOS:'.
           03 LTM-LEIDOS         PIC Z(6)9.
           END-IF.

           PERFORM 110-LEER-CHECKPOINT THRU F-110-LEER-CHECKPOINT.
           PERFORM 120-LEER-PARAMETROS THRU F-120-LEER-PARAMETROS.
           PERFORM 130-LEER-CIERRES THRU F-130-LEER-CIERRES.

           CALL 'RespMaC1' USING WS-RSP-AREA.
           IF RSP-FALLIDO
              DISPLAY 'ERROR: NO SE PUDO RESPALDAR EL MAESTRO - '
                      WS-RSP-MOTIVO
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
       F-115-LEER-REGISTRO-CKP.
           EXIT.

      *------------------------------------------------

       120-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_ActStkC1.TXT - SE USA '
                      'VARIACION_COSTO 10'
              GO TO F-120-LEER-PARAMETROS
           END-IF.
           SET NO-FIN-PAR TO TRUE.
           PERFORM 125-LEER-PARAMETRO THRU F-125-LEER-PARAMETRO
               UNTIL SI-FIN-PAR.
           CLOSE PARAMETROS.
       F-120-LEER-PARAMETROS.
           EXIT.

      *------------------------------------------------

       125-LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET SI-FIN-PAR TO TRUE
           END-READ.
           IF NOT SI-FIN-PAR AND WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PARAMETROS - FSTATUS: '
                      WS-FSTATUS-PAR ' - SE CONTINUA CON DEFECTOS'
              SET SI-FIN-PAR TO TRUE
           END-IF.
           IF NOT SI-FIN-PAR
              IF LINEA-PARAMETRO NOT = SPACES
                 AND LINEA-PARAMETRO (1:1) NOT = '*'
                 MOVE SPACES TO WS-PARAM-CLAVE
                 MOVE SPACES TO WS-PARAM-VALOR
                 UNSTRING LINEA-PARAMETRO DELIMITED BY '='
                     INTO WS-PARAM-CLAVE WS-PARAM-VALOR
                 IF WS-PARAM-CLAVE = 'VARIACION_COSTO'
                    PERFORM 127-APLICAR-UMBRAL
                        THRU F-127-APLICAR-UMBRAL
                 ELSE
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                            ' - SE IGNORA'
                 END-IF
              END-IF
           END-IF.
       F-125-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       127-APLICAR-UMBRAL.
           IF WS-PARAM-VALOR (1:3) IS NUMERIC
              MOVE WS-PARAM-VALOR (1:3) TO WS-UMBRAL-COSTO
           ELSE
              IF WS-PARAM-VALOR (1:2) IS NUMERIC
                 MOVE WS-PARAM-VALOR (1:2) TO WS-UMBRAL-COSTO
              ELSE
                 IF WS-PARAM-VALOR (1:1) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:1) TO WS-UMBRAL-COSTO
                 ELSE
                    DISPLAY 'PARAMETRO VARIACION_COSTO NO NUMERICO: '
                            WS-PARAM-VALOR ' - SE USA 10'
                    MOVE 10 TO WS-UMBRAL-COSTO
                 END-IF
              END-IF
           END-IF.
       F-127-APLICAR-UMBRAL.
           EXIT.

      *------------------------------------------------

       130-LEER-CIERRES.
           MOVE ZEROES TO WS-PERIODO-CERRADO.
           OPEN INPUT CIERRES.
           IF WS-FSTATUS-CIE NOT = '00'
              GO TO F-130-LEER-CIERRES
           END-IF.
           SET NO-FIN-CIE TO TRUE.
           PERFORM 135-LEER-CIERRE THRU F-135-LEER-CIERRE
               UNTIL SI-FIN-CIE.
           CLOSE CIERRES.
       F-130-LEER-CIERRES.
           EXIT.

      *------------------------------------------------

       135-LEER-CIERRE.
           READ CIERRES
               AT END
                   SET SI-FIN-CIE TO TRUE
           END-READ.
           IF NOT SI-FIN-CIE
              IF WS-FSTATUS-CIE NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN CIERRES - FSTATUS: '
                         WS-FSTATUS-CIE
                 SET SI-FIN-CIE TO TRUE
              ELSE
                 IF CP-PERIODO IS NUMERIC
                    AND CP-PERIODO GREATER THAN WS-PERIODO-CERRADO
                    MOVE CP-PERIODO TO WS-PERIODO-CERRADO
                 END-IF
              END-IF
           END-IF.
       F-135-LEER-CIERRE.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           MOVE ZEROES TO WS-PERIODO-MOV.
           IF MV-FECHA IS NUMERIC
              COMPUTE WS-PERIODO-MOV = MV-FECHA / 100
           END-IF.
           EVALUATE TRUE
              WHEN MV-TIPO NOT = 'E' AND MV-TIPO NOT = 'S'
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO RC-MOTIVO
                 PERFORM 230-RECHAZAR-MOVIMIENTO
                     THRU F-230-RECHAZAR-MOVIMIENTO
              WHEN WS-PERIODO-CERRADO GREATER THAN 0
               AND MV-FECHA IS NUMERIC
               AND WS-PERIODO-MOV NOT GREATER THAN WS-PERIODO-CERRADO
                 MOVE 'PERIODO CERRADO' TO RC-MOTIVO
                 PERFORM 230-RECHAZAR-MOVIMIENTO
                     THRU F-230-RECHAZAR-MOVIMIENTO
              WHEN OTHER
                 PERFORM 210-BUSCAR-ARTICULO
                     THRU F-210-BUSCAR-ARTICULO

       220-APLICAR-MOVIMIENTO.
           MOVE MA-STOCK TO WS-STOCK-ANTERIOR.
           MOVE MA-COSTO TO WS-COSTO-ANTERIOR.
           MOVE MA-COSTO TO WS-COSTO-NUEVO.
           IF MV-TIPO = 'E'
              COMPUTE WS-STOCK-NUEVO = WS-STOCK-ANTERIOR + MV-CANTIDAD
           ELSE
                 PERFORM 230-RECHAZAR-MOVIMIENTO
                     THRU F-230-RECHAZAR-MOVIMIENTO
              ELSE
                 IF MV-TIPO = 'E'
                    AND MV-COSTO IS NUMERIC
                    AND MV-COSTO GREATER THAN 0
                    PERFORM 225-CALCULAR-COSTO
                        THRU F-225-CALCULAR-COSTO
                 END-IF
                 MOVE WS-STOCK-NUEVO TO MA-STOCK
                 MOVE WS-COSTO-NUEVO TO MA-COSTO
                 MOVE MV-FECHA TO MA-FECHA-ULT-MOV
                 REWRITE REGISTRO-MAESTRO
                     INVALID KEY
                        MOVE MV-FECHA          TO HS-FECHA
                        MOVE WS-STOCK-ANTERIOR TO HS-STOCK-ANT
                        MOVE WS-STOCK-NUEVO    TO HS-STOCK-NUEVO
                        MOVE WS-COSTO-ANTERIOR TO HS-COSTO-ANT
                        MOVE WS-COSTO-NUEVO    TO HS-COSTO-NUEVO
                        MOVE MV-ORIGEN         TO HS-ORIGEN
                        WRITE REGISTRO-HISTORIAL
                        IF WS-COSTO-NUEVO NOT = WS-COSTO-ANTERIOR
                           PERFORM 227-ANOTAR-COSTO
                               THRU F-227-ANOTAR-COSTO
                        END-IF
                 END-REWRITE
              END-IF
           END-IF.
       F-220-APLICAR-MOVIMIENTO.
           EXIT.

      *------------------------------------------------

       225-CALCULAR-COSTO.
           IF WS-STOCK-ANTERIOR = 0 OR WS-COSTO-ANTERIOR NOT NUMERIC
              MOVE MV-COSTO TO WS-COSTO-NUEVO
           ELSE
              COMPUTE WS-COSTO-NUEVO ROUNDED =
                      (WS-STOCK-ANTERIOR * WS-COSTO-ANTERIOR
                     + MV-CANTIDAD * MV-COSTO) / WS-STOCK-NUEVO
           END-IF.
       F-225-CALCULAR-COSTO.
           EXIT.

      *------------------------------------------------

       227-ANOTAR-COSTO.
           SET WS-IX-CST TO 1.
           SEARCH WS-CST-ELEM
              AT END
                 IF WS-CST-CANT LESS THAN 5000
                    ADD 1 TO WS-CST-CANT
                    SET WS-IX-CST TO WS-CST-CANT
                    MOVE MV-ARTICULO TO WS-CST-ARTICULO (WS-IX-CST)
                    MOVE WS-COSTO-ANTERIOR
                         TO WS-CST-COSTO-INI (WS-IX-CST)
                    MOVE WS-COSTO-NUEVO
                         TO WS-CST-COSTO-FIN (WS-IX-CST)
                    MOVE MV-CANTIDAD TO WS-CST-ENTRADAS (WS-IX-CST)
                 ELSE
                    DISPLAY 'AVISO: LIMITE DE 5000 ARTICULOS EN EL '
                            'REPORTE DE COSTOS - NO SE INFORMA '
                            MV-ARTICULO
                 END-IF
              WHEN WS-CST-ARTICULO (WS-IX-CST) EQUAL MV-ARTICULO
                 MOVE WS-COSTO-NUEVO TO WS-CST-COSTO-FIN (WS-IX-CST)
                 ADD MV-CANTIDAD TO WS-CST-ENTRADAS (WS-IX-CST)
           END-SEARCH.
       F-227-ANOTAR-COSTO.
           EXIT.

      *------------------------------------------------

       230-RECHAZAR-MOVIMIENTO.
           CLOSE MAESTRO.

           PERFORM 320-EXTRAER-MAESTRO THRU F-320-EXTRAER-MAESTRO.
           PERFORM 370-REPORTE-COSTOS THRU F-370-REPORTE-COSTOS.

           MOVE WS-CONTA-MOV       TO LTM-LEIDOS.
           MOVE WS-CONTA-APLICADOS TO LTM-APLICADOS.
       F-360-SORT-GRABAR.
           EXIT.

      *------------------------------------------------

       370-REPORTE-COSTOS.
           IF WS-CONTA-MOV-REINICIO GREATER THAN 0
              OPEN EXTEND REPORTE-CST
              IF WS-FSTATUS-CST = '35'
                 OPEN OUTPUT REPORTE-CST
              END-IF
           ELSE
              OPEN OUTPUT REPORTE-CST
           END-IF.
           MOVE WS-FECHA-DD     TO LEC-DD.
           MOVE WS-FECHA-MM     TO LEC-MM.
           MOVE WS-FECHA-AAAA   TO LEC-AAAA.
           MOVE WS-UMBRAL-COSTO TO LEC-UMBRAL.
           WRITE LINEA-REPORTE-CST FROM LIN-ENCABEZADO-CST.
           WRITE LINEA-REPORTE-CST FROM LIN-ENCABEZADO-CST-2.
           PERFORM 375-LINEA-COSTO THRU F-375-LINEA-COSTO
               VARYING WS-IX-CST FROM 1 BY 1
               UNTIL WS-IX-CST > WS-CST-CANT.
           MOVE WS-CST-CANT          TO LTC-MODIFICADOS.
           MOVE WS-CONTA-VARIACIONES TO LTC-VARIACIONES.
           WRITE LINEA-REPORTE-CST FROM LIN-TOTAL-CST.
           CLOSE REPORTE-CST.
       F-370-REPORTE-COSTOS.
           EXIT.

      *------------------------------------------------

       375-LINEA-COSTO.
           MOVE SPACES TO LDC-OBS.
           IF WS-CST-COSTO-INI (WS-IX-CST) = 0
              MOVE 0 TO WS-VARIACION
              MOVE 'SIN COSTO PREVIO' TO LDC-OBS
           ELSE
              COMPUTE WS-VARIACION ROUNDED =
                      (WS-CST-COSTO-FIN (WS-IX-CST)
                     - WS-CST-COSTO-INI (WS-IX-CST)) * 100
                     / WS-CST-COSTO-INI (WS-IX-CST)
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-VARIACION
              END-COMPUTE
              IF WS-VARIACION LESS THAN 0
                 COMPUTE WS-VARIACION-ABS = 0 - WS-VARIACION
              ELSE
                 MOVE WS-VARIACION TO WS-VARIACION-ABS
              END-IF
              IF WS-VARIACION-ABS NOT GREATER THAN WS-UMBRAL-COSTO
                 GO TO F-375-LINEA-COSTO
              END-IF
           END-IF.
           ADD 1 TO WS-CONTA-VARIACIONES.
           MOVE WS-CST-ARTICULO (WS-IX-CST)  TO LDC-ARTICULO.
           MOVE WS-CST-COSTO-INI (WS-IX-CST) TO LDC-COSTO-ANT.
           MOVE WS-CST-COSTO-FIN (WS-IX-CST) TO LDC-COSTO-NUEVO.
           MOVE WS-VARIACION                 TO LDC-VARIACION.
           MOVE WS-CST-ENTRADAS (WS-IX-CST)  TO LDC-ENTRADAS.
           WRITE LINEA-REPORTE-CST FROM LIN-DETALLE-CST.
       F-375-LINEA-COSTO.
           EXIT.

      *------------------------------------------------

       920-ESCRIBIR-CKP.
