           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT ARCHIVO-ANIO
           ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ANI.

           SELECT INDICE
           ASSIGN TO "HISTORIAL_Archivos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-IND.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_KardexC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 HS-FECHA       PIC 9(08).
           03 HS-STOCK-ANT   PIC 9(07).
           03 HS-STOCK-NUEVO PIC 9(07).
           03 HS-COSTO-ANT   PIC 9(07)V99.
           03 HS-COSTO-NUEVO PIC 9(07)V99.
           03 HS-ORIGEN      PIC X(01).

       FD ARCHIVO-ANIO.
       01  REGISTRO-ARCHIVO-ANIO     PIC X(59).

       FD INDICE.
       01  REGISTRO-INDICE.
           03 AI-ANIO        PIC 9(04).
           03 AI-REGISTROS   PIC 9(09).
           03 AI-CANTIDAD    PIC 9(11).
           03 AI-FECHA-CORTE PIC 9(08).
           03 AI-FECHA-PROCESO PIC 9(08).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-ANI            PIC X(1) VALUE 'N'.
           88 SI-FIN-ANI         VALUE 'S'.
           88 NO-FIN-ANI         VALUE 'N'.

       01  WS-FIN-IND            PIC X(1) VALUE 'N'.
           88 SI-FIN-IND         VALUE 'S'.
           88 NO-FIN-IND         VALUE 'N'.

       01  WS-SALDO-ABIERTO      PIC X(1) VALUE 'N'.
           88 SI-SALDO-ABIERTO   VALUE 'S'.
           88 NO-SALDO-ABIERTO   VALUE 'N'.

       01  WS-SALDO-PREVIO-OK    PIC X(1) VALUE 'N'.
           88 SI-SALDO-PREVIO    VALUE 'S'.
           88 NO-SALDO-PREVIO    VALUE 'N'.

       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-ANI        PIC X(2).
       77  WS-FSTATUS-IND        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).
       77  WS-CONTA-MOV          PIC 9(07) VALUE 0.
       77  WS-SALDO-INICIAL      PIC 9(07) VALUE 0.
       77  WS-SALDO-FINAL        PIC 9(07) VALUE 0.
       77  WS-SALDO-PREVIO       PIC 9(07) VALUE 0.
       77  WS-FECHA-CORTE        PIC 9(08) VALUE 0.
       77  WS-CONTA-ARCHIVOS     PIC 9(03) VALUE 0.
       77  WS-TOTAL-ENTRADAS     PIC 9(09) VALUE 0.
       77  WS-TOTAL-SALIDAS      PIC 9(09) VALUE 0.

           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  WS-NOMBRE-ARCHIVO.
           03 FILLER             PIC X(18) VALUE
              'HISTORIAL_Archivo_'.
           03 WS-NA-ANIO         PIC 9(04) VALUE 0.
           03 FILLER             PIC X(04) VALUE '.TXT'.

       01  WS-FECHA-LIMITE       PIC 9(08) VALUE 0.
       01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
           03 WS-FLI-AAAA        PIC 9(04).
           03 WS-FLI-MMDD        PIC 9(04).

       01  WS-TAB-ANIOS.
           03 WS-ANI-CANT        PIC 9(03) VALUE 0.
           03 WS-ANI-ANIO OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-ANI-CANT
                          INDEXED BY WS-IX-ANI
                          PIC 9(04).

       01  WS-FECHA-ED.
           03 WS-FE-AAAA         PIC 9(04).
           03 WS-FE-MM           PIC 9(02).
           03 FILLER             PIC X(6)  VALUE 'TIPO'.
           03 FILLER             PIC X(10) VALUE 'CANTIDAD'.
           03 FILLER             PIC X(12) VALUE 'STOCK ANT'.
           03 FILLER             PIC X(13) VALUE 'STOCK NUEVO'.
           03 FILLER             PIC X(12) VALUE 'COSTO PROM'.

       01  LIN-SALDO-KDX.
           03 LSK-ETIQUETA       PIC X(16).
           03 LDK-STOCK-ANT      PIC Z(6)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 LDK-STOCK-NUEVO    PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDK-COSTO          PIC Z(6)9.99.

       01  LIN-TOTALES-KDX.
           03 FILLER             PIC X(13) VALUE 'MOVIMIENTOS: '.
           03 LB-LEIDOS          PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' LISTADOS: '.
           03 LB-LISTADOS        PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' ARCHIVOS: '.
           03 LB-ARCHIVOS        PIC ZZ9.

      *------------------------------------------------

              STOP RUN
           END-IF.

           PERFORM 110-CARGAR-INDICE THRU F-110-CARGAR-INDICE.

           OPEN OUTPUT REPORTE-KDX.

           MOVE WS-ARTICULO-PEDIDO TO LEK-ARTICULO.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-KDX.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-KDX-2.

           IF WS-FECHA-DESDE LESS THAN WS-FECHA-CORTE
              PERFORM 150-LEER-ARCHIVO THRU F-150-LEER-ARCHIVO
                  VARYING WS-IX-ANI FROM 1 BY 1
                  UNTIL WS-IX-ANI > WS-ANI-CANT
           END-IF.

           PERFORM LEER-HISTORIAL THRU F-LEER-HISTORIAL.
           IF SI-FIN
              DISPLAY 'EL HISTORIAL ESTA VACIO'

      *------------------------------------------------

       110-CARGAR-INDICE.
           OPEN INPUT INDICE.
           IF WS-FSTATUS-IND NOT = '00'
              GO TO F-110-CARGAR-INDICE
           END-IF.
           SET NO-FIN-IND TO TRUE.
           PERFORM 115-LEER-INDICE THRU F-115-LEER-INDICE
               UNTIL SI-FIN-IND.
           CLOSE INDICE.
       F-110-CARGAR-INDICE.
           EXIT.

      *------------------------------------------------

       115-LEER-INDICE.
           READ INDICE
               AT END
                   SET SI-FIN-IND TO TRUE
           END-READ.
           IF SI-FIN-IND
              GO TO F-115-LEER-INDICE
           END-IF.
           IF AI-ANIO NOT NUMERIC OR AI-FECHA-CORTE NOT NUMERIC
              GO TO F-115-LEER-INDICE
           END-IF.
           IF AI-FECHA-CORTE GREATER THAN WS-FECHA-CORTE
              MOVE AI-FECHA-CORTE TO WS-FECHA-CORTE
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-FECHA-LIMITE.
           IF AI-ANIO LESS THAN WS-FLI-AAAA
              GO TO F-115-LEER-INDICE
           END-IF.
           MOVE WS-FECHA-HASTA TO WS-FECHA-LIMITE.
           IF AI-ANIO GREATER THAN WS-FLI-AAAA
              OR WS-ANI-CANT NOT LESS THAN 100
              GO TO F-115-LEER-INDICE
           END-IF.
           ADD 1 TO WS-ANI-CANT.
           SET WS-IX-ANI TO WS-ANI-CANT.
           MOVE AI-ANIO TO WS-ANI-ANIO (WS-IX-ANI).
       F-115-LEER-INDICE.
           EXIT.

      *------------------------------------------------

       150-LEER-ARCHIVO.
           MOVE WS-ANI-ANIO (WS-IX-ANI) TO WS-NA-ANIO.
           OPEN INPUT ARCHIVO-ANIO.
           IF WS-FSTATUS-ANI NOT = '00'
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE HISTORIAL
              CLOSE REPORTE-KDX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-ARCHIVOS.
           SET NO-FIN-ANI TO TRUE.
           PERFORM 160-PROCESO-ARCHIVO THRU F-160-PROCESO-ARCHIVO
               UNTIL SI-FIN-ANI.
           CLOSE ARCHIVO-ANIO.
       F-150-LEER-ARCHIVO.
           EXIT.

      *------------------------------------------------

       160-PROCESO-ARCHIVO.
           READ ARCHIVO-ANIO INTO REGISTRO-HISTORIAL
               AT END
                   SET SI-FIN-ANI TO TRUE
           END-READ.
           IF SI-FIN-ANI
              GO TO F-160-PROCESO-ARCHIVO
           END-IF.
           IF WS-FSTATUS-ANI NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ARCHIVO-ANIO
              CLOSE HISTORIAL
              CLOSE REPORTE-KDX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-HIS.
           PERFORM 205-EVALUAR-REGISTRO THRU F-205-EVALUAR-REGISTRO.
       F-160-PROCESO-ARCHIVO.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           PERFORM 205-EVALUAR-REGISTRO THRU F-205-EVALUAR-REGISTRO.
           PERFORM LEER-HISTORIAL THRU F-LEER-HISTORIAL.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       205-EVALUAR-REGISTRO.
           IF HS-ARTICULO NOT = WS-ARTICULO-PEDIDO
              OR HS-FECHA GREATER THAN WS-FECHA-HASTA
              GO TO F-205-EVALUAR-REGISTRO
           END-IF.
           IF HS-TIPO = 'A'
              PERFORM 220-SALDO-ARRASTRE THRU F-220-SALDO-ARRASTRE
              GO TO F-205-EVALUAR-REGISTRO
           END-IF.
           IF HS-FECHA LESS THAN WS-FECHA-DESDE
              MOVE HS-STOCK-NUEVO TO WS-SALDO-PREVIO
              SET SI-SALDO-PREVIO TO TRUE
           ELSE
              PERFORM 210-DETALLE-KARDEX THRU F-210-DETALLE-KARDEX
           END-IF.
       F-205-EVALUAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       210-DETALLE-KARDEX.
           MOVE HS-CANTIDAD    TO LDK-CANTIDAD.
           MOVE HS-STOCK-ANT   TO LDK-STOCK-ANT.
           MOVE HS-STOCK-NUEVO TO LDK-STOCK-NUEVO.
           IF HS-COSTO-NUEVO IS NUMERIC
              MOVE HS-COSTO-NUEVO TO LDK-COSTO
           ELSE
              MOVE ZEROES TO LDK-COSTO
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-KDX.
           MOVE HS-STOCK-NUEVO TO WS-SALDO-FINAL.
           IF HS-TIPO = 'E'
       F-210-DETALLE-KARDEX.
           EXIT.

      *------------------------------------------------

       220-SALDO-ARRASTRE.
           IF SI-SALDO-ABIERTO
              GO TO F-220-SALDO-ARRASTRE
           END-IF.
           IF HS-FECHA LESS THAN WS-FECHA-DESDE
              MOVE HS-STOCK-NUEVO TO WS-SALDO-PREVIO
              SET SI-SALDO-PREVIO TO TRUE
              GO TO F-220-SALDO-ARRASTRE
           END-IF.
           SET SI-SALDO-ABIERTO TO TRUE.
           MOVE HS-STOCK-NUEVO TO WS-SALDO-INICIAL.
           MOVE HS-STOCK-NUEVO TO WS-SALDO-FINAL.
           MOVE 'SALDO ARRASTRE: ' TO LSK-ETIQUETA.
           MOVE WS-SALDO-INICIAL TO LSK-SALDO.
           WRITE LINEA-REPORTE FROM LIN-SALDO-KDX.
       F-220-SALDO-ARRASTRE.
           EXIT.

      *------------------------------------------------

       LEER-HISTORIAL.
              MOVE 'SIN MOVIMIENTOS EN EL PERIODO PARA EL ARTICULO'
                   TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              IF SI-SALDO-PREVIO
                 MOVE 'SALDO FINAL:   ' TO LSK-ETIQUETA
                 MOVE WS-SALDO-PREVIO TO LSK-SALDO
                 WRITE LINEA-REPORTE FROM LIN-SALDO-KDX
              END-IF
           ELSE
              MOVE 'SALDO FINAL:   ' TO LSK-ETIQUETA
              MOVE WS-SALDO-FINAL TO LSK-SALDO
           MOVE WS-ARTICULO-PEDIDO TO LB-ARTICULO.
           MOVE WS-CONTA-HIS     TO LB-LEIDOS.
           MOVE WS-CONTA-MOV     TO LB-LISTADOS.
           MOVE WS-CONTA-ARCHIVOS TO LB-ARCHIVOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.
