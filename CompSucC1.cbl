           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT TABLA-MARCAS
           ASSIGN TO "TABLA_Marcas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TMA.

           SELECT TABLA-TALLES
           ASSIGN TO "TABLA_Talles.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TTA.

           SELECT BITACORA
           ASSIGN TO "BITACORA_CompSucC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 ORD-SUCURSAL   PIC 9(02).
           03 ORD-MARCA      PIC X(10).
           03 ORD-STOCK      PIC 9(07).
           03 ORD-TALLE      PIC X(10).
           03 ORD-SECUENCIA  PIC 9(03).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).
       FD REPORTE-COMP.
       01  LINEA-REPORTE         PIC X(132).

       FD TABLA-MARCAS.
       01  REG-TABLA-MARCA.
           03 TM-MARCA       PIC X(10).
           03 TM-DESCRIPCION PIC X(30).
           03 TM-ACTIVA      PIC X(01).

       FD TABLA-TALLES.
       01  REG-TABLA-TALLE.
           03 TT-TALLE       PIC X(10).
           03 TT-GRUPO       PIC X(01).
           03 TT-SECUENCIA   PIC 9(03).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).
       77  WS-FSTATUS-TMA        PIC X(2).
       77  WS-FSTATUS-TTA        PIC X(2).

       01  WS-FIN-TAB            PIC X(1) VALUE 'N'.
           88 SI-FIN-TAB         VALUE 'S'.
           88 NO-FIN-TAB         VALUE 'N'.

       77  WS-BUSCA-CODIGO       PIC X(10).
       77  WS-DESC-MARCA         PIC X(30).
       77  WS-SECUENCIA-TALLE    PIC 9(03).

       01  WS-TAB-MARCAS.
           03 WS-TMA-CANT        PIC 9(04) VALUE 0.
           03 WS-TMA-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TMA-CANT
                          INDEXED BY WS-IX-TMA.
              05 WS-TMA-MARCA    PIC X(10).
              05 WS-TMA-DESCRIPCION PIC X(30).

       01  WS-TAB-TALLES-REF.
           03 WS-TTA-CANT        PIC 9(04) VALUE 0.
           03 WS-TTA-ELEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-TTA-CANT
                          INDEXED BY WS-IX-TTA.
              05 WS-TTA-TALLE    PIC X(10).
              05 WS-TTA-SECUENCIA PIC 9(03).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(20).
       77  WS-CUOTA              PIC 9(03) VALUE 60.
       77  WS-SUC-CUOTA          PIC 9(02) VALUE 0.

       01  WS-TAB-CUOTAS.
           03 WS-CUOTA-SUC OCCURS 4 TIMES PIC 9(03).

       77  WS-NOMBRE-SUC         PIC X(30).
       77  WS-SUC                PIC 9(02) VALUE 0.
       77  WS-PARTE              PIC 9(11) VALUE 0.
       77  WS-UMBRAL             PIC 9(13) VALUE 0.
       77  WS-FALTA-ALGUNA       PIC X(1)  VALUE 'N'.
       77  WS-DESBALANCE         PIC X(1)  VALUE 'N'.
       77  WS-SUC-PRESENTES      PIC 9(01) VALUE 0.
       77  WS-STOCK-ED           PIC Z(6)9.

       01  LIN-ENCABEZADO-COMP-2.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(12) VALUE 'TALLE'.
           03 FILLER             PIC X(8)  VALUE 'S01'.
           03 FILLER             PIC X(8)  VALUE 'S02'.
           03 FILLER             PIC X(8)  VALUE 'S03'.
           03 FILLER             PIC X(8)  VALUE 'S04'.
           03 FILLER             PIC X(9)  VALUE 'TOTAL'.
           03 FILLER             PIC X(23) VALUE 'OBSERVACION'.
           03 FILLER             PIC X(17) VALUE 'DESCRIPCION MARCA'.

       01  LIN-DETALLE-COMP.
           03 LDC-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-TALLE          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-SUC OCCURS 4 TIMES PIC X(08).
           03 LDC-TOTAL          PIC Z(7)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-OBS            PIC X(20).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-DESCRIPCION    PIC X(30).

       01  LIN-TOTAL-COMP.
           03 FILLER             PIC X(17) VALUE 'TOTAL ARTICULOS: '.
           END-IF.

           PERFORM 105-LEER-PARAMETROS THRU F-105-LEER-PARAMETROS.
           PERFORM 160-CARGAR-TABLAS THRU F-160-CARGAR-TABLAS.

           OPEN OUTPUT REPORTE-COMP.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           MOVE ZEROES TO WS-TAB-CUOTAS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_CompSucC1.TXT - SE USA '
              DISPLAY 'PARAMETRO CUOTA FUERA DE RANGO - SE USA 60'
              MOVE 60 TO WS-CUOTA
           END-IF.
           PERFORM 108-COMPLETAR-CUOTA THRU F-108-COMPLETAR-CUOTA
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
       F-105-LEER-PARAMETROS.
           EXIT.

                 MOVE SPACES TO WS-PARAM-VALOR
                 UNSTRING LINEA-PARAMETRO DELIMITED BY '='
                     INTO WS-PARAM-CLAVE WS-PARAM-VALOR
                 EVALUATE WS-PARAM-CLAVE
                    WHEN 'CUOTA'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                    WHEN 'CUOTA_S01'
                    WHEN 'CUOTA_S02'
                    WHEN 'CUOTA_S03'
                    WHEN 'CUOTA_S04'
                       MOVE WS-PARAM-CLAVE (8:2) TO WS-SUC-CUOTA
                       PERFORM 109-APLICAR-CUOTA-SUC
                           THRU F-109-APLICAR-CUOTA-SUC
                    WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                               ' - SE IGNORA'
                 END-EVALUATE
              END-IF
           END-IF.
       F-106-LEER-PARAMETRO.
       F-107-APLICAR-CUOTA.
           EXIT.

      *------------------------------------------------

       108-COMPLETAR-CUOTA.
           IF WS-CUOTA-SUC (WS-SUC) = 0
              OR WS-CUOTA-SUC (WS-SUC) GREATER THAN 100
              MOVE WS-CUOTA TO WS-CUOTA-SUC (WS-SUC)
           END-IF.
       F-108-COMPLETAR-CUOTA.
           EXIT.

      *------------------------------------------------

       109-APLICAR-CUOTA-SUC.
           IF WS-PARAM-VALOR (1:3) IS NUMERIC
              MOVE WS-PARAM-VALOR (1:3) TO WS-CUOTA-SUC (WS-SUC-CUOTA)
           ELSE
              IF WS-PARAM-VALOR (1:2) IS NUMERIC
                 MOVE WS-PARAM-VALOR (1:2)
                      TO WS-CUOTA-SUC (WS-SUC-CUOTA)
              ELSE
                 IF WS-PARAM-VALOR (1:1) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:1)
                         TO WS-CUOTA-SUC (WS-SUC-CUOTA)
                 ELSE
                    DISPLAY 'PARAMETRO ' WS-PARAM-CLAVE
                            ' NO NUMERICO: ' WS-PARAM-VALOR
                            ' - SE USA CUOTA GENERAL'
                    MOVE 0 TO WS-CUOTA-SUC (WS-SUC-CUOTA)
                 END-IF
              END-IF
           END-IF.
       F-109-APLICAR-CUOTA-SUC.
           EXIT.

      *------------------------------------------------

       160-CARGAR-TABLAS.
           OPEN INPUT TABLA-MARCAS.
           IF WS-FSTATUS-TMA NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Marcas.TXT - LAS MARCAS SE '
                      'LISTAN SIN DESCRIPCION'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 161-LEER-MARCA THRU F-161-LEER-MARCA
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-MARCAS
           END-IF.

           OPEN INPUT TABLA-TALLES.
           IF WS-FSTATUS-TTA NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Talles.TXT - LOS TALLES SE '
                      'ORDENAN POR CODIGO'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 162-LEER-TALLE THRU F-162-LEER-TALLE
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-TALLES
           END-IF.
       F-160-CARGAR-TABLAS.
           EXIT.

      *------------------------------------------------

       161-LEER-MARCA.
           READ TABLA-MARCAS
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TM-MARCA = SPACES
              GO TO F-161-LEER-MARCA
           END-IF.
           IF WS-TMA-CANT NOT LESS THAN 500
              DISPLAY 'AVISO: MAS DE 500 MARCAS EN TABLA - SE IGNORA '
                      'EL RESTO'
              SET SI-FIN-TAB TO TRUE
              GO TO F-161-LEER-MARCA
           END-IF.
           ADD 1 TO WS-TMA-CANT.
           SET WS-IX-TMA TO WS-TMA-CANT.
           MOVE TM-MARCA       TO WS-TMA-MARCA (WS-IX-TMA).
           MOVE TM-DESCRIPCION TO WS-TMA-DESCRIPCION (WS-IX-TMA).
       F-161-LEER-MARCA.
           EXIT.

      *------------------------------------------------

       162-LEER-TALLE.
           READ TABLA-TALLES
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TT-TALLE = SPACES
              GO TO F-162-LEER-TALLE
           END-IF.
           IF WS-TTA-CANT NOT LESS THAN 200
              DISPLAY 'AVISO: MAS DE 200 TALLES EN TABLA - SE IGNORA '
                      'EL RESTO'
              SET SI-FIN-TAB TO TRUE
              GO TO F-162-LEER-TALLE
           END-IF.
           ADD 1 TO WS-TTA-CANT.
           SET WS-IX-TTA TO WS-TTA-CANT.
           MOVE TT-TALLE TO WS-TTA-TALLE (WS-IX-TTA).
           IF TT-SECUENCIA IS NUMERIC
              MOVE TT-SECUENCIA TO WS-TTA-SECUENCIA (WS-IX-TTA)
           ELSE
              MOVE 999 TO WS-TTA-SECUENCIA (WS-IX-TTA)
           END-IF.
       F-162-LEER-TALLE.
           EXIT.

      *------------------------------------------------

       170-BUSCAR-MARCA.
           MOVE SPACES TO WS-DESC-MARCA.
           IF WS-TMA-CANT = 0
              GO TO F-170-BUSCAR-MARCA
           END-IF.
           SET WS-IX-TMA TO 1.
           SEARCH WS-TMA-ELEM
              AT END
                 MOVE '** NO EN TABLA **' TO WS-DESC-MARCA
              WHEN WS-TMA-MARCA (WS-IX-TMA) = WS-BUSCA-CODIGO
                 MOVE WS-TMA-DESCRIPCION (WS-IX-TMA) TO WS-DESC-MARCA
           END-SEARCH.
       F-170-BUSCAR-MARCA.
           EXIT.

      *------------------------------------------------

       171-BUSCAR-TALLE.
           MOVE 999 TO WS-SECUENCIA-TALLE.
           IF WS-TTA-CANT = 0
              GO TO F-171-BUSCAR-TALLE
           END-IF.
           SET WS-IX-TTA TO 1.
           SEARCH WS-TTA-ELEM
              AT END
                 CONTINUE
              WHEN WS-TTA-TALLE (WS-IX-TTA) = WS-BUSCA-CODIGO
                 MOVE WS-TTA-SECUENCIA (WS-IX-TTA)
                      TO WS-SECUENCIA-TALLE
           END-SEARCH.
       F-171-BUSCAR-TALLE.
           EXIT.

      *------------------------------------------------

       200-COMPARAR.
           SORT ORDENA-ART
               ON ASCENDING KEY ORD-MARCA
                                ORD-SECUENCIA
                                ORD-TALLE
                                ORD-ARTICULO
                                ORD-SUCURSAL
               INPUT PROCEDURE IS 210-SORT-ENTRADA
                               THRU F-210-SORT-ENTRADA
                    MOVE WS-SUC      TO ORD-SUCURSAL
                    MOVE FD-MARCA    TO ORD-MARCA
                    MOVE FD-STOCK    TO ORD-STOCK
                    MOVE FD-TALLE    TO ORD-TALLE
                    MOVE FD-TALLE    TO WS-BUSCA-CODIGO
                    PERFORM 171-BUSCAR-TALLE THRU F-171-BUSCAR-TALLE
                    MOVE WS-SECUENCIA-TALLE TO ORD-SECUENCIA
                    RELEASE REG-ORDENA
              END-EVALUATE
           END-IF.
           MOVE ORD-ARTICULO TO WS-ARTICULO.
           MOVE ORD-ARTICULO TO LDC-ARTICULO.
           MOVE ORD-MARCA    TO LDC-MARCA.
           MOVE ORD-TALLE    TO LDC-TALLE.
           MOVE ORD-MARCA    TO WS-BUSCA-CODIGO.
           PERFORM 170-BUSCAR-MARCA THRU F-170-BUSCAR-MARCA.
           MOVE WS-DESC-MARCA TO LDC-DESCRIPCION.
           MOVE ZEROES TO WS-ACUM-ARTICULO.
           MOVE 'N' TO WS-PRESENTE (1).
           MOVE 'N' TO WS-PRESENTE (2).

       265-LINEA-ARTICULO.
           MOVE 'N' TO WS-FALTA-ALGUNA.
           MOVE 'N' TO WS-DESBALANCE.
           MOVE 0 TO WS-STOCK-MAX.
           MOVE 0 TO WS-SUC-PRESENTES.
           PERFORM 267-COLUMNA-SUCURSAL

           MOVE WS-STOCK-TOTAL TO LDC-TOTAL.
           MOVE SPACES TO LDC-OBS.
           IF WS-SUC-PRESENTES LESS THAN 2
              MOVE 'N' TO WS-DESBALANCE
           END-IF.
           EVALUATE TRUE
              WHEN WS-FALTA-ALGUNA = 'S'
                 AND WS-STOCK-TOTAL GREATER THAN 0
                 AND WS-DESBALANCE = 'S'
                 MOVE 'FALTA + DESBALANCE' TO LDC-OBS
                 ADD 1 TO WS-CONTA-FALTANTES
                 ADD 1 TO WS-CONTA-DESBALANCE
                 MOVE 'FALTA EN SUCURSAL' TO LDC-OBS
                 ADD 1 TO WS-CONTA-FALTANTES
              WHEN WS-STOCK-TOTAL GREATER THAN 0
                 AND WS-DESBALANCE = 'S'
                 MOVE 'DESBALANCE' TO LDC-OBS
                 ADD 1 TO WS-CONTA-DESBALANCE
           END-EVALUATE.
                 IF WS-STOCK-SUC (WS-SUC) GREATER THAN WS-STOCK-MAX
                    MOVE WS-STOCK-SUC (WS-SUC) TO WS-STOCK-MAX
                 END-IF
                 COMPUTE WS-PARTE = WS-STOCK-SUC (WS-SUC) * 100
                 COMPUTE WS-UMBRAL = WS-STOCK-TOTAL
                                   * WS-CUOTA-SUC (WS-SUC)
                 IF WS-PARTE GREATER THAN WS-UMBRAL
                    MOVE 'S' TO WS-DESBALANCE
                 END-IF
           END-EVALUATE.
       F-267-COLUMNA-SUCURSAL.
           EXIT.
