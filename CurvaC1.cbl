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

           SELECT TABLA-COLORES
           ASSIGN TO "TABLA_Colores.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TCO.

           SELECT BITACORA
           ASSIGN TO "BITACORA_CurvaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 ORD-TALLE      PIC X(10).
           03 ORD-STOCK      PIC 9(07).
           03 ORD-PRECIO     PIC 9(07)V99.
           03 ORD-SECUENCIA  PIC 9(03).

       FD REPORTE-CUR.
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

       FD TABLA-COLORES.
       01  REG-TABLA-COLOR.
           03 TC-COLOR       PIC X(10).
           03 TC-DESCRIPCION PIC X(30).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).
       77  WS-FSTATUS-TMA        PIC X(2).
       77  WS-FSTATUS-TTA        PIC X(2).
       77  WS-FSTATUS-TCO        PIC X(2).

       01  WS-FIN-TAB            PIC X(1) VALUE 'N'.
           88 SI-FIN-TAB         VALUE 'S'.
           88 NO-FIN-TAB         VALUE 'N'.

       77  WS-BUSCA-CODIGO       PIC X(10).
       77  WS-DESC-MARCA         PIC X(30).
       77  WS-SECUENCIA-TALLE    PIC 9(03).
       77  WS-DESC-COLOR         PIC X(30).

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

       01  WS-TAB-COLORES-REF.
           03 WS-TCO-CANT        PIC 9(04) VALUE 0.
           03 WS-TCO-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TCO-CANT
                          INDEXED BY WS-IX-TCO.
              05 WS-TCO-COLOR    PIC X(10).
              05 WS-TCO-DESCRIPCION PIC X(30).

       77  WS-CONTA-REG          PIC 9(07) VALUE 0.
       77  WS-SUMA-STOCK         PIC 9(11) VALUE 0.
           03 WS-TAL-ELEM OCCURS 1 TO 30 TIMES
                          DEPENDING ON WS-TAL-CANT
                          INDEXED BY WS-IX-TAL.
              05 WS-TAL-CLAVE.
                 07 WS-TAL-SECUENCIA PIC 9(03).
                 07 WS-TAL-NOMBRE    PIC X(10).

       01  WS-TAL-NUEVO.
           03 WS-NUE-SECUENCIA   PIC 9(03).
           03 WS-NUE-NOMBRE      PIC X(10).

       01  WS-POS-TALLE          PIC X(1) VALUE 'N'.
           88 SI-POS-TALLE       VALUE 'S'.
           88 NO-POS-TALLE       VALUE 'N'.

       01  WS-TAB-COLORES.
           03 WS-COL-CANT        PIC 9(02) VALUE 0.
       77  WS-COL-HALLADO        PIC 9(02) VALUE 0.
       77  WS-IX-C               PIC 9(02) VALUE 0.
       77  WS-IX-T               PIC 9(02) VALUE 0.
       77  WS-IX-K               PIC 9(02) VALUE 0.
       77  WS-IX-ANT             PIC 9(02) VALUE 0.
       77  WS-CON-STOCK          PIC 9(02) VALUE 0.
       77  WS-SIN-STOCK          PIC 9(02) VALUE 0.

       01  LIN-MARCA-CUR.
           03 FILLER             PIC X(8) VALUE 'MARCA '.
           03 LMC-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LMC-DESCRIPCION    PIC X(30).

       01  LIN-DETALLE-CUR.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LCC-ESTADO         PIC X(15).
           03 FILLER             PIC X(9) VALUE ' VALOR: '.
           03 LCC-VALOR          PIC Z(9)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LCC-DESCRIPCION    PIC X(30).

       01  LIN-RANKING-CUR.
           03 FILLER             PIC X(2) VALUE SPACES.
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 160-CARGAR-TABLAS THRU F-160-CARGAR-TABLAS.

           OPEN OUTPUT REPORTE-CUR.

           MOVE WS-FECHA-DD   TO LEC-DD.
       F-100-INICIO.
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

           OPEN INPUT TABLA-COLORES.
           IF WS-FSTATUS-TCO NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Colores.TXT - LOS COLORES SE '
                      'LISTAN SIN DESCRIPCION'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 163-LEER-COLOR THRU F-163-LEER-COLOR
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-COLORES
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

       163-LEER-COLOR.
           READ TABLA-COLORES
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TC-COLOR = SPACES
              GO TO F-163-LEER-COLOR
           END-IF.
           IF WS-TCO-CANT NOT LESS THAN 500
              DISPLAY 'AVISO: MAS DE 500 COLORES EN TABLA - SE IGNORA '
                      'EL RESTO'
              SET SI-FIN-TAB TO TRUE
              GO TO F-163-LEER-COLOR
           END-IF.
           ADD 1 TO WS-TCO-CANT.
           SET WS-IX-TCO TO WS-TCO-CANT.
           MOVE TC-COLOR       TO WS-TCO-COLOR (WS-IX-TCO).
           MOVE TC-DESCRIPCION TO WS-TCO-DESCRIPCION (WS-IX-TCO).
       F-163-LEER-COLOR.
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

       172-BUSCAR-COLOR.
           MOVE SPACES TO WS-DESC-COLOR.
           IF WS-TCO-CANT = 0
              GO TO F-172-BUSCAR-COLOR
           END-IF.
           SET WS-IX-TCO TO 1.
           SEARCH WS-TCO-ELEM
              AT END
                 MOVE '** NO EN TABLA **' TO WS-DESC-COLOR
              WHEN WS-TCO-COLOR (WS-IX-TCO) = WS-BUSCA-CODIGO
                 MOVE WS-TCO-DESCRIPCION (WS-IX-TCO) TO WS-DESC-COLOR
           END-SEARCH.
       F-172-BUSCAR-COLOR.
           EXIT.

      *------------------------------------------------

       200-ORDENAR.
                    MOVE FD-TALLE  TO ORD-TALLE
                    MOVE FD-STOCK  TO ORD-STOCK
                    MOVE FD-PRECIO TO ORD-PRECIO
                    MOVE FD-TALLE  TO WS-BUSCA-CODIGO
                    PERFORM 171-BUSCAR-TALLE THRU F-171-BUSCAR-TALLE
                    MOVE WS-SECUENCIA-TALLE TO ORD-SECUENCIA
                    RELEASE REG-ORDENA
              END-EVALUATE
           END-IF.

           ADD 1 TO WS-CONTA-MARCAS.
           MOVE WS-MARCA TO LMC-MARCA.
           MOVE WS-MARCA TO WS-BUSCA-CODIGO.
           PERFORM 170-BUSCAR-MARCA THRU F-170-BUSCAR-MARCA.
           MOVE WS-DESC-MARCA TO LMC-DESCRIPCION.
           WRITE LINEA-REPORTE FROM LIN-MARCA-CUR.
           PERFORM 270-INFORMAR-COLOR THRU F-270-INFORMAR-COLOR
               VARYING WS-IX-C FROM 1 BY 1
       F-262-ACUMULAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       263-LIMPIAR-COLUMNA.
           MOVE ZEROES TO WS-COL-STOCK-TAL (WS-IX-K WS-TAL-HALLADO).
       F-263-LIMPIAR-COLUMNA.
           EXIT.

      *------------------------------------------------

       264-UBICAR-TALLE.
           SEARCH WS-TAL-ELEM
              AT END
                 IF WS-TAL-CANT LESS THAN 30
                    PERFORM 265-INSERTAR-TALLE
                        THRU F-265-INSERTAR-TALLE
                 ELSE
                    DISPLAY 'AVISO: MAS DE 30 TALLES EN MARCA '
                            WS-MARCA ' - SE IGNORA TALLE ' ORD-TALLE
       F-264-UBICAR-TALLE.
           EXIT.

      *------------------------------------------------

       265-INSERTAR-TALLE.
           MOVE ORD-SECUENCIA TO WS-NUE-SECUENCIA.
           MOVE ORD-TALLE     TO WS-NUE-NOMBRE.
           ADD 1 TO WS-TAL-CANT.
           MOVE WS-TAL-CANT TO WS-TAL-HALLADO.
           SET NO-POS-TALLE TO TRUE.
           PERFORM 267-CORRER-TALLE THRU F-267-CORRER-TALLE
               VARYING WS-IX-T FROM WS-TAL-CANT BY -1
               UNTIL WS-IX-T < 2 OR SI-POS-TALLE.
           MOVE WS-TAL-NUEVO TO WS-TAL-CLAVE (WS-TAL-HALLADO).
           PERFORM 263-LIMPIAR-COLUMNA THRU F-263-LIMPIAR-COLUMNA
               VARYING WS-IX-K FROM 1 BY 1
               UNTIL WS-IX-K > WS-COL-CANT.
       F-265-INSERTAR-TALLE.
           EXIT.

      *------------------------------------------------

       266-UBICAR-COLOR.
       F-266-UBICAR-COLOR.
           EXIT.

      *------------------------------------------------

       267-CORRER-TALLE.
           COMPUTE WS-IX-ANT = WS-IX-T - 1.
           IF WS-TAL-CLAVE (WS-IX-ANT) GREATER THAN WS-TAL-NUEVO
              MOVE WS-TAL-CLAVE (WS-IX-ANT) TO WS-TAL-CLAVE (WS-IX-T)
              PERFORM 269-CORRER-STOCK THRU F-269-CORRER-STOCK
                  VARYING WS-IX-K FROM 1 BY 1
                  UNTIL WS-IX-K > WS-COL-CANT
              MOVE WS-IX-ANT TO WS-TAL-HALLADO
           ELSE
              SET SI-POS-TALLE TO TRUE
           END-IF.
       F-267-CORRER-TALLE.
           EXIT.

      *------------------------------------------------

       268-LIMPIAR-STOCKS.
       F-268-LIMPIAR-STOCKS.
           EXIT.

      *------------------------------------------------

       269-CORRER-STOCK.
           MOVE WS-COL-STOCK-TAL (WS-IX-K WS-IX-ANT)
                TO WS-COL-STOCK-TAL (WS-IX-K WS-IX-T).
       F-269-CORRER-STOCK.
           EXIT.

      *------------------------------------------------

       270-INFORMAR-COLOR.
           ADD 1 TO WS-CONTA-COMBOS.
           MOVE WS-COL-NOMBRE (WS-IX-C) TO LCC-COLOR.
           MOVE WS-COL-VALOR (WS-IX-C)  TO LCC-VALOR.
           MOVE WS-COL-NOMBRE (WS-IX-C) TO WS-BUSCA-CODIGO.
           PERFORM 172-BUSCAR-COLOR THRU F-172-BUSCAR-COLOR.
           MOVE WS-DESC-COLOR TO LCC-DESCRIPCION.
           IF WS-CON-STOCK GREATER THAN 0
              AND WS-SIN-STOCK GREATER THAN 0
              MOVE 'CURVA ROTA' TO LCC-ESTADO
