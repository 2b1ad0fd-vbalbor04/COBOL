           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-VAL.

           SELECT TABLA-MARCAS
           ASSIGN TO "TABLA_Marcas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TMA.

           SELECT TABLA-TALLES
           ASSIGN TO "TABLA_Talles.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TTA.

           SELECT BITACORA
           ASSIGN TO "BITACORA_Consolidado.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
              05 ORD-PRECIO     PIC 9(07)V99.
              05 ORD-COSTO      PIC 9(07)V99.
              05 ORD-FECHA-ULT  PIC 9(08).
           03 ORD-SECUENCIA  PIC 9(03).

       FD REPORTE-CONS.
       01  LINEA-REPORTE         PIC X(132).
       FD REPORTE-VAL-CONS.
       01  LINEA-VALORIZADO      PIC X(132).

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

       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-VAL        PIC X(2).
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

       77  WS-NOMBRE-SUC         PIC X(30).
       77  WS-SUC                PIC 9(02) VALUE 0.
           03 LMC-S04            PIC Z(5)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LMC-TOTAL          PIC Z(5)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LMC-DESCRIPCION    PIC X(30).

       01  LIN-ENCABEZADO-VCONS.
           03 FILLER             PIC X(30) VALUE
           03 LMV-S04            PIC Z(8)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LMV-TOTAL          PIC Z(8)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LMV-DESCRIPCION    PIC X(30).

       01  LIN-BITACORA.
           03 FILLER             PIC X(7)  VALUE 'FECHA: '.
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 160-CARGAR-TABLAS THRU F-160-CARGAR-TABLAS.

           OPEN OUTPUT REPORTE-CONS.
           OPEN OUTPUT REPORTE-VAL-CONS.

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

       200-CONSOLIDAR.
           SORT ORDENA-ART
               ON ASCENDING KEY ORD-MARCA
                                ORD-SECUENCIA
                                ORD-TALLE
                                ORD-COLOR
                                ORD-SUCURSAL
                    ADD FD-STOCK TO WS-SUMA-STOCK-SUC
                    MOVE WS-SUC TO ORD-SUCURSAL
                    MOVE REGISTRO-ARTICULOS TO ORD-REGISTRO
                    MOVE FD-TALLE TO WS-BUSCA-CODIGO
                    PERFORM 171-BUSCAR-TALLE THRU F-171-BUSCAR-TALLE
                    MOVE WS-SECUENCIA-TALLE TO ORD-SECUENCIA
                    RELEASE REG-ORDENA
              END-EVALUATE
           END-IF.
           PERFORM 261-TALLE THRU F-261-TALLE
               UNTIL SI-FIN-ORD OR ACT-MARCA NOT EQUAL WS-MARCA.

           MOVE WS-MARCA TO WS-BUSCA-CODIGO.
           PERFORM 170-BUSCAR-MARCA THRU F-170-BUSCAR-MARCA.
           MOVE WS-MARCA TO LMC-MARCA.
           MOVE WS-DESC-MARCA TO LMC-DESCRIPCION.
           MOVE WS-CONTA-SUC-MARCA (1) TO LMC-S01.
           MOVE WS-CONTA-SUC-MARCA (2) TO LMC-S02.
           MOVE WS-CONTA-SUC-MARCA (3) TO LMC-S03.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-MARCA-CONS.

           MOVE WS-MARCA TO LMV-MARCA.
           MOVE WS-DESC-MARCA TO LMV-DESCRIPCION.
           MOVE WS-VALOR-SUC-MARCA (1) TO LMV-S01.
           MOVE WS-VALOR-SUC-MARCA (2) TO LMV-S02.
           MOVE WS-VALOR-SUC-MARCA (3) TO LMV-S03.
