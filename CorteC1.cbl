           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CSV.

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
           ASSIGN TO "BITACORA_CorteC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       01  REGISTRO-ENTRADA      PIC X(73).

       FD ARTICULOS-ORD.
       01  REGISTRO-ENTRADA-ORD  PIC X(86).

       SD ORDENA-ART.
       01  REG-ORDENA.
           03 ORD-TALLE      PIC X(10).
           03 ORD-COLOR      PIC X(10).
           03 FILLER         PIC X(33).
           03 ORD-CLAVE      PIC X(10).
           03 ORD-SECUENCIA  PIC 9(03).

       FD REPORTE-TALLES.
       01  LINEA-REPORTE         PIC X(132).
       FD REPORTE-CSV.
       01  LINEA-CSV             PIC X(60).

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

       77  WS-FSTATUS-ORD        PIC X(2).
       77  WS-FSTATUS-SAL        PIC X(2).
       77  WS-FSTATUS-RVA        PIC X(2).
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
       77  WS-MARCA              PIC X(10).
       77  WS-TALLE              PIC X(10).
       77  WS-CONTA-TALLES       PIC 9(05).
           03 LTV-TALLE           PIC X(10).
           03 FILLER              PIC X(10) VALUE ' VALOR: '.
           03 LTV-VALOR           PIC Z(8)9.99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 LTV-DESCRIPCION     PIC X(30).

       01  LIN-TOTAL-VAL-MARCA.
           03 FILLER              PIC X(8) VALUE 'MARCA '.
           03 LMV-MARCA           PIC X(10).
           03 FILLER              PIC X(10) VALUE ' VALOR: '.
           03 LMV-VALOR           PIC Z(8)9.99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 LMV-DESCRIPCION     PIC X(30).

       77  WS-LINEA-SALIDA-VAL    PIC X(132).

           03 LD-SUBVALOR           PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LD-CANTIDAD        PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LD-DESCRIPCION     PIC X(30).

       01  LIN-TOTAL-TALLE.
           03 FILLER             PIC X(12) VALUE SPACES.
           03 LT-TALLE           PIC X(10).
           03 FILLER             PIC X(10) VALUE ' TOTAL: '.
           03 LT-CANTIDAD        PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LT-DESCRIPCION     PIC X(30).

       77  WS-CSV-CANTIDAD       PIC 9(05).

           03 LM-MARCA           PIC X(10).
           03 FILLER             PIC X(10) VALUE ' TOTAL: '.
           03 LM-CANTIDAD        PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LM-DESCRIPCION     PIC X(30).

       77  WS-LINEA-SALIDA       PIC X(132).

              PERFORM 110-LEER-CHECKPOINT THRU F-110-LEER-CHECKPOINT
           END-IF.

           PERFORM 160-CARGAR-TABLAS THRU F-160-CARGAR-TABLAS.

           PERFORM 150-ORDENAR-ARTICULOS
               THRU F-150-ORDENAR-ARTICULOS.
           OPEN INPUT ARTICULOS-ORD.
           IF WS-FSTATUS-ORD NOT = '00'
              DISPLAY 'ERROR AL ABRIR ARTICULOS ORDENADO - FSTATUS: '
                      WS-FSTATUS-ORD
              PERFORM 930-ESCRIBIR-BITACORA
                  THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              STOP RUN
           END-IF.

           IF SI-REINICIA

      *------------------------------------------------

       150-ORDENAR-ARTICULOS.
           SORT ORDENA-ART
               ON ASCENDING KEY ORD-MARCA
                                ORD-CLAVE
                                ORD-SECUENCIA
                                ORD-TALLE
                                ORD-ARTICULO
               INPUT PROCEDURE IS 155-SORT-ENTRADA
                               THRU F-155-SORT-ENTRADA
               GIVING ARTICULOS-ORD.
       F-150-ORDENAR-ARTICULOS.
           EXIT.

      *------------------------------------------------
                       SET SI-COLA-LEIDA TO TRUE
                    WHEN OTHER
                       MOVE REGISTRO-ENTRADA TO REG-ORDENA
                       IF CORTE-POR-COLOR
                          MOVE FD-COLOR TO ORD-CLAVE
                       ELSE
                          MOVE SPACES TO ORD-CLAVE
                       END-IF
                       MOVE FD-TALLE TO WS-BUSCA-CODIGO
                       PERFORM 171-BUSCAR-TALLE
                           THRU F-171-BUSCAR-TALLE
                       MOVE WS-SECUENCIA-TALLE TO ORD-SECUENCIA
                       RELEASE REG-ORDENA
                 END-EVALUATE
              ELSE
       F-156-SORT-LEER.
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

       200-PROCESO.
           SET NO-MARCA-RESTAURADA TO TRUE.
           PERFORM 210-CORTE-TALLE THRU F-210-CORTE-TALLE
               UNTIL SI-FIN OR FD-MARCA NOT EQUAL WS-MARCA.
           MOVE WS-MARCA TO WS-BUSCA-CODIGO.
           PERFORM 170-BUSCAR-MARCA THRU F-170-BUSCAR-MARCA.
           MOVE WS-MARCA TO LM-MARCA.
           MOVE WS-CONTA-MARCA TO LM-CANTIDAD.
           MOVE WS-DESC-MARCA TO LM-DESCRIPCION.
           MOVE LIN-TOTAL-MARCA TO WS-LINEA-SALIDA.
           PERFORM 910-ESCRIBIR-LINEA THRU F-910-ESCRIBIR-LINEA.

           MOVE WS-MARCA TO LMV-MARCA.
           MOVE WS-VALOR-MARCA TO LMV-VALOR.
           MOVE WS-DESC-MARCA TO LMV-DESCRIPCION.
           MOVE LIN-TOTAL-VAL-MARCA TO WS-LINEA-SALIDA-VAL.
           PERFORM 915-ESCRIBIR-LINEA-VAL THRU F-915-ESCRIBIR-LINEA-VAL.


       300-FINAL.
           PERFORM 310-VERIFICAR-CONTROL THRU F-310-VERIFICAR-CONTROL.
           CLOSE ARTICULOS-ORD.
           IF WS-FSTATUS-ORD NOT = '00'
              DISPLAY 'ERROR AL CERRAR ARTICULOS ORDENADO - '
                      'FSTATUS: ' WS-FSTATUS-ORD
           END-IF.
           CLOSE REPORTE-TALLES.
           CLOSE EXCEPCIONES.
                      WS-TALLE ' (MARCA: ' WS-MARCA ')'

              IF NOT CORTE-POR-MARCA
                 MOVE SPACES TO WS-DESC-COLOR
                 IF CORTE-POR-COLOR
                    MOVE WS-TALLE TO WS-BUSCA-CODIGO
                    PERFORM 172-BUSCAR-COLOR THRU F-172-BUSCAR-COLOR
                 END-IF
                 MOVE WS-DESC-COLOR TO LT-DESCRIPCION
                 MOVE WS-DESC-COLOR TO LTV-DESCRIPCION
                 PERFORM 217-ESCRIBIR-SUBVALOR
                     THRU F-217-ESCRIBIR-SUBVALOR
                     VARYING WS-SUB FROM 1 BY 1
           MOVE WS-TALLE TO LD-TALLE.
           MOVE WS-SUBVALOR-NOMBRE (WS-SUB) TO LD-SUBVALOR.
           MOVE WS-SUBVALOR-TOTAL (WS-SUB) TO LD-CANTIDAD.
           IF CORTE-POR-TALLE
              MOVE WS-SUBVALOR-NOMBRE (WS-SUB) TO WS-BUSCA-CODIGO
              PERFORM 172-BUSCAR-COLOR THRU F-172-BUSCAR-COLOR
              MOVE WS-DESC-COLOR TO LD-DESCRIPCION
           END-IF.
           MOVE LIN-DETALLE TO WS-LINEA-SALIDA.
           PERFORM 910-ESCRIBIR-LINEA THRU F-910-ESCRIBIR-LINEA.
       F-217-ESCRIBIR-SUBVALOR.
      *------------------------------------------------

       LEER-FISICO.
           READ ARTICULOS-ORD NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           MOVE WS-FSTATUS-ORD TO WS-FSTATUS.
           IF NOT SI-FIN
              MOVE REGISTRO-ENTRADA-ORD TO REGISTRO-ARTICULOS
           END-IF.

           IF NOT SI-FIN
      *------------------------------------------------

       940-CERRAR-ENTRADA.
           CLOSE ARTICULOS-ORD.
       F-940-CERRAR-ENTRADA.
           EXIT.

