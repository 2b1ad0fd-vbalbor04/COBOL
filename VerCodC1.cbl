      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerCodC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO
           ASSIGN TO "MAESTRO_Articulos.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MA-ARTICULO
           FILE STATUS IS WS-FSTATUS-MAE.

           SELECT ARTICULOS-S01
           ASSIGN TO "DATOS_Articulos_S01.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S02
           ASSIGN TO "DATOS_Articulos_S02.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S03
           ASSIGN TO "DATOS_Articulos_S03.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S04
           ASSIGN TO "DATOS_Articulos_S04.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

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

           SELECT REPORTE-COD
           ASSIGN TO "REPORTE_CodigosSinTabla.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_VerCodC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD MAESTRO.
       01  REGISTRO-MAESTRO.
           03 MA-ARTICULO    PIC X(10).
           03 MA-MARCA       PIC X(10).
           03 MA-TALLE       PIC X(10).
           03 MA-COLOR       PIC X(10).
           03 MA-STOCK       PIC 9(07).
           03 MA-PRECIO      PIC 9(07)V99.
           03 MA-COSTO       PIC 9(07)V99.
           03 MA-FECHA-ULT-MOV PIC 9(08).

       FD ARTICULOS-S01.
       01  REGISTRO-ENTRADA-S01  PIC X(73).

       FD ARTICULOS-S02.
       01  REGISTRO-ENTRADA-S02  PIC X(73).

       FD ARTICULOS-S03.
       01  REGISTRO-ENTRADA-S03  PIC X(73).

       FD ARTICULOS-S04.
       01  REGISTRO-ENTRADA-S04  PIC X(73).

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

       FD REPORTE-COD.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  REGISTRO-ARTICULOS.
           03 FD-ARTICULO    PIC X(10).
           03 FD-MARCA       PIC X(10).
           03 FD-TALLE       PIC X(10).
           03 FD-COLOR       PIC X(10).
           03 FD-STOCK       PIC 9(07).
           03 FD-PRECIO      PIC 9(07)V99.
           03 FD-COSTO       PIC 9(07)V99.
           03 FD-FECHA-ULT-MOV PIC 9(08).

       01  REG-ART-CABECERA REDEFINES REGISTRO-ARTICULOS.
           03 CAB-TIPO       PIC X(03).
              88 ES-REG-CABECERA VALUE 'HDR'.
           03 FILLER         PIC X(70).

       01  REG-ART-COLA REDEFINES REGISTRO-ARTICULOS.
           03 TRL-TIPO       PIC X(03).
              88 ES-REG-COLA VALUE 'TRL'.
           03 FILLER         PIC X(70).

       01  WS-FIN-MAE            PIC X(1) VALUE 'N'.
           88 SI-FIN-MAE         VALUE 'S'.
           88 NO-FIN-MAE         VALUE 'N'.

       01  WS-FIN-SUC            PIC X(1) VALUE 'N'.
           88 SI-FIN-SUC         VALUE 'S'.
           88 NO-FIN-SUC         VALUE 'N'.

       01  WS-FIN-TAB            PIC X(1) VALUE 'N'.
           88 SI-FIN-TAB         VALUE 'S'.
           88 NO-FIN-TAB         VALUE 'N'.

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-TMA        PIC X(2).
       77  WS-FSTATUS-TTA        PIC X(2).
       77  WS-FSTATUS-TCO        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-NOMBRE-SUC         PIC X(30).
       77  WS-SUC                PIC 9(02) VALUE 0.
       77  WS-SUC-ED             PIC 9(02).
       77  WS-CONTA-SUCURSALES   PIC 9(02) VALUE 0.
       77  WS-LINEA-BIT-SUC      PIC X(132).

       77  WS-CONTA-MAESTRO      PIC 9(07) VALUE 0.
       77  WS-CONTA-SUC-REG      PIC 9(07) VALUE 0.
       77  WS-CONTA-FALTANTES    PIC 9(07) VALUE 0.

       77  WS-FUENTE             PIC X(07).
       77  WS-CAMPO              PIC X(05).
       77  WS-CODIGO             PIC X(10).
       77  WS-ARTICULO           PIC X(10).
       77  WS-MARCA              PIC X(10).
       77  WS-TALLE              PIC X(10).
       77  WS-COLOR              PIC X(10).

       01  WS-TAB-MARCAS.
           03 WS-TMA-CANT        PIC 9(04) VALUE 0.
           03 WS-TMA-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TMA-CANT
                          INDEXED BY WS-IX-TMA.
              05 WS-TMA-MARCA    PIC X(10).

       01  WS-TAB-TALLES-REF.
           03 WS-TTA-CANT        PIC 9(04) VALUE 0.
           03 WS-TTA-ELEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-TTA-CANT
                          INDEXED BY WS-IX-TTA.
              05 WS-TTA-TALLE    PIC X(10).

       01  WS-TAB-COLORES-REF.
           03 WS-TCO-CANT        PIC 9(04) VALUE 0.
           03 WS-TCO-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TCO-CANT
                          INDEXED BY WS-IX-TCO.
              05 WS-TCO-COLOR    PIC X(10).

       01  WS-TAB-FALTANTES.
           03 WS-FAL-CANT        PIC 9(04) VALUE 0.
           03 WS-FAL-ELEM OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WS-FAL-CANT
                          INDEXED BY WS-IX-FAL.
              05 WS-FAL-CAMPO    PIC X(05).
              05 WS-FAL-CODIGO   PIC X(10).
              05 WS-FAL-VECES    PIC 9(07).

       01  WS-FAL-DESBORDE       PIC X(1) VALUE 'N'.
           88 SI-FAL-DESBORDE    VALUE 'S'.
           88 NO-FAL-DESBORDE    VALUE 'N'.

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  LIN-ENCABEZADO-COD.
           03 FILLER             PIC X(40) VALUE
              'CODIGOS SIN TABLA DE REFERENCIA'.
           03 FILLER             PIC X(7)  VALUE 'FECHA: '.
           03 LEC-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-AAAA           PIC 9999.

       01  LIN-ENCABEZADO-COD-2.
           03 FILLER             PIC X(9)  VALUE 'FUENTE'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(7)  VALUE 'CAMPO'.
           03 FILLER             PIC X(10) VALUE 'CODIGO'.

       01  LIN-DETALLE-COD.
           03 LDC-FUENTE         PIC X(07).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-CAMPO          PIC X(05).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-CODIGO         PIC X(10).

       01  LIN-SECCION-RESUMEN.
           03 FILLER             PIC X(40) VALUE
              'CODIGOS DISTINTOS SIN TABLA'.

       01  LIN-ENCABEZADO-RES.
           03 FILLER             PIC X(7)  VALUE 'CAMPO'.
           03 FILLER             PIC X(12) VALUE 'CODIGO'.
           03 FILLER             PIC X(11) VALUE 'OCURRENCIAS'.

       01  LIN-DETALLE-RES.
           03 LDR-CAMPO          PIC X(05).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-CODIGO         PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-VECES          PIC Z(6)9.

       01  LIN-TOTAL-COD.
           03 FILLER             PIC X(10) VALUE 'MAESTRO: '.
           03 LTC-MAESTRO        PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' SUCURSALES: '.
           03 LTC-SUCURSALES     PIC Z9.
           03 FILLER             PIC X(12) VALUE ' REGISTROS: '.
           03 LTC-SUC-REG        PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' SIN TABLA: '.
           03 LTC-FALTANTES      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' DISTINTOS: '.
           03 LTC-DISTINTOS      PIC Z(3)9.

       01  LIN-BITACORA.
           03 FILLER             PIC X(7)  VALUE 'FECHA: '.
           03 LB-DD              PIC 99.
           03 FILLER             PIC X(1)  VALUE '/'.
           03 LB-MM              PIC 99.
           03 FILLER             PIC X(1)  VALUE '/'.
           03 LB-AAAA            PIC 9999.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 FILLER             PIC X(6)  VALUE 'HORA: '.
           03 LB-HH              PIC 99.
           03 FILLER             PIC X(1)  VALUE ':'.
           03 LB-MI              PIC 99.
           03 FILLER             PIC X(1)  VALUE ':'.
           03 LB-SS              PIC 99.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 FILLER             PIC X(9)  VALUE 'MAESTRO: '.
           03 LB-MAESTRO         PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' SUCURSALES: '.
           03 LB-SUCURSALES      PIC Z9.
           03 FILLER             PIC X(12) VALUE ' SIN TABLA: '.
           03 LB-FALTANTES       PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-VERIFICAR-MAESTRO THRU F-200-VERIFICAR-MAESTRO.
           PERFORM 210-VERIFICAR-SUCURSAL
               THRU F-210-VERIFICAR-SUCURSAL
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
           PERFORM 300-FINAL THRU F-300-FINAL.
           STOP RUN.

      *------------------------------------------------

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.

           OPEN EXTEND BITACORA.
           IF WS-FSTATUS-BIT = '35'
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 110-CARGAR-TABLAS THRU F-110-CARGAR-TABLAS.

           OPEN OUTPUT REPORTE-COD.
           MOVE WS-FECHA-DD   TO LEC-DD.
           MOVE WS-FECHA-MM   TO LEC-MM.
           MOVE WS-FECHA-AAAA TO LEC-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-COD.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-COD-2.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-TABLAS.
           OPEN INPUT TABLA-MARCAS.
           IF WS-FSTATUS-TMA NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Marcas.TXT - SE INFORMAN '
                      'TODAS LAS MARCAS'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 111-LEER-MARCA THRU F-111-LEER-MARCA
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-MARCAS
           END-IF.

           OPEN INPUT TABLA-TALLES.
           IF WS-FSTATUS-TTA NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Talles.TXT - SE INFORMAN '
                      'TODOS LOS TALLES'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 112-LEER-TALLE THRU F-112-LEER-TALLE
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-TALLES
           END-IF.

           OPEN INPUT TABLA-COLORES.
           IF WS-FSTATUS-TCO NOT = '00'
              DISPLAY 'AVISO: SIN TABLA_Colores.TXT - SE INFORMAN '
                      'TODOS LOS COLORES'
           ELSE
              SET NO-FIN-TAB TO TRUE
              PERFORM 113-LEER-COLOR THRU F-113-LEER-COLOR
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-COLORES
           END-IF.
       F-110-CARGAR-TABLAS.
           EXIT.

      *------------------------------------------------

       111-LEER-MARCA.
           READ TABLA-MARCAS
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TM-MARCA = SPACES
              GO TO F-111-LEER-MARCA
           END-IF.
           IF WS-TMA-CANT NOT LESS THAN 500
              DISPLAY 'ERROR: LIMITE DE 500 MARCAS EN TABLA EXCEDIDO '
                      '- SE DETIENE EL PROCESO'
              CLOSE TABLA-MARCAS
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           ADD 1 TO WS-TMA-CANT.
           SET WS-IX-TMA TO WS-TMA-CANT.
           MOVE TM-MARCA TO WS-TMA-MARCA (WS-IX-TMA).
       F-111-LEER-MARCA.
           EXIT.

      *------------------------------------------------

       112-LEER-TALLE.
           READ TABLA-TALLES
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TT-TALLE = SPACES
              GO TO F-112-LEER-TALLE
           END-IF.
           IF WS-TTA-CANT NOT LESS THAN 200
              DISPLAY 'ERROR: LIMITE DE 200 TALLES EN TABLA EXCEDIDO '
                      '- SE DETIENE EL PROCESO'
              CLOSE TABLA-TALLES
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           ADD 1 TO WS-TTA-CANT.
           SET WS-IX-TTA TO WS-TTA-CANT.
           MOVE TT-TALLE TO WS-TTA-TALLE (WS-IX-TTA).
       F-112-LEER-TALLE.
           EXIT.

      *------------------------------------------------

       113-LEER-COLOR.
           READ TABLA-COLORES
               AT END
                   SET SI-FIN-TAB TO TRUE
           END-READ.
           IF SI-FIN-TAB OR TC-COLOR = SPACES
              GO TO F-113-LEER-COLOR
           END-IF.
           IF WS-TCO-CANT NOT LESS THAN 500
              DISPLAY 'ERROR: LIMITE DE 500 COLORES EN TABLA EXCEDIDO '
                      '- SE DETIENE EL PROCESO'
              CLOSE TABLA-COLORES
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           ADD 1 TO WS-TCO-CANT.
           SET WS-IX-TCO TO WS-TCO-CANT.
           MOVE TC-COLOR TO WS-TCO-COLOR (WS-IX-TCO).
       F-113-LEER-COLOR.
           EXIT.

      *------------------------------------------------

       200-VERIFICAR-MAESTRO.
           OPEN INPUT MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
              IF WS-FSTATUS-MAE = '35'
                 DISPLAY 'ERROR: ARCHIVO MAESTRO_Articulos.DAT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR MAESTRO - FSTATUS: '
                         WS-FSTATUS-MAE
              END-IF
              CLOSE REPORTE-COD
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           MOVE 'MAESTRO' TO WS-FUENTE.
           SET NO-FIN-MAE TO TRUE.
           PERFORM 205-LEER-MAESTRO THRU F-205-LEER-MAESTRO
               UNTIL SI-FIN-MAE.
           CLOSE MAESTRO.
       F-200-VERIFICAR-MAESTRO.
           EXIT.

      *------------------------------------------------

       205-LEER-MAESTRO.
           READ MAESTRO NEXT
               AT END
                   SET SI-FIN-MAE TO TRUE
           END-READ.
           IF SI-FIN-MAE
              GO TO F-205-LEER-MAESTRO
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN MAESTRO - FSTATUS: '
                      WS-FSTATUS-MAE
              CLOSE MAESTRO
              CLOSE REPORTE-COD
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           ADD 1 TO WS-CONTA-MAESTRO.
           MOVE MA-ARTICULO TO WS-ARTICULO.
           MOVE MA-MARCA    TO WS-MARCA.
           MOVE MA-TALLE    TO WS-TALLE.
           MOVE MA-COLOR    TO WS-COLOR.
           PERFORM 250-VERIFICAR-CODIGOS THRU F-250-VERIFICAR-CODIGOS.
       F-205-LEER-MAESTRO.
           EXIT.

      *------------------------------------------------

       210-VERIFICAR-SUCURSAL.
           MOVE WS-SUC TO WS-SUC-ED.
           MOVE SPACES TO WS-NOMBRE-SUC.
           STRING 'DATOS_Articulos_S' DELIMITED BY SIZE
                  WS-SUC-ED           DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-NOMBRE-SUC.
           MOVE SPACES TO WS-FUENTE.
           STRING 'S'       DELIMITED BY SIZE
                  WS-SUC-ED DELIMITED BY SIZE
                  INTO WS-FUENTE.
           EVALUATE WS-SUC
              WHEN 1 OPEN INPUT ARTICULOS-S01
              WHEN 2 OPEN INPUT ARTICULOS-S02
              WHEN 3 OPEN INPUT ARTICULOS-S03
              WHEN 4 OPEN INPUT ARTICULOS-S04
           END-EVALUATE.
           IF WS-FSTATUS = '35'
              MOVE SPACES TO WS-LINEA-BIT-SUC
              STRING 'SUCURSAL S' DELIMITED BY SIZE
                     WS-SUC-ED    DELIMITED BY SIZE
                     ': SIN ARCHIVO - OMITIDA' DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-SUC
              WRITE LINEA-BITACORA FROM WS-LINEA-BIT-SUC
              GO TO F-210-VERIFICAR-SUCURSAL
           END-IF.
           IF WS-FSTATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-SUC ' - FSTATUS: '
                      WS-FSTATUS
              CLOSE REPORTE-COD
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.

           ADD 1 TO WS-CONTA-SUCURSALES.
           SET NO-FIN-SUC TO TRUE.
           PERFORM 215-LEER-SUCURSAL THRU F-215-LEER-SUCURSAL
               UNTIL SI-FIN-SUC.
           EVALUATE WS-SUC
              WHEN 1 CLOSE ARTICULOS-S01
              WHEN 2 CLOSE ARTICULOS-S02
              WHEN 3 CLOSE ARTICULOS-S03
              WHEN 4 CLOSE ARTICULOS-S04
           END-EVALUATE.
       F-210-VERIFICAR-SUCURSAL.
           EXIT.

      *------------------------------------------------

       215-LEER-SUCURSAL.
           EVALUATE WS-SUC
              WHEN 1
                 READ ARTICULOS-S01 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S01 TO REGISTRO-ARTICULOS
              WHEN 2
                 READ ARTICULOS-S02 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S02 TO REGISTRO-ARTICULOS
              WHEN 3
                 READ ARTICULOS-S03 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S03 TO REGISTRO-ARTICULOS
              WHEN 4
                 READ ARTICULOS-S04 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S04 TO REGISTRO-ARTICULOS
           END-EVALUATE.
           IF SI-FIN-SUC
              GO TO F-215-LEER-SUCURSAL
           END-IF.
           IF WS-FSTATUS NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ' WS-NOMBRE-SUC
                      ' - FSTATUS: ' WS-FSTATUS
              CLOSE REPORTE-COD
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           IF ES-REG-CABECERA OR ES-REG-COLA
              GO TO F-215-LEER-SUCURSAL
           END-IF.
           ADD 1 TO WS-CONTA-SUC-REG.
           MOVE FD-ARTICULO TO WS-ARTICULO.
           MOVE FD-MARCA    TO WS-MARCA.
           MOVE FD-TALLE    TO WS-TALLE.
           MOVE FD-COLOR    TO WS-COLOR.
           PERFORM 250-VERIFICAR-CODIGOS THRU F-250-VERIFICAR-CODIGOS.
       F-215-LEER-SUCURSAL.
           EXIT.

      *------------------------------------------------

       250-VERIFICAR-CODIGOS.
           SET WS-IX-TMA TO 1.
           SEARCH WS-TMA-ELEM
              AT END
                 MOVE 'MARCA'  TO WS-CAMPO
                 MOVE WS-MARCA TO WS-CODIGO
                 PERFORM 260-INFORMAR-CODIGO
                     THRU F-260-INFORMAR-CODIGO
              WHEN WS-TMA-MARCA (WS-IX-TMA) = WS-MARCA
                 CONTINUE
           END-SEARCH.

           SET WS-IX-TTA TO 1.
           SEARCH WS-TTA-ELEM
              AT END
                 MOVE 'TALLE'  TO WS-CAMPO
                 MOVE WS-TALLE TO WS-CODIGO
                 PERFORM 260-INFORMAR-CODIGO
                     THRU F-260-INFORMAR-CODIGO
              WHEN WS-TTA-TALLE (WS-IX-TTA) = WS-TALLE
                 CONTINUE
           END-SEARCH.

           SET WS-IX-TCO TO 1.
           SEARCH WS-TCO-ELEM
              AT END
                 MOVE 'COLOR'  TO WS-CAMPO
                 MOVE WS-COLOR TO WS-CODIGO
                 PERFORM 260-INFORMAR-CODIGO
                     THRU F-260-INFORMAR-CODIGO
              WHEN WS-TCO-COLOR (WS-IX-TCO) = WS-COLOR
                 CONTINUE
           END-SEARCH.
       F-250-VERIFICAR-CODIGOS.
           EXIT.

      *------------------------------------------------

       260-INFORMAR-CODIGO.
           ADD 1 TO WS-CONTA-FALTANTES.
           MOVE WS-FUENTE   TO LDC-FUENTE.
           MOVE WS-ARTICULO TO LDC-ARTICULO.
           MOVE WS-CAMPO    TO LDC-CAMPO.
           MOVE WS-CODIGO   TO LDC-CODIGO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-COD.

           SET WS-IX-FAL TO 1.
           SEARCH WS-FAL-ELEM
              AT END
                 IF WS-FAL-CANT LESS THAN 1000
                    ADD 1 TO WS-FAL-CANT
                    SET WS-IX-FAL TO WS-FAL-CANT
                    MOVE WS-CAMPO  TO WS-FAL-CAMPO (WS-IX-FAL)
                    MOVE WS-CODIGO TO WS-FAL-CODIGO (WS-IX-FAL)
                    MOVE 1         TO WS-FAL-VECES (WS-IX-FAL)
                 ELSE
                    IF NO-FAL-DESBORDE
                       DISPLAY 'AVISO: MAS DE 1000 CODIGOS DISTINTOS '
                               'SIN TABLA - EL RESUMEN QUEDA INCOMPLETO'
                       SET SI-FAL-DESBORDE TO TRUE
                    END-IF
                 END-IF
              WHEN WS-FAL-CAMPO (WS-IX-FAL) = WS-CAMPO
               AND WS-FAL-CODIGO (WS-IX-FAL) = WS-CODIGO
                 ADD 1 TO WS-FAL-VECES (WS-IX-FAL)
           END-SEARCH.
       F-260-INFORMAR-CODIGO.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LIN-SECCION-RESUMEN.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-RES.
           PERFORM 310-LINEA-RESUMEN THRU F-310-LINEA-RESUMEN
               VARYING WS-IX-FAL FROM 1 BY 1
               UNTIL WS-IX-FAL > WS-FAL-CANT.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTA-MAESTRO    TO LTC-MAESTRO.
           MOVE WS-CONTA-SUCURSALES TO LTC-SUCURSALES.
           MOVE WS-CONTA-SUC-REG    TO LTC-SUC-REG.
           MOVE WS-CONTA-FALTANTES  TO LTC-FALTANTES.
           MOVE WS-FAL-CANT         TO LTC-DISTINTOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-COD.

           CLOSE REPORTE-COD.

           DISPLAY 'CODIGOS SIN TABLA: ' WS-CONTA-FALTANTES
                   ' (DISTINTOS: ' WS-FAL-CANT ')'.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-LINEA-RESUMEN.
           MOVE WS-FAL-CAMPO (WS-IX-FAL)  TO LDR-CAMPO.
           MOVE WS-FAL-CODIGO (WS-IX-FAL) TO LDR-CODIGO.
           MOVE WS-FAL-VECES (WS-IX-FAL)  TO LDR-VECES.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-RES.
       F-310-LINEA-RESUMEN.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-MAESTRO    TO LB-MAESTRO.
           MOVE WS-CONTA-SUCURSALES TO LB-SUCURSALES.
           MOVE WS-CONTA-FALTANTES  TO LB-FALTANTES.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       940-ABORTAR.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-940-ABORTAR.
           EXIT.

      *------------------------------------------------
