      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantTabC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSACCIONES
           ASSIGN TO "TRANSACCIONES_Tablas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TRA.

           SELECT RECHAZOS
           ASSIGN TO "RECHAZOS_Tablas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-RCH.

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

           SELECT MAESTRO
           ASSIGN TO "MAESTRO_Articulos.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MA-ARTICULO
           FILE STATUS IS WS-FSTATUS-MAE.

           SELECT BITACORA
           ASSIGN TO "BITACORA_MantTabC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACCIONES.
       01  REGISTRO-TRANSACCION.
           03 TX-TABLA       PIC X(01).
              88 TABLA-MARCA        VALUE 'M'.
              88 TABLA-TALLE        VALUE 'T'.
              88 TABLA-COLOR        VALUE 'C'.
           03 TX-TIPO        PIC X(01).
              88 TRANS-ALTA         VALUE 'A'.
              88 TRANS-BAJA         VALUE 'B'.
              88 TRANS-MODIFICACION VALUE 'M'.
           03 TX-CODIGO      PIC X(10).
           03 TX-DESCRIPCION PIC X(30).
           03 TX-GRUPO       PIC X(01).
              88 GRUPO-VALIDO       VALUE 'L' 'N' 'I'.
           03 TX-SECUENCIA   PIC 9(03).
           03 TX-SECUENCIA-X REDEFINES TX-SECUENCIA PIC X(03).
           03 TX-ACTIVA      PIC X(01).

       FD RECHAZOS.
       01  LINEA-RECHAZO         PIC X(100).

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

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN                PIC X(1).
           88 SI-FIN             VALUE 'S'.
           88 NO-FIN             VALUE 'N'.

       01  WS-FIN-TAB            PIC X(1) VALUE 'N'.
           88 SI-FIN-TAB         VALUE 'S'.
           88 NO-FIN-TAB         VALUE 'N'.

       01  WS-ENCONTRADO         PIC X(1) VALUE 'N'.
           88 SI-ENCONTRADO      VALUE 'S'.
           88 NO-ENCONTRADO      VALUE 'N'.

       01  WS-FIN-MAE            PIC X(1) VALUE 'N'.
           88 SI-FIN-MAE         VALUE 'S'.
           88 NO-FIN-MAE         VALUE 'N'.

       01  WS-EN-USO             PIC X(1) VALUE 'N'.
           88 SI-EN-USO          VALUE 'S'.
           88 NO-EN-USO          VALUE 'N'.

       77  WS-FSTATUS-TRA        PIC X(2).
       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-TMA        PIC X(2).
       77  WS-FSTATUS-TTA        PIC X(2).
       77  WS-FSTATUS-TCO        PIC X(2).
       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-IX-K               PIC 9(04) VALUE 0.

       01  WS-TAB-MARCAS.
           03 WS-TMA-CANT        PIC 9(04) VALUE 0.
           03 WS-TMA-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TMA-CANT
                          INDEXED BY WS-IX-TMA.
              05 WS-TMA-MARCA       PIC X(10).
              05 WS-TMA-DESCRIPCION PIC X(30).
              05 WS-TMA-ACTIVA      PIC X(01).

       01  WS-TAB-TALLES-REF.
           03 WS-TTA-CANT        PIC 9(04) VALUE 0.
           03 WS-TTA-ELEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-TTA-CANT
                          INDEXED BY WS-IX-TTA.
              05 WS-TTA-TALLE       PIC X(10).
              05 WS-TTA-GRUPO       PIC X(01).
              05 WS-TTA-SECUENCIA   PIC 9(03).

       01  WS-TAB-COLORES-REF.
           03 WS-TCO-CANT        PIC 9(04) VALUE 0.
           03 WS-TCO-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TCO-CANT
                          INDEXED BY WS-IX-TCO.
              05 WS-TCO-COLOR       PIC X(10).
              05 WS-TCO-DESCRIPCION PIC X(30).

       77  WS-CONTA-TRANS        PIC 9(07) VALUE 0.
       77  WS-CONTA-ALTAS        PIC 9(07) VALUE 0.
       77  WS-CONTA-BAJAS        PIC 9(07) VALUE 0.
       77  WS-CONTA-MODIF        PIC 9(07) VALUE 0.
       77  WS-CONTA-RECHAZOS     PIC 9(07) VALUE 0.

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  LIN-RECHAZO.
           03 RC-TABLA           PIC X(1).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 RC-TIPO            PIC X(1).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RC-CODIGO          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RC-MOTIVO          PIC X(30).

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
           03 FILLER             PIC X(7)  VALUE 'TRANS: '.
           03 LB-TRANS           PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' ALTAS: '.
           03 LB-ALTAS           PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' BAJAS: '.
           03 LB-BAJAS           PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' MODIF: '.
           03 LB-MODIF           PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' RECHAZOS: '.
           03 LB-RECHAZOS        PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' TABLAS '.
           03 LB-MARCAS          PIC Z(3)9.
           03 FILLER             PIC X(1)  VALUE '/'.
           03 LB-TALLES          PIC Z(3)9.
           03 FILLER             PIC X(1)  VALUE '/'.
           03 LB-COLORES         PIC Z(3)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROCESO THRU F-200-PROCESO UNTIL SI-FIN.
           PERFORM 300-FINAL THRU F-300-FINAL.
           STOP RUN.

      *------------------------------------------------

       100-INICIO.
           SET NO-FIN TO TRUE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.

           OPEN EXTEND BITACORA.
           IF WS-FSTATUS-BIT = '35'
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 110-CARGAR-TABLAS THRU F-110-CARGAR-TABLAS.

           OPEN INPUT TRANSACCIONES.
           IF WS-FSTATUS-TRA NOT = '00'
              IF WS-FSTATUS-TRA = '35'
                 DISPLAY 'ERROR: ARCHIVO TRANSACCIONES_Tablas.TXT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR TRANSACCIONES - FSTATUS: '
                         WS-FSTATUS-TRA
              END-IF
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.

           OPEN OUTPUT RECHAZOS.

           PERFORM LEER-TRANSACCION THRU F-LEER-TRANSACCION.
           IF SI-FIN
              DISPLAY 'EL ARCHIVO DE TRANSACCIONES ESTA VACIO'
           END-IF.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-TABLAS.
           OPEN INPUT TABLA-MARCAS.
           IF WS-FSTATUS-TMA = '35'
              DISPLAY 'AVISO: SIN TABLA_Marcas.TXT - SE CREA VACIA'
           ELSE
              IF WS-FSTATUS-TMA NOT = '00'
                 DISPLAY 'ERROR AL ABRIR TABLA_Marcas.TXT - FSTATUS: '
                         WS-FSTATUS-TMA
                 PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
              END-IF
              SET NO-FIN-TAB TO TRUE
              PERFORM 111-LEER-MARCA THRU F-111-LEER-MARCA
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-MARCAS
           END-IF.

           OPEN INPUT TABLA-TALLES.
           IF WS-FSTATUS-TTA = '35'
              DISPLAY 'AVISO: SIN TABLA_Talles.TXT - SE CREA VACIA'
           ELSE
              IF WS-FSTATUS-TTA NOT = '00'
                 DISPLAY 'ERROR AL ABRIR TABLA_Talles.TXT - FSTATUS: '
                         WS-FSTATUS-TTA
                 PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
              END-IF
              SET NO-FIN-TAB TO TRUE
              PERFORM 112-LEER-TALLE THRU F-112-LEER-TALLE
                  UNTIL SI-FIN-TAB
              CLOSE TABLA-TALLES
           END-IF.

           OPEN INPUT TABLA-COLORES.
           IF WS-FSTATUS-TCO = '35'
              DISPLAY 'AVISO: SIN TABLA_Colores.TXT - SE CREA VACIA'
           ELSE
              IF WS-FSTATUS-TCO NOT = '00'
                 DISPLAY 'ERROR AL ABRIR TABLA_Colores.TXT - FSTATUS: '
                         WS-FSTATUS-TCO
                 PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
              END-IF
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
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           ADD 1 TO WS-TMA-CANT.
           SET WS-IX-TMA TO WS-TMA-CANT.
           MOVE TM-MARCA       TO WS-TMA-MARCA (WS-IX-TMA).
           MOVE TM-DESCRIPCION TO WS-TMA-DESCRIPCION (WS-IX-TMA).
           MOVE TM-ACTIVA      TO WS-TMA-ACTIVA (WS-IX-TMA).
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
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           ADD 1 TO WS-TTA-CANT.
           SET WS-IX-TTA TO WS-TTA-CANT.
           MOVE TT-TALLE     TO WS-TTA-TALLE (WS-IX-TTA).
           MOVE TT-GRUPO     TO WS-TTA-GRUPO (WS-IX-TTA).
           MOVE TT-SECUENCIA TO WS-TTA-SECUENCIA (WS-IX-TTA).
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
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           ADD 1 TO WS-TCO-CANT.
           SET WS-IX-TCO TO WS-TCO-CANT.
           MOVE TC-COLOR       TO WS-TCO-COLOR (WS-IX-TCO).
           MOVE TC-DESCRIPCION TO WS-TCO-DESCRIPCION (WS-IX-TCO).
       F-113-LEER-COLOR.
           EXIT.

      *------------------------------------------------

       119-ABORTAR-TABLAS.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-119-ABORTAR-TABLAS.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           PERFORM 205-APLICAR THRU F-205-APLICAR.
           PERFORM LEER-TRANSACCION THRU F-LEER-TRANSACCION.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       205-APLICAR.
           IF TX-CODIGO = SPACES
              MOVE 'CODIGO EN BLANCO' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-205-APLICAR
           END-IF.
           IF NOT TRANS-ALTA AND NOT TRANS-BAJA
              AND NOT TRANS-MODIFICACION
              MOVE 'TIPO DE TRANSACCION INVALIDO' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-205-APLICAR
           END-IF.
           EVALUATE TRUE
              WHEN TABLA-MARCA
                 PERFORM 210-MARCA THRU F-210-MARCA
              WHEN TABLA-TALLE
                 PERFORM 230-TALLE THRU F-230-TALLE
              WHEN TABLA-COLOR
                 PERFORM 250-COLOR THRU F-250-COLOR
              WHEN OTHER
                 MOVE 'TABLA INVALIDA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
           END-EVALUATE.
       F-205-APLICAR.
           EXIT.

      *------------------------------------------------

       210-MARCA.
           SET NO-ENCONTRADO TO TRUE.
           SET WS-IX-TMA TO 1.
           SEARCH WS-TMA-ELEM
              WHEN WS-TMA-MARCA (WS-IX-TMA) = TX-CODIGO
                 SET SI-ENCONTRADO TO TRUE
           END-SEARCH.

           IF TRANS-ALTA
              IF SI-ENCONTRADO
                 MOVE 'CODIGO YA EXISTE' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-210-MARCA
              END-IF
              IF WS-TMA-CANT NOT LESS THAN 500
                 MOVE 'TABLA DE MARCAS LLENA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-210-MARCA
              END-IF
              ADD 1 TO WS-TMA-CANT
              SET WS-IX-TMA TO WS-TMA-CANT
              MOVE TX-CODIGO      TO WS-TMA-MARCA (WS-IX-TMA)
              MOVE TX-DESCRIPCION TO WS-TMA-DESCRIPCION (WS-IX-TMA)
              MOVE 'S'            TO WS-TMA-ACTIVA (WS-IX-TMA)
              ADD 1 TO WS-CONTA-ALTAS
              GO TO F-210-MARCA
           END-IF.

           IF NO-ENCONTRADO
              MOVE 'CODIGO INEXISTENTE' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-210-MARCA
           END-IF.

           IF TRANS-BAJA
              IF WS-TMA-ACTIVA (WS-IX-TMA) NOT = 'S'
                 MOVE 'MARCA YA INACTIVA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-210-MARCA
              END-IF
              MOVE 'N' TO WS-TMA-ACTIVA (WS-IX-TMA)
              ADD 1 TO WS-CONTA-BAJAS
              GO TO F-210-MARCA
           END-IF.

           IF TX-ACTIVA NOT = SPACE AND NOT = 'S' AND NOT = 'N'
              MOVE 'INDICADOR DE ACTIVA INVALIDO' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-210-MARCA
           END-IF.
           IF TX-DESCRIPCION NOT = SPACES
              MOVE TX-DESCRIPCION TO WS-TMA-DESCRIPCION (WS-IX-TMA)
           END-IF.
           IF TX-ACTIVA NOT = SPACE
              MOVE TX-ACTIVA TO WS-TMA-ACTIVA (WS-IX-TMA)
           END-IF.
           ADD 1 TO WS-CONTA-MODIF.
       F-210-MARCA.
           EXIT.

      *------------------------------------------------

       230-TALLE.
           SET NO-ENCONTRADO TO TRUE.
           SET WS-IX-TTA TO 1.
           SEARCH WS-TTA-ELEM
              WHEN WS-TTA-TALLE (WS-IX-TTA) = TX-CODIGO
                 SET SI-ENCONTRADO TO TRUE
           END-SEARCH.

           IF TRANS-ALTA
              IF SI-ENCONTRADO
                 MOVE 'CODIGO YA EXISTE' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
              IF NOT GRUPO-VALIDO
                 MOVE 'GRUPO DE TALLE INVALIDO' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
              IF TX-SECUENCIA NOT NUMERIC OR TX-SECUENCIA = 0
                 MOVE 'SECUENCIA DE TALLE INVALIDA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
              IF WS-TTA-CANT NOT LESS THAN 200
                 MOVE 'TABLA DE TALLES LLENA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
              ADD 1 TO WS-TTA-CANT
              SET WS-IX-TTA TO WS-TTA-CANT
              MOVE TX-CODIGO    TO WS-TTA-TALLE (WS-IX-TTA)
              MOVE TX-GRUPO     TO WS-TTA-GRUPO (WS-IX-TTA)
              MOVE TX-SECUENCIA TO WS-TTA-SECUENCIA (WS-IX-TTA)
              ADD 1 TO WS-CONTA-ALTAS
              GO TO F-230-TALLE
           END-IF.

           IF NO-ENCONTRADO
              MOVE 'CODIGO INEXISTENTE' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-230-TALLE
           END-IF.

           IF TRANS-BAJA
              PERFORM 280-VERIFICAR-USO THRU F-280-VERIFICAR-USO
              IF SI-EN-USO
                 MOVE 'CODIGO EN USO' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
              SET WS-IX-K TO WS-IX-TTA
              PERFORM 235-CORRER-TALLE THRU F-235-CORRER-TALLE
                  UNTIL WS-IX-K NOT LESS THAN WS-TTA-CANT
              SUBTRACT 1 FROM WS-TTA-CANT
              ADD 1 TO WS-CONTA-BAJAS
              GO TO F-230-TALLE
           END-IF.

           IF TX-GRUPO NOT = SPACE AND NOT GRUPO-VALIDO
              MOVE 'GRUPO DE TALLE INVALIDO' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-230-TALLE
           END-IF.
           IF TX-SECUENCIA-X NOT = SPACES
              IF TX-SECUENCIA NOT NUMERIC OR TX-SECUENCIA = 0
                 MOVE 'SECUENCIA DE TALLE INVALIDA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-230-TALLE
              END-IF
           END-IF.
           IF TX-GRUPO NOT = SPACE
              MOVE TX-GRUPO TO WS-TTA-GRUPO (WS-IX-TTA)
           END-IF.
           IF TX-SECUENCIA-X NOT = SPACES
              MOVE TX-SECUENCIA TO WS-TTA-SECUENCIA (WS-IX-TTA)
           END-IF.
           ADD 1 TO WS-CONTA-MODIF.
       F-230-TALLE.
           EXIT.

      *------------------------------------------------

       235-CORRER-TALLE.
           MOVE WS-TTA-ELEM (WS-IX-K + 1) TO WS-TTA-ELEM (WS-IX-K).
           ADD 1 TO WS-IX-K.
       F-235-CORRER-TALLE.
           EXIT.

      *------------------------------------------------

       250-COLOR.
           SET NO-ENCONTRADO TO TRUE.
           SET WS-IX-TCO TO 1.
           SEARCH WS-TCO-ELEM
              WHEN WS-TCO-COLOR (WS-IX-TCO) = TX-CODIGO
                 SET SI-ENCONTRADO TO TRUE
           END-SEARCH.

           IF TRANS-ALTA
              IF SI-ENCONTRADO
                 MOVE 'CODIGO YA EXISTE' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-250-COLOR
              END-IF
              IF WS-TCO-CANT NOT LESS THAN 500
                 MOVE 'TABLA DE COLORES LLENA' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-250-COLOR
              END-IF
              ADD 1 TO WS-TCO-CANT
              SET WS-IX-TCO TO WS-TCO-CANT
              MOVE TX-CODIGO      TO WS-TCO-COLOR (WS-IX-TCO)
              MOVE TX-DESCRIPCION TO WS-TCO-DESCRIPCION (WS-IX-TCO)
              ADD 1 TO WS-CONTA-ALTAS
              GO TO F-250-COLOR
           END-IF.

           IF NO-ENCONTRADO
              MOVE 'CODIGO INEXISTENTE' TO RC-MOTIVO
              PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
              GO TO F-250-COLOR
           END-IF.

           IF TRANS-BAJA
              PERFORM 280-VERIFICAR-USO THRU F-280-VERIFICAR-USO
              IF SI-EN-USO
                 MOVE 'CODIGO EN USO' TO RC-MOTIVO
                 PERFORM 290-RECHAZAR THRU F-290-RECHAZAR
                 GO TO F-250-COLOR
              END-IF
              SET WS-IX-K TO WS-IX-TCO
              PERFORM 255-CORRER-COLOR THRU F-255-CORRER-COLOR
                  UNTIL WS-IX-K NOT LESS THAN WS-TCO-CANT
              SUBTRACT 1 FROM WS-TCO-CANT
              ADD 1 TO WS-CONTA-BAJAS
              GO TO F-250-COLOR
           END-IF.

           MOVE TX-DESCRIPCION TO WS-TCO-DESCRIPCION (WS-IX-TCO).
           ADD 1 TO WS-CONTA-MODIF.
       F-250-COLOR.
           EXIT.

      *------------------------------------------------

       255-CORRER-COLOR.
           MOVE WS-TCO-ELEM (WS-IX-K + 1) TO WS-TCO-ELEM (WS-IX-K).
           ADD 1 TO WS-IX-K.
       F-255-CORRER-COLOR.
           EXIT.

      *------------------------------------------------

       280-VERIFICAR-USO.
           SET NO-EN-USO TO TRUE.
           OPEN INPUT MAESTRO.
           IF WS-FSTATUS-MAE = '35'
              GO TO F-280-VERIFICAR-USO
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              DISPLAY 'ERROR AL ABRIR MAESTRO - FSTATUS: '
                      WS-FSTATUS-MAE ' - NO SE DA DE BAJA ' TX-CODIGO
              SET SI-EN-USO TO TRUE
              GO TO F-280-VERIFICAR-USO
           END-IF.
           SET NO-FIN-MAE TO TRUE.
           PERFORM 285-LEER-MAESTRO THRU F-285-LEER-MAESTRO
               UNTIL SI-FIN-MAE OR SI-EN-USO.
           CLOSE MAESTRO.
       F-280-VERIFICAR-USO.
           EXIT.

      *------------------------------------------------

       285-LEER-MAESTRO.
           READ MAESTRO NEXT
               AT END
                   SET SI-FIN-MAE TO TRUE
           END-READ.
           IF SI-FIN-MAE
              GO TO F-285-LEER-MAESTRO
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              DISPLAY 'ERROR LECTURA MAESTRO - FSTATUS: '
                      WS-FSTATUS-MAE ' - NO SE DA DE BAJA ' TX-CODIGO
              SET SI-EN-USO TO TRUE
              GO TO F-285-LEER-MAESTRO
           END-IF.
           IF TABLA-TALLE AND MA-TALLE = TX-CODIGO
              SET SI-EN-USO TO TRUE
           END-IF.
           IF TABLA-COLOR AND MA-COLOR = TX-CODIGO
              SET SI-EN-USO TO TRUE
           END-IF.
       F-285-LEER-MAESTRO.
           EXIT.

      *------------------------------------------------

       290-RECHAZAR.
           MOVE TX-TABLA  TO RC-TABLA.
           MOVE TX-TIPO   TO RC-TIPO.
           MOVE TX-CODIGO TO RC-CODIGO.
           WRITE LINEA-RECHAZO FROM LIN-RECHAZO.
           ADD 1 TO WS-CONTA-RECHAZOS.
       F-290-RECHAZAR.
           EXIT.

      *------------------------------------------------

       LEER-TRANSACCION.
           READ TRANSACCIONES NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              IF WS-FSTATUS-TRA = '00'
                 ADD 1 TO WS-CONTA-TRANS
              ELSE
                 DISPLAY 'ERROR DE LECTURA EN TRANSACCIONES - '
                         'FSTATUS: ' WS-FSTATUS-TRA
                         ' REGISTRO: ' WS-CONTA-TRANS
                         ' - LAS TABLAS NO SE ACTUALIZAN'
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE TRANSACCIONES
                 CLOSE RECHAZOS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       F-LEER-TRANSACCION.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           CLOSE TRANSACCIONES.
           CLOSE RECHAZOS.

           OPEN OUTPUT TABLA-MARCAS.
           PERFORM 310-GRABAR-MARCA THRU F-310-GRABAR-MARCA
               VARYING WS-IX-TMA FROM 1 BY 1
               UNTIL WS-IX-TMA > WS-TMA-CANT.
           CLOSE TABLA-MARCAS.

           OPEN OUTPUT TABLA-TALLES.
           PERFORM 320-GRABAR-TALLE THRU F-320-GRABAR-TALLE
               VARYING WS-IX-TTA FROM 1 BY 1
               UNTIL WS-IX-TTA > WS-TTA-CANT.
           CLOSE TABLA-TALLES.

           OPEN OUTPUT TABLA-COLORES.
           PERFORM 330-GRABAR-COLOR THRU F-330-GRABAR-COLOR
               VARYING WS-IX-TCO FROM 1 BY 1
               UNTIL WS-IX-TCO > WS-TCO-CANT.
           CLOSE TABLA-COLORES.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-GRABAR-MARCA.
           MOVE WS-TMA-MARCA (WS-IX-TMA)       TO TM-MARCA.
           MOVE WS-TMA-DESCRIPCION (WS-IX-TMA) TO TM-DESCRIPCION.
           MOVE WS-TMA-ACTIVA (WS-IX-TMA)      TO TM-ACTIVA.
           WRITE REG-TABLA-MARCA.
       F-310-GRABAR-MARCA.
           EXIT.

      *------------------------------------------------

       320-GRABAR-TALLE.
           MOVE WS-TTA-TALLE (WS-IX-TTA)     TO TT-TALLE.
           MOVE WS-TTA-GRUPO (WS-IX-TTA)     TO TT-GRUPO.
           MOVE WS-TTA-SECUENCIA (WS-IX-TTA) TO TT-SECUENCIA.
           WRITE REG-TABLA-TALLE.
       F-320-GRABAR-TALLE.
           EXIT.

      *------------------------------------------------

       330-GRABAR-COLOR.
           MOVE WS-TCO-COLOR (WS-IX-TCO)       TO TC-COLOR.
           MOVE WS-TCO-DESCRIPCION (WS-IX-TCO) TO TC-DESCRIPCION.
           WRITE REG-TABLA-COLOR.
       F-330-GRABAR-COLOR.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-TRANS    TO LB-TRANS.
           MOVE WS-CONTA-ALTAS    TO LB-ALTAS.
           MOVE WS-CONTA-BAJAS    TO LB-BAJAS.
           MOVE WS-CONTA-MODIF    TO LB-MODIF.
           MOVE WS-CONTA-RECHAZOS TO LB-RECHAZOS.
           MOVE WS-TMA-CANT       TO LB-MARCAS.
           MOVE WS-TTA-CANT       TO LB-TALLES.
           MOVE WS-TCO-CANT       TO LB-COLORES.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
