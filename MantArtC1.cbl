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

           SELECT BITACORA
           ASSIGN TO "BITACORA_MantArtC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

       77  WS-FSTATUS-AUD        PIC X(2).
       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).
       77  WS-FSTATUS-TMA        PIC X(2).
       77  WS-FSTATUS-TTA        PIC X(2).
       77  WS-FSTATUS-TCO        PIC X(2).

       01  WS-FIN-TAB            PIC X(1) VALUE 'N'.
           88 SI-FIN-TAB         VALUE 'S'.
           88 NO-FIN-TAB         VALUE 'N'.

       01  WS-CODIGOS            PIC X(1) VALUE 'S'.
           88 CODIGOS-VALIDOS    VALUE 'S'.
           88 CODIGOS-INVALIDOS  VALUE 'N'.

       01  WS-TAB-MARCAS.
           03 WS-TMA-CANT        PIC 9(04) VALUE 0.
           03 WS-TMA-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-TMA-CANT
                          INDEXED BY WS-IX-TMA.
              05 WS-TMA-MARCA    PIC X(10).
              05 WS-TMA-ACTIVA   PIC X(01).

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

       77  WS-CONTA-TRANS        PIC 9(07) VALUE 0.
       77  WS-CONTA-ALTAS        PIC 9(07) VALUE 0.
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-RSP-AREA.
           03 WS-RSP-PROGRAMA    PIC X(09) VALUE 'MANTARTC1'.
           03 WS-RSP-RESULTADO   PIC X(01).
              88 RSP-CORRECTO    VALUE '0'.
              88 RSP-FALLIDO     VALUE '1'.
           03 WS-RSP-NUMERO      PIC 9(05).
           03 WS-RSP-MOTIVO      PIC X(40).
           03 WS-RSP-CONSERVAR   PIC 9(05) VALUE 0.

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 110-CARGAR-TABLAS THRU F-110-CARGAR-TABLAS.

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
           IF WS-FSTATUS-MAE = '35'
              OPEN OUTPUT MAESTRO
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-TABLAS.
           OPEN INPUT TABLA-MARCAS.
           IF WS-FSTATUS-TMA NOT = '00'
              DISPLAY 'ERROR AL ABRIR TABLA_Marcas.TXT - FSTATUS: '
                      WS-FSTATUS-TMA
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           SET NO-FIN-TAB TO TRUE.
           PERFORM 111-LEER-MARCA THRU F-111-LEER-MARCA
               UNTIL SI-FIN-TAB.
           CLOSE TABLA-MARCAS.

           OPEN INPUT TABLA-TALLES.
           IF WS-FSTATUS-TTA NOT = '00'
              DISPLAY 'ERROR AL ABRIR TABLA_Talles.TXT - FSTATUS: '
                      WS-FSTATUS-TTA
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           SET NO-FIN-TAB TO TRUE.
           PERFORM 112-LEER-TALLE THRU F-112-LEER-TALLE
               UNTIL SI-FIN-TAB.
           CLOSE TABLA-TALLES.

           OPEN INPUT TABLA-COLORES.
           IF WS-FSTATUS-TCO NOT = '00'
              DISPLAY 'ERROR AL ABRIR TABLA_Colores.TXT - FSTATUS: '
                      WS-FSTATUS-TCO
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           SET NO-FIN-TAB TO TRUE.
           PERFORM 113-LEER-COLOR THRU F-113-LEER-COLOR
               UNTIL SI-FIN-TAB.
           CLOSE TABLA-COLORES.
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
           MOVE TM-MARCA  TO WS-TMA-MARCA (WS-IX-TMA).
           MOVE TM-ACTIVA TO WS-TMA-ACTIVA (WS-IX-TMA).
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
              PERFORM 119-ABORTAR-TABLAS THRU F-119-ABORTAR-TABLAS
           END-IF.
           ADD 1 TO WS-TCO-CANT.
           SET WS-IX-TCO TO WS-TCO-CANT.
           MOVE TC-COLOR TO WS-TCO-COLOR (WS-IX-TCO).
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
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       205-VALIDAR-CODIGOS.
           SET CODIGOS-VALIDOS TO TRUE.
           SET WS-IX-TMA TO 1.
           SEARCH WS-TMA-ELEM
              AT END
                 SET CODIGOS-INVALIDOS TO TRUE
                 MOVE 'MARCA INEXISTENTE EN TABLA' TO RC-MOTIVO
              WHEN WS-TMA-MARCA (WS-IX-TMA) = TR-MARCA
                 IF WS-TMA-ACTIVA (WS-IX-TMA) NOT = 'S'
                    IF TRANS-ALTA OR TR-MARCA NOT = MA-MARCA
                       SET CODIGOS-INVALIDOS TO TRUE
                       MOVE 'MARCA INACTIVA' TO RC-MOTIVO
                    END-IF
                 END-IF
           END-SEARCH.
           IF CODIGOS-INVALIDOS
              GO TO F-205-VALIDAR-CODIGOS
           END-IF.

           SET WS-IX-TTA TO 1.
           SEARCH WS-TTA-ELEM
              AT END
                 SET CODIGOS-INVALIDOS TO TRUE
                 MOVE 'TALLE INEXISTENTE EN TABLA' TO RC-MOTIVO
              WHEN WS-TTA-TALLE (WS-IX-TTA) = TR-TALLE
                 CONTINUE
           END-SEARCH.
           IF CODIGOS-INVALIDOS
              GO TO F-205-VALIDAR-CODIGOS
           END-IF.

           SET WS-IX-TCO TO 1.
           SEARCH WS-TCO-ELEM
              AT END
                 SET CODIGOS-INVALIDOS TO TRUE
                 MOVE 'COLOR INEXISTENTE EN TABLA' TO RC-MOTIVO
              WHEN WS-TCO-COLOR (WS-IX-TCO) = TR-COLOR
                 CONTINUE
           END-SEARCH.
       F-205-VALIDAR-CODIGOS.
           EXIT.

      *------------------------------------------------

       210-ALTA.
           PERFORM 205-VALIDAR-CODIGOS THRU F-205-VALIDAR-CODIGOS.
           IF CODIGOS-INVALIDOS
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-210-ALTA
           END-IF.
           MOVE TR-ARTICULO TO MA-ARTICULO.
           MOVE TR-MARCA    TO MA-MARCA.
           MOVE TR-TALLE    TO MA-TALLE.
                  MOVE 'ARTICULO INEXISTENTE' TO RC-MOTIVO
                  PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
               NOT INVALID KEY
                  PERFORM 205-VALIDAR-CODIGOS
                      THRU F-205-VALIDAR-CODIGOS
           END-READ.
           IF WS-FSTATUS-MAE NOT = '00'
              GO TO F-230-MODIFICACION
           END-IF.
           IF CODIGOS-INVALIDOS
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-230-MODIFICACION
           END-IF.
           MOVE TR-MARCA  TO MA-MARCA.
           MOVE TR-TALLE  TO MA-TALLE.
           MOVE TR-COLOR  TO MA-COLOR.
           MOVE TR-STOCK  TO MA-STOCK.
           MOVE TR-PRECIO TO MA-PRECIO.
           MOVE TR-COSTO  TO MA-COSTO.
           REWRITE REGISTRO-MAESTRO
               INVALID KEY
                  MOVE 'ERROR AL REESCRIBIR' TO RC-MOTIVO
                  PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
               NOT INVALID KEY
                  ADD 1 TO WS-CONTA-MODIF
                  PERFORM 250-AUDITAR THRU F-250-AUDITAR
           END-REWRITE.
       F-230-MODIFICACION.
           EXIT.

