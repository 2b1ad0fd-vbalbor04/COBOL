           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-RPP.

           SELECT AUDITORIA
           ASSIGN TO "AUDITORIA_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-AUD.

           SELECT BITACORA
           ASSIGN TO "BITACORA_PrecioC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 PP-ARTICULO    PIC X(10).
           03 PP-PRECIO      PIC 9(07)V99.
           03 PP-FECHA-VIG   PIC 9(08).
           03 PP-TIPO-PRECIO PIC X(01).
              88 PP-PRECIO-VENTA VALUE 'V'.

       FD REPORTE-REV.
       01  LINEA-REPORTE         PIC X(132).
           03 PN-ARTICULO    PIC X(10).
           03 PN-PRECIO      PIC 9(07)V99.
           03 PN-FECHA-VIG   PIC 9(08).
           03 PN-TIPO-PRECIO PIC X(01).

       FD REPORTE-PEN.
       01  LINEA-PENDIENTE       PIC X(132).

       FD AUDITORIA.
       01  LINEA-AUDITORIA       PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-PEN        PIC X(2).
       77  WS-FSTATUS-RPP        PIC X(2).
       77  WS-FSTATUS-AUD        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-CONTA-PRECIOS      PIC 9(07) VALUE 0.
           88 SI-SIN-FEED        VALUE 'S'.
           88 NO-SIN-FEED        VALUE 'N'.

       01  WS-RSP-AREA.
           03 WS-RSP-PROGRAMA    PIC X(09) VALUE 'PRECIOC1'.
           03 WS-RSP-RESULTADO   PIC X(01).
              88 RSP-CORRECTO    VALUE '0'.
              88 RSP-FALLIDO     VALUE '1'.
           03 WS-RSP-NUMERO      PIC 9(05).
           03 WS-RSP-MOTIVO      PIC X(40).
           03 WS-RSP-CONSERVAR   PIC 9(05) VALUE 0.

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'PRECIOC1'.
              05 WS-PEN-ARTICULO PIC X(10).
              05 WS-PEN-PRECIO   PIC 9(07)V99.
              05 WS-PEN-FECHA    PIC 9(08).
              05 WS-PEN-TIPO     PIC X(01).
                 88 PEN-PRECIO-VENTA VALUE 'V'.
              05 WS-PEN-ESTADO   PIC X(01).
                 88 PEN-PENDIENTE  VALUE 'P'.
                 88 PEN-APLICADO   VALUE 'A'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'PRECIO'.
           03 FILLER             PIC X(12) VALUE 'VIGENCIA'.
           03 FILLER             PIC X(8)  VALUE 'TIPO'.
           03 FILLER             PIC X(12) VALUE 'ESTADO'.

       01  LIN-DETALLE-PEN.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-FECHA          PIC 9(8).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDP-TIPO           PIC X(06).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-ESTADO         PIC X(12).

       01  LIN-TOTAL-PEN.
           03 FILLER             PIC X(13) VALUE ' PENDIENTES: '.
           03 LTP-PENDIENTES     PIC Z(4)9.

       01  LIN-AUDITORIA.
           03 AU-FECHA           PIC 9(08).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-HH              PIC 99.
           03 FILLER             PIC X(1)  VALUE ':'.
           03 AU-MI              PIC 99.
           03 FILLER             PIC X(1)  VALUE ':'.
           03 AU-SS              PIC 99.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-TIPO            PIC X(1).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-ARTICULO        PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-MARCA           PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-TALLE           PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-COLOR           PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-STOCK           PIC 9(07).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-PRECIO          PIC 9(07).99.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 AU-COSTO           PIC 9(07).99.

       01  LIN-RECHAZO.
           03 RC-ARTICULO        PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
              STOP RUN
           END-IF.

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
              IF WS-FSTATUS-MAE = '35'
           OPEN OUTPUT REPORTE-REV.
           OPEN OUTPUT RECHAZOS.

           OPEN EXTEND AUDITORIA.
           IF WS-FSTATUS-AUD = '35'
              OPEN OUTPUT AUDITORIA
           END-IF.

           OPEN OUTPUT REPORTE-PEN.
           MOVE WS-FECHA-DD   TO LEP-DD.
           MOVE WS-FECHA-MM   TO LEP-MM.
              MOVE PN-ARTICULO  TO WS-PEN-ARTICULO (WS-IX-PEN)
              MOVE PN-PRECIO    TO WS-PEN-PRECIO (WS-IX-PEN)
              MOVE PN-FECHA-VIG TO WS-PEN-FECHA (WS-IX-PEN)
              MOVE PN-TIPO-PRECIO TO WS-PEN-TIPO (WS-IX-PEN)
              MOVE 'P'          TO WS-PEN-ESTADO (WS-IX-PEN)
           END-IF.
       F-125-LEER-PENDIENTE.
               INVALID KEY
                  MOVE 'D' TO WS-PEN-ESTADO (WS-IX-PEN-W)
               NOT INVALID KEY
                  IF PEN-PRECIO-VENTA (WS-IX-PEN-W)
                     MOVE WS-PEN-PRECIO (WS-IX-PEN-W) TO MA-PRECIO
                  ELSE
                     MOVE WS-PEN-PRECIO (WS-IX-PEN-W) TO MA-COSTO
                  END-IF
                  REWRITE REGISTRO-MAESTRO
                      INVALID KEY
                         MOVE 'D' TO WS-PEN-ESTADO (WS-IX-PEN-W)
                         MOVE 'A' TO WS-PEN-ESTADO (WS-IX-PEN-W)
                         ADD 1 TO WS-CONTA-APLICADOS
                         ADD 1 TO WS-CONTA-PEN-APLIC
                         PERFORM 250-AUDITAR THRU F-250-AUDITAR
                  END-REWRITE
           END-READ.
       F-130-APLICAR-PENDIENTE.
                  PERFORM 230-RECHAZAR-PRECIO
                      THRU F-230-RECHAZAR-PRECIO
               NOT INVALID KEY
                  IF PP-PRECIO-VENTA
                     MOVE PP-PRECIO TO MA-PRECIO
                  ELSE
                     MOVE PP-PRECIO TO MA-COSTO
                  END-IF
                  REWRITE REGISTRO-MAESTRO
                      INVALID KEY
                         MOVE 'ERROR AL REESCRIBIR' TO RC-MOTIVO
                             THRU F-230-RECHAZAR-PRECIO
                      NOT INVALID KEY
                         ADD 1 TO WS-CONTA-APLICADOS
                         PERFORM 250-AUDITAR THRU F-250-AUDITAR
                  END-REWRITE
           END-READ.
       F-210-ACTUALIZAR-PRECIO.
              WHEN WS-PEN-ARTICULO (WS-IX-PEN) EQUAL PP-ARTICULO
                 AND WS-PEN-PRECIO (WS-IX-PEN) EQUAL PP-PRECIO
                 AND WS-PEN-FECHA (WS-IX-PEN) EQUAL PP-FECHA-VIG
                 AND WS-PEN-TIPO (WS-IX-PEN) EQUAL PP-TIPO-PRECIO
                 CONTINUE
           END-SEARCH.
       F-240-RETENER-PRECIO.
              MOVE PP-ARTICULO  TO WS-PEN-ARTICULO (WS-IX-PEN)
              MOVE PP-PRECIO    TO WS-PEN-PRECIO (WS-IX-PEN)
              MOVE PP-FECHA-VIG TO WS-PEN-FECHA (WS-IX-PEN)
              MOVE PP-TIPO-PRECIO TO WS-PEN-TIPO (WS-IX-PEN)
              MOVE 'P'          TO WS-PEN-ESTADO (WS-IX-PEN)
           END-IF.
       F-245-AGREGAR-PENDIENTE.
           EXIT.

      *------------------------------------------------

       250-AUDITAR.
           MOVE WS-FECHA-HOY-N TO AU-FECHA.
           MOVE WS-HI-HH     TO AU-HH.
           MOVE WS-HI-MM     TO AU-MI.
           MOVE WS-HI-SS     TO AU-SS.
           MOVE 'P'          TO AU-TIPO.
           MOVE MA-ARTICULO  TO AU-ARTICULO.
           MOVE MA-MARCA     TO AU-MARCA.
           MOVE MA-TALLE     TO AU-TALLE.
           MOVE MA-COLOR     TO AU-COLOR.
           MOVE MA-STOCK     TO AU-STOCK.
           MOVE MA-PRECIO    TO AU-PRECIO.
           MOVE MA-COSTO     TO AU-COSTO.
           WRITE LINEA-AUDITORIA FROM LIN-AUDITORIA.
       F-250-AUDITAR.
           EXIT.

      *------------------------------------------------

       LEER-PRECIO.
                 CLOSE REPORTE-REV
                 CLOSE RECHAZOS
                 CLOSE REPORTE-PEN
                 CLOSE AUDITORIA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           CLOSE REPORTE-REV.
           CLOSE RECHAZOS.
           CLOSE REPORTE-PEN.
           CLOSE AUDITORIA.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           MOVE WS-PEN-ARTICULO (WS-IX-PEN-W) TO LDP-ARTICULO.
           MOVE WS-PEN-PRECIO (WS-IX-PEN-W)   TO LDP-PRECIO.
           MOVE WS-PEN-FECHA (WS-IX-PEN-W)    TO LDP-FECHA.
           IF PEN-PRECIO-VENTA (WS-IX-PEN-W)
              MOVE 'VENTA' TO LDP-TIPO
           ELSE
              MOVE 'COSTO' TO LDP-TIPO
           END-IF.
           EVALUATE WS-PEN-ESTADO (WS-IX-PEN-W)
              WHEN 'A'
                 MOVE 'APLICADO' TO LDP-ESTADO
                 MOVE WS-PEN-ARTICULO (WS-IX-PEN-W) TO PN-ARTICULO
                 MOVE WS-PEN-PRECIO (WS-IX-PEN-W)   TO PN-PRECIO
                 MOVE WS-PEN-FECHA (WS-IX-PEN-W)    TO PN-FECHA-VIG
                 MOVE WS-PEN-TIPO (WS-IX-PEN-W)     TO PN-TIPO-PRECIO
                 WRITE REGISTRO-PENDIENTE
                 ADD 1 TO WS-CONTA-PEN-RESTAN
           END-EVALUATE.
