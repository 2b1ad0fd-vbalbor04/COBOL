      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecepC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REMITOS
           ASSIGN TO "REMITOS_Recepcion.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REM.

           SELECT ESTADO-OC
           ASSIGN TO "ESTADO_OrdenesCompra.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-EOC.

           SELECT MOVIMIENTOS
           ASSIGN TO "MOVIMIENTOS_Diarios.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-MOV.

           SELECT CIERRES
           ASSIGN TO "CIERRES_Periodos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CIE.

           SELECT REPORTE-REC
           ASSIGN TO "REPORTE_Recepcion.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT RECHAZOS
           ASSIGN TO "RECHAZOS_Recepcion.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-RCH.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RecepC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD REMITOS.
       01  REGISTRO-REMITO.
           03 RM-REMITO      PIC X(12).
           03 RM-PROVEEDOR   PIC X(05).
           03 RM-NUMERO-OC   PIC 9(06).
           03 RM-ARTICULO    PIC X(10).
           03 RM-CANTIDAD    PIC 9(07).
           03 RM-FECHA       PIC 9(08).

       FD ESTADO-OC.
       01  REGISTRO-ESTADO-OC.
           03 EO-NUMERO      PIC 9(06).
           03 EO-PROVEEDOR   PIC X(05).
           03 EO-ARTICULO    PIC X(10).
           03 EO-CANT-PEDIDA PIC 9(07).
           03 EO-CANT-RECIBIDA PIC 9(07).
           03 EO-PRECIO      PIC 9(07)V99.
           03 EO-FECHA       PIC 9(08).
           03 EO-FECHA-ENTREGA PIC 9(08).
           03 EO-FECHA-ULT-REC PIC 9(08).
           03 EO-ESTADO      PIC X(01).
              88 EO-ABIERTA      VALUE 'A'.
              88 EO-PARCIAL      VALUE 'P'.
              88 EO-CERRADA      VALUE 'C'.

       FD MOVIMIENTOS.
       01  REGISTRO-MOVIMIENTO.
           03 MV-ARTICULO    PIC X(10).
           03 MV-TIPO        PIC X(01).
           03 MV-CANTIDAD    PIC 9(07).
           03 MV-FECHA       PIC 9(08).
           03 MV-COSTO       PIC 9(07)V99.
           03 MV-ORIGEN      PIC X(01).

       FD CIERRES.
       01  REGISTRO-CIERRE.
           03 CP-PERIODO     PIC 9(06).
           03 CP-FECHA-CIERRE PIC 9(08).
           03 CP-ARTICULOS   PIC 9(07).
           03 CP-UNIDADES    PIC 9(09).
           03 CP-VALOR       PIC 9(11)V99.

       FD REPORTE-REC.
       01  LINEA-REPORTE         PIC X(132).

       FD RECHAZOS.
       01  LINEA-RECHAZO         PIC X(100).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN                PIC X(1).
           88 SI-FIN             VALUE 'S'.
           88 NO-FIN             VALUE 'N'.

       01  WS-FIN-EOC            PIC X(1) VALUE 'N'.
           88 SI-FIN-EOC         VALUE 'S'.
           88 NO-FIN-EOC         VALUE 'N'.

       01  WS-FIN-CIE            PIC X(1) VALUE 'N'.
           88 SI-FIN-CIE         VALUE 'S'.
           88 NO-FIN-CIE         VALUE 'N'.

       01  WS-SIN-REMITOS        PIC X(1) VALUE 'N'.
           88 SI-SIN-REMITOS     VALUE 'S'.
           88 NO-SIN-REMITOS     VALUE 'N'.

       77  WS-FSTATUS-REM        PIC X(2).
       77  WS-FSTATUS-EOC        PIC X(2).
       77  WS-FSTATUS-MOV        PIC X(2).
       77  WS-FSTATUS-CIE        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-CONTA-LINEAS       PIC 9(07) VALUE 0.
       77  WS-CONTA-ACEPTADAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-RECHAZOS     PIC 9(07) VALUE 0.
       77  WS-CONTA-CERRADAS     PIC 9(07) VALUE 0.
       77  WS-CONTA-PARCIALES    PIC 9(07) VALUE 0.
       77  WS-CONTA-OC-LEIDAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-OC-GRABADAS  PIC 9(07) VALUE 0.
       77  WS-TOTAL-UNIDADES     PIC 9(09) VALUE 0.
       77  WS-PENDIENTE          PIC 9(07) VALUE 0.
       77  WS-PERIODO-CERRADO    PIC 9(06) VALUE 0.
       77  WS-PERIODO-MOV        PIC 9(06) VALUE 0.

       01  WS-TAB-ESTADO.
           03 WS-EOC-CANT        PIC 9(04) VALUE 0.
           03 WS-EOC-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-EOC-CANT
                          INDEXED BY WS-IX-EOC.
              05 WS-EOC-NUMERO   PIC 9(06).
              05 WS-EOC-PROVEEDOR PIC X(05).
              05 WS-EOC-ARTICULO PIC X(10).
              05 WS-EOC-PEDIDA   PIC 9(07).
              05 WS-EOC-RECIBIDA PIC 9(07).
              05 WS-EOC-PRECIO   PIC 9(07)V99.
              05 WS-EOC-FECHA    PIC 9(08).
              05 WS-EOC-ENTREGA  PIC 9(08).
              05 WS-EOC-ULT-REC  PIC 9(08).
              05 WS-EOC-ESTADO   PIC X(01).

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'RECEPC1'.
           03 WS-CTL-FECHA       PIC 9(08).
           03 WS-CTL-RETCODE     PIC 9(02).
           03 WS-CTL-RESULTADO   PIC X(01).
              88 CTL-PERMITIDO   VALUE '0'.
              88 CTL-BLOQUEADO   VALUE '1'.
           03 WS-CTL-MOTIVO      PIC X(40).

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  LIN-ENCABEZADO-REC.
           03 FILLER             PIC X(30) VALUE
              'RECEPCION DE MERCADERIA'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LER-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-AAAA           PIC 9999.

       01  LIN-ENCABEZADO-REC-2.
           03 FILLER             PIC X(14) VALUE 'REMITO'.
           03 FILLER             PIC X(8)  VALUE 'ORDEN'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(10) VALUE 'RECIBIDO'.
           03 FILLER             PIC X(10) VALUE 'PEDIDO'.
           03 FILLER             PIC X(10) VALUE 'ACUMULADO'.
           03 FILLER             PIC X(10) VALUE 'PENDIENTE'.
           03 FILLER             PIC X(8)  VALUE 'ESTADO'.

       01  LIN-DETALLE-REC.
           03 LDR-REMITO         PIC X(12).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-NUMERO-OC      PIC 9(06).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-RECIBIDO       PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDR-PEDIDO         PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDR-ACUMULADO      PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDR-PENDIENTE      PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDR-ESTADO         PIC X(8).

       01  LIN-TOTAL-REC.
           03 FILLER             PIC X(8)  VALUE 'LINEAS: '.
           03 LTR-LINEAS         PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' ACEPTADAS: '.
           03 LTR-ACEPTADAS      PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' RECHAZOS: '.
           03 LTR-RECHAZOS       PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' UNIDADES: '.
           03 LTR-UNIDADES       PIC Z(8)9.

       01  LIN-TOTAL-REC-2.
           03 FILLER             PIC X(20) VALUE
              'LINEAS OC CERRADAS: '.
           03 LTR-CERRADAS       PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' PARCIALES: '.
           03 LTR-PARCIALES      PIC Z(6)9.

       01  LIN-RECHAZO.
           03 RC-REMITO          PIC X(12).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RC-NUMERO-OC       PIC X(6).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RC-ARTICULO        PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RC-CANTIDAD        PIC X(7).
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
           03 FILLER             PIC X(8)  VALUE 'LINEAS: '.
           03 LB-LINEAS          PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' ACEPTADAS: '.
           03 LB-ACEPTADAS       PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' RECHAZOS: '.
           03 LB-RECHAZOS        PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' LINEAS OC: '.
           03 LB-LINEAS-OC       PIC Z(6)9.

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

           MOVE 'I' TO WS-CTL-ACCION.
           MOVE WS-FECHA-HOY-N TO WS-CTL-FECHA.
           MOVE ZEROES TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           IF CTL-BLOQUEADO
              DISPLAY 'CONTROL DE CORRIDA: ' WS-CTL-MOTIVO
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 110-CARGAR-ESTADO THRU F-110-CARGAR-ESTADO.
           PERFORM 120-LEER-CIERRES THRU F-120-LEER-CIERRES.

           SET NO-SIN-REMITOS TO TRUE.
           OPEN INPUT REMITOS.
           IF WS-FSTATUS-REM = '35'
              DISPLAY 'AVISO: ARCHIVO REMITOS_Recepcion.TXT NO EXISTE '
                      '- NO HAY ENTREGAS PARA RECIBIR'
              SET SI-SIN-REMITOS TO TRUE
              SET SI-FIN TO TRUE
           END-IF.
           IF WS-FSTATUS-REM NOT = '00' AND NO-SIN-REMITOS
              DISPLAY 'ERROR AL ABRIR REMITOS - FSTATUS: '
                      WS-FSTATUS-REM
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND MOVIMIENTOS.
           IF WS-FSTATUS-MOV = '35'
              OPEN OUTPUT MOVIMIENTOS
           END-IF.
           IF WS-FSTATUS-MOV NOT = '00'
              DISPLAY 'ERROR AL ABRIR MOVIMIENTOS - FSTATUS: '
                      WS-FSTATUS-MOV
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              IF NO-SIN-REMITOS
                 CLOSE REMITOS
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORTE-REC.
           OPEN OUTPUT RECHAZOS.

           MOVE WS-FECHA-DD   TO LER-DD.
           MOVE WS-FECHA-MM   TO LER-MM.
           MOVE WS-FECHA-AAAA TO LER-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REC.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REC-2.

           IF SI-SIN-REMITOS
              GO TO F-100-INICIO
           END-IF.
           PERFORM LEER-REMITO THRU F-LEER-REMITO.
           IF SI-FIN
              DISPLAY 'EL ARCHIVO DE REMITOS ESTA VACIO'
           END-IF.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-ESTADO.
           OPEN INPUT ESTADO-OC.
           IF WS-FSTATUS-EOC = '35'
              DISPLAY 'AVISO: ARCHIVO ESTADO_OrdenesCompra.TXT '
                      'NO EXISTE - SIN ORDENES ABIERTAS'
              GO TO F-110-CARGAR-ESTADO
           END-IF.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR AL ABRIR ESTADO OC - FSTATUS: '
                      WS-FSTATUS-EOC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-EOC TO TRUE.
           PERFORM 115-LEER-ESTADO THRU F-115-LEER-ESTADO
               UNTIL SI-FIN-EOC.
           CLOSE ESTADO-OC.
       F-110-CARGAR-ESTADO.
           EXIT.

      *------------------------------------------------

       115-LEER-ESTADO.
           READ ESTADO-OC NEXT
               AT END
                   SET SI-FIN-EOC TO TRUE
           END-READ.
           IF SI-FIN-EOC
              GO TO F-115-LEER-ESTADO
           END-IF.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ESTADO OC - FSTATUS: '
                      WS-FSTATUS-EOC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ESTADO-OC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-OC-LEIDAS.
           IF EO-CERRADA
              GO TO F-115-LEER-ESTADO
           END-IF.
           IF WS-EOC-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 LINEAS DE OC ABIERTAS '
                      'EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ESTADO-OC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-EOC-CANT.
           SET WS-IX-EOC TO WS-EOC-CANT.
           MOVE EO-NUMERO        TO WS-EOC-NUMERO (WS-IX-EOC).
           MOVE EO-PROVEEDOR     TO WS-EOC-PROVEEDOR (WS-IX-EOC).
           MOVE EO-ARTICULO      TO WS-EOC-ARTICULO (WS-IX-EOC).
           MOVE EO-CANT-PEDIDA   TO WS-EOC-PEDIDA (WS-IX-EOC).
           MOVE EO-CANT-RECIBIDA TO WS-EOC-RECIBIDA (WS-IX-EOC).
           MOVE EO-PRECIO        TO WS-EOC-PRECIO (WS-IX-EOC).
           MOVE EO-FECHA         TO WS-EOC-FECHA (WS-IX-EOC).
           MOVE EO-FECHA-ENTREGA TO WS-EOC-ENTREGA (WS-IX-EOC).
           MOVE EO-FECHA-ULT-REC TO WS-EOC-ULT-REC (WS-IX-EOC).
           MOVE EO-ESTADO        TO WS-EOC-ESTADO (WS-IX-EOC).
       F-115-LEER-ESTADO.
           EXIT.

      *------------------------------------------------

       120-LEER-CIERRES.
           MOVE ZEROES TO WS-PERIODO-CERRADO.
           OPEN INPUT CIERRES.
           IF WS-FSTATUS-CIE NOT = '00'
              GO TO F-120-LEER-CIERRES
           END-IF.
           SET NO-FIN-CIE TO TRUE.
           PERFORM 125-LEER-CIERRE THRU F-125-LEER-CIERRE
               UNTIL SI-FIN-CIE.
           CLOSE CIERRES.
       F-120-LEER-CIERRES.
           EXIT.

      *------------------------------------------------

       125-LEER-CIERRE.
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
       F-125-LEER-CIERRE.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           EVALUATE TRUE
              WHEN RM-NUMERO-OC NOT NUMERIC
                 MOVE 'NUMERO DE ORDEN INVALIDO' TO RC-MOTIVO
                 PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              WHEN RM-CANTIDAD NOT NUMERIC
                 MOVE 'CANTIDAD NO NUMERICA' TO RC-MOTIVO
                 PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              WHEN RM-CANTIDAD = 0
                 MOVE 'CANTIDAD EN CERO' TO RC-MOTIVO
                 PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              WHEN OTHER
                 PERFORM 210-BUSCAR-ORDEN THRU F-210-BUSCAR-ORDEN
           END-EVALUATE.
           PERFORM LEER-REMITO THRU F-LEER-REMITO.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       210-BUSCAR-ORDEN.
           SET WS-IX-EOC TO 1.
           SEARCH WS-EOC-ELEM
              AT END
                 MOVE 'ORDEN/ARTICULO INEXISTENTE' TO RC-MOTIVO
                 PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              WHEN WS-EOC-NUMERO (WS-IX-EOC) EQUAL RM-NUMERO-OC
               AND WS-EOC-ARTICULO (WS-IX-EOC) EQUAL RM-ARTICULO
                 PERFORM 220-VALIDAR-ENTREGA
                     THRU F-220-VALIDAR-ENTREGA
           END-SEARCH.
       F-210-BUSCAR-ORDEN.
           EXIT.

      *------------------------------------------------

       220-VALIDAR-ENTREGA.
           IF RM-FECHA NOT NUMERIC
              MOVE 'FECHA DE REMITO INVALIDA' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (RM-FECHA) NOT = 0
              MOVE 'FECHA DE REMITO INVALIDA' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           IF RM-FECHA GREATER THAN WS-FECHA-HOY-N
              MOVE 'FECHA DE REMITO FUTURA' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           COMPUTE WS-PERIODO-MOV = RM-FECHA / 100.
           IF WS-PERIODO-CERRADO GREATER THAN 0
              AND WS-PERIODO-MOV NOT GREATER THAN WS-PERIODO-CERRADO
              MOVE 'PERIODO CERRADO' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           IF WS-EOC-ESTADO (WS-IX-EOC) = 'C'
              MOVE 'LINEA DE ORDEN YA CERRADA' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           IF RM-PROVEEDOR NOT = SPACES
              AND RM-PROVEEDOR NOT = WS-EOC-PROVEEDOR (WS-IX-EOC)
              MOVE 'PROVEEDOR NO COINCIDE CON OC' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           COMPUTE WS-PENDIENTE = WS-EOC-PEDIDA (WS-IX-EOC)
                                - WS-EOC-RECIBIDA (WS-IX-EOC).
           IF RM-CANTIDAD GREATER THAN WS-PENDIENTE
              MOVE 'SOBREENTREGA - EXCEDE LO PEDIDO' TO RC-MOTIVO
              PERFORM 240-RECHAZAR THRU F-240-RECHAZAR
              GO TO F-220-VALIDAR-ENTREGA
           END-IF.
           PERFORM 230-ACEPTAR-ENTREGA THRU F-230-ACEPTAR-ENTREGA.
       F-220-VALIDAR-ENTREGA.
           EXIT.

      *------------------------------------------------

       230-ACEPTAR-ENTREGA.
           ADD RM-CANTIDAD TO WS-EOC-RECIBIDA (WS-IX-EOC).
           IF RM-FECHA GREATER THAN WS-EOC-ULT-REC (WS-IX-EOC)
              MOVE RM-FECHA TO WS-EOC-ULT-REC (WS-IX-EOC)
           END-IF.
           COMPUTE WS-PENDIENTE = WS-EOC-PEDIDA (WS-IX-EOC)
                                - WS-EOC-RECIBIDA (WS-IX-EOC).
           IF WS-PENDIENTE = 0
              MOVE 'C' TO WS-EOC-ESTADO (WS-IX-EOC)
              MOVE 'CERRADA' TO LDR-ESTADO
              ADD 1 TO WS-CONTA-CERRADAS
           ELSE
              MOVE 'P' TO WS-EOC-ESTADO (WS-IX-EOC)
              MOVE 'PARCIAL' TO LDR-ESTADO
              ADD 1 TO WS-CONTA-PARCIALES
           END-IF.

           MOVE RM-ARTICULO    TO MV-ARTICULO.
           MOVE 'E'            TO MV-TIPO.
           MOVE RM-CANTIDAD    TO MV-CANTIDAD.
           MOVE RM-FECHA       TO MV-FECHA.
           MOVE WS-EOC-PRECIO (WS-IX-EOC) TO MV-COSTO.
           MOVE 'R'            TO MV-ORIGEN.
           WRITE REGISTRO-MOVIMIENTO.
           ADD 1 TO WS-CONTA-ACEPTADAS.
           ADD RM-CANTIDAD TO WS-TOTAL-UNIDADES.

           MOVE RM-REMITO      TO LDR-REMITO.
           MOVE RM-NUMERO-OC   TO LDR-NUMERO-OC.
           MOVE RM-ARTICULO    TO LDR-ARTICULO.
           MOVE RM-CANTIDAD    TO LDR-RECIBIDO.
           MOVE WS-EOC-PEDIDA (WS-IX-EOC)   TO LDR-PEDIDO.
           MOVE WS-EOC-RECIBIDA (WS-IX-EOC) TO LDR-ACUMULADO.
           MOVE WS-PENDIENTE   TO LDR-PENDIENTE.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-REC.
       F-230-ACEPTAR-ENTREGA.
           EXIT.

      *------------------------------------------------

       240-RECHAZAR.
           MOVE RM-REMITO    TO RC-REMITO.
           MOVE RM-NUMERO-OC TO RC-NUMERO-OC.
           MOVE RM-ARTICULO  TO RC-ARTICULO.
           MOVE RM-CANTIDAD  TO RC-CANTIDAD.
           WRITE LINEA-RECHAZO FROM LIN-RECHAZO.
           ADD 1 TO WS-CONTA-RECHAZOS.
       F-240-RECHAZAR.
           EXIT.

      *------------------------------------------------

       LEER-REMITO.
           READ REMITOS NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              IF WS-FSTATUS-REM = '00'
                 ADD 1 TO WS-CONTA-LINEAS
              ELSE
                 DISPLAY 'ERROR DE LECTURA EN REMITOS - FSTATUS: '
                         WS-FSTATUS-REM ' REGISTRO: ' WS-CONTA-LINEAS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE REMITOS
                 CLOSE MOVIMIENTOS
                 CLOSE REPORTE-REC
                 CLOSE RECHAZOS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       F-LEER-REMITO.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           IF NO-SIN-REMITOS
              CLOSE REMITOS
           END-IF.
           CLOSE MOVIMIENTOS.
           CLOSE RECHAZOS.

           PERFORM 310-GRABAR-ESTADO THRU F-310-GRABAR-ESTADO.

           MOVE WS-CONTA-LINEAS    TO LTR-LINEAS.
           MOVE WS-CONTA-ACEPTADAS TO LTR-ACEPTADAS.
           MOVE WS-CONTA-RECHAZOS  TO LTR-RECHAZOS.
           MOVE WS-TOTAL-UNIDADES  TO LTR-UNIDADES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REC.
           MOVE WS-CONTA-CERRADAS  TO LTR-CERRADAS.
           MOVE WS-CONTA-PARCIALES TO LTR-PARCIALES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REC-2.
           CLOSE REPORTE-REC.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-GRABAR-ESTADO.
           OPEN OUTPUT ESTADO-OC.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR AL GRABAR ESTADO_OrdenesCompra.TXT - '
                      'FSTATUS: ' WS-FSTATUS-EOC
              MOVE 8 TO RETURN-CODE
              GO TO F-310-GRABAR-ESTADO
           END-IF.
           PERFORM 315-GRABAR-LINEA-OC THRU F-315-GRABAR-LINEA-OC
               VARYING WS-IX-EOC FROM 1 BY 1
               UNTIL WS-IX-EOC > WS-EOC-CANT.
           CLOSE ESTADO-OC.
       F-310-GRABAR-ESTADO.
           EXIT.

      *------------------------------------------------

       315-GRABAR-LINEA-OC.
           MOVE WS-EOC-NUMERO (WS-IX-EOC)    TO EO-NUMERO.
           MOVE WS-EOC-PROVEEDOR (WS-IX-EOC) TO EO-PROVEEDOR.
           MOVE WS-EOC-ARTICULO (WS-IX-EOC)  TO EO-ARTICULO.
           MOVE WS-EOC-PEDIDA (WS-IX-EOC)    TO EO-CANT-PEDIDA.
           MOVE WS-EOC-RECIBIDA (WS-IX-EOC)  TO EO-CANT-RECIBIDA.
           MOVE WS-EOC-PRECIO (WS-IX-EOC)    TO EO-PRECIO.
           MOVE WS-EOC-FECHA (WS-IX-EOC)     TO EO-FECHA.
           MOVE WS-EOC-ENTREGA (WS-IX-EOC)   TO EO-FECHA-ENTREGA.
           MOVE WS-EOC-ULT-REC (WS-IX-EOC)   TO EO-FECHA-ULT-REC.
           MOVE WS-EOC-ESTADO (WS-IX-EOC)    TO EO-ESTADO.
           WRITE REGISTRO-ESTADO-OC.
           ADD 1 TO WS-CONTA-OC-GRABADAS.
       F-315-GRABAR-LINEA-OC.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-LINEAS    TO LB-LINEAS.
           MOVE WS-CONTA-ACEPTADAS TO LB-ACEPTADAS.
           MOVE WS-CONTA-RECHAZOS  TO LB-RECHAZOS.
           MOVE WS-CONTA-OC-GRABADAS TO LB-LINEAS-OC.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
