      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendOCC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROVEEDORES
           ASSIGN TO "PROVEEDORES_Datos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRV.

           SELECT ESTADO-OC
           ASSIGN TO "ESTADO_OrdenesCompra.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-EOC.

           SELECT ORDENA-PEN
           ASSIGN TO "SORTWORK_PendOCC1.TMP".

           SELECT REPORTE-PEN
           ASSIGN TO "REPORTE_PendientesOC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_PendOCC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD PROVEEDORES.
       01  REGISTRO-PROVEEDOR.
           03 PV-PROVEEDOR   PIC X(05).
           03 PV-NOMBRE      PIC X(30).
           03 PV-DIAS-ENTREGA PIC 9(03).

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

       SD ORDENA-PEN.
       01  REG-ORDENA.
           03 ORD-PROVEEDOR  PIC X(05).
           03 ORD-FECHA-ENTREGA PIC 9(08).
           03 ORD-NUMERO     PIC 9(06).
           03 ORD-ARTICULO   PIC X(10).
           03 ORD-PEDIDA     PIC 9(07).
           03 ORD-RECIBIDA   PIC 9(07).
           03 ORD-PRECIO     PIC 9(07)V99.
           03 ORD-FECHA      PIC 9(08).
           03 ORD-ESTADO     PIC X(01).

       FD REPORTE-PEN.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-PRV            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRV         VALUE 'S'.
           88 NO-FIN-PRV         VALUE 'N'.

       01  WS-FIN-EOC            PIC X(1) VALUE 'N'.
           88 SI-FIN-EOC         VALUE 'S'.
           88 NO-FIN-EOC         VALUE 'N'.

       01  WS-FIN-ORD            PIC X(1) VALUE 'N'.
           88 SI-FIN-ORD         VALUE 'S'.
           88 NO-FIN-ORD         VALUE 'N'.

       77  WS-FSTATUS-PRV        PIC X(2).
       77  WS-FSTATUS-EOC        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-CONTA-LEIDAS       PIC 9(07) VALUE 0.
       77  WS-CONTA-PENDIENTES   PIC 9(07) VALUE 0.
       77  WS-CONTA-ATRASADAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-PROVEEDORES  PIC 9(05) VALUE 0.

       77  WS-PROVEEDOR          PIC X(05).
       77  WS-DIAS-PROVEEDOR     PIC 9(03) VALUE 0.
       77  WS-DIAS-HOY           PIC 9(07) VALUE 0.
       77  WS-DIAS-ATRASO        PIC 9(05) VALUE 0.
       77  WS-FECHA-ENTREGA      PIC 9(08) VALUE 0.
       77  WS-PENDIENTE          PIC 9(07) VALUE 0.
       77  WS-VALOR-LINEA        PIC 9(09)V99 VALUE 0.

       01  WS-ACUM-PROVEEDOR.
           03 WS-PRV-LINEAS      PIC 9(05).
           03 WS-PRV-ATRASADAS   PIC 9(05).
           03 WS-PRV-UNIDADES    PIC 9(09).
           03 WS-PRV-VALOR       PIC 9(11)V99.

       01  WS-ACUM-GENERAL.
           03 WS-GRL-UNIDADES    PIC 9(09).
           03 WS-GRL-VALOR       PIC 9(11)V99.
           03 WS-GRL-VALOR-ATR   PIC 9(11)V99.

       01  WS-TAB-PROVEEDORES.
           03 WS-PRV-CANT        PIC 9(03) VALUE 0.
           03 WS-PRV-ELEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-PRV-CANT
                          INDEXED BY WS-IX-PRV.
              05 WS-PRV-CODIGO   PIC X(05).
              05 WS-PRV-NOMBRE   PIC X(30).
              05 WS-PRV-DIAS     PIC 9(03).

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'PENDOCC1'.
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

       01  LIN-ENCABEZADO-PEN.
           03 FILLER             PIC X(36) VALUE
              'ORDENES DE COMPRA PENDIENTES'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LEP-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEP-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEP-AAAA           PIC 9999.

       01  LIN-PROVEEDOR-PEN.
           03 FILLER             PIC X(12) VALUE 'PROVEEDOR: '.
           03 LPP-PROVEEDOR      PIC X(05).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LPP-NOMBRE         PIC X(30).
           03 FILLER             PIC X(16) VALUE ' PLAZO ENTREGA: '.
           03 LPP-DIAS           PIC ZZ9.
           03 FILLER             PIC X(5)  VALUE ' DIAS'.

       01  LIN-ENCABEZADO-PEN-2.
           03 FILLER             PIC X(8)  VALUE 'ORDEN'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'FECHA OC'.
           03 FILLER             PIC X(12) VALUE 'ENTREGA'.
           03 FILLER             PIC X(9)  VALUE 'PEDIDO'.
           03 FILLER             PIC X(9)  VALUE 'RECIBIDO'.
           03 FILLER             PIC X(10) VALUE 'PENDIENTE'.
           03 FILLER             PIC X(14) VALUE 'VALOR PEND.'.
           03 FILLER             PIC X(8)  VALUE 'ATRASO'.
           03 FILLER             PIC X(8)  VALUE 'ESTADO'.

       01  LIN-DETALLE-PEN.
           03 LDP-NUMERO         PIC 9(06).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-FECHA-DD       PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDP-FECHA-MM       PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDP-FECHA-AAAA     PIC 9999.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-ENTREGA-DD     PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDP-ENTREGA-MM     PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDP-ENTREGA-AAAA   PIC 9999.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-PEDIDA         PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-RECIBIDA       PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-PENDIENTE      PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-VALOR          PIC Z(8)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-ATRASO         PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDP-ESTADO         PIC X(10).

       01  LIN-TOTAL-PROVEEDOR.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE 'LINEAS: '.
           03 LTP-LINEAS         PIC Z(4)9.
           03 FILLER             PIC X(13) VALUE ' ATRASADAS: '.
           03 LTP-ATRASADAS      PIC Z(4)9.
           03 FILLER             PIC X(12) VALUE ' UNIDADES: '.
           03 LTP-UNIDADES       PIC Z(8)9.
           03 FILLER             PIC X(9)  VALUE ' VALOR: '.
           03 LTP-VALOR          PIC Z(10)9.99.

       01  LIN-TOTAL-PEN.
           03 FILLER             PIC X(13) VALUE 'PROVEEDORES: '.
           03 LTG-PROVEEDORES    PIC Z(4)9.
           03 FILLER             PIC X(10) VALUE ' LINEAS: '.
           03 LTG-LINEAS         PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' ATRASADAS: '.
           03 LTG-ATRASADAS      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' UNIDADES: '.
           03 LTG-UNIDADES       PIC Z(8)9.

       01  LIN-TOTAL-PEN-2.
           03 FILLER             PIC X(18) VALUE 'VALOR PENDIENTE: '.
           03 LTG-VALOR          PIC Z(10)9.99.
           03 FILLER             PIC X(20) VALUE
              '  VALOR ATRASADO: '.
           03 LTG-VALOR-ATR      PIC Z(10)9.99.

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
           03 FILLER             PIC X(8)  VALUE 'LEIDAS: '.
           03 LB-LEIDAS          PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' PENDIENTES: '.
           03 LB-PENDIENTES      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' ATRASADAS: '.
           03 LB-ATRASADAS       PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-LISTAR THRU F-200-LISTAR.
           PERFORM 300-FINAL THRU F-300-FINAL.
           STOP RUN.

      *------------------------------------------------

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-N).

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

           PERFORM 110-CARGAR-PROVEEDORES
               THRU F-110-CARGAR-PROVEEDORES.

           MOVE ZEROES TO WS-ACUM-GENERAL.
           OPEN OUTPUT REPORTE-PEN.
           MOVE WS-FECHA-DD   TO LEP-DD.
           MOVE WS-FECHA-MM   TO LEP-MM.
           MOVE WS-FECHA-AAAA TO LEP-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-PEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF WS-FSTATUS-PRV NOT = '00'
              IF WS-FSTATUS-PRV = '35'
                 DISPLAY 'ERROR: ARCHIVO PROVEEDORES_Datos.TXT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR PROVEEDORES - FSTATUS: '
                         WS-FSTATUS-PRV
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-PRV TO TRUE.
           PERFORM 115-LEER-PROVEEDOR THRU F-115-LEER-PROVEEDOR
               UNTIL SI-FIN-PRV.
           CLOSE PROVEEDORES.
       F-110-CARGAR-PROVEEDORES.
           EXIT.

      *------------------------------------------------

       115-LEER-PROVEEDOR.
           READ PROVEEDORES NEXT
               AT END
                   SET SI-FIN-PRV TO TRUE
           END-READ.
           IF NOT SI-FIN-PRV
              IF WS-FSTATUS-PRV NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN PROVEEDORES - FSTATUS: '
                         WS-FSTATUS-PRV
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE PROVEEDORES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PRV-CANT NOT LESS THAN 200
                 DISPLAY 'ERROR: LIMITE DE 200 PROVEEDORES EXCEDIDO '
                         '- SE DETIENE EL PROCESO'
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE PROVEEDORES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PRV-CANT
              SET WS-IX-PRV TO WS-PRV-CANT
              MOVE PV-PROVEEDOR    TO WS-PRV-CODIGO (WS-IX-PRV)
              MOVE PV-NOMBRE       TO WS-PRV-NOMBRE (WS-IX-PRV)
              MOVE PV-DIAS-ENTREGA TO WS-PRV-DIAS (WS-IX-PRV)
           END-IF.
       F-115-LEER-PROVEEDOR.
           EXIT.

      *------------------------------------------------

       200-LISTAR.
           SORT ORDENA-PEN
               ON ASCENDING KEY ORD-PROVEEDOR
                                ORD-FECHA-ENTREGA
                                ORD-NUMERO
                                ORD-ARTICULO
               INPUT PROCEDURE IS 210-SORT-ENTRADA
                               THRU F-210-SORT-ENTRADA
               OUTPUT PROCEDURE IS 250-SORT-SALIDA
                                THRU F-250-SORT-SALIDA.
       F-200-LISTAR.
           EXIT.

      *------------------------------------------------

       210-SORT-ENTRADA.
           OPEN INPUT ESTADO-OC.
           IF WS-FSTATUS-EOC NOT = '00'
              IF WS-FSTATUS-EOC = '35'
                 DISPLAY 'ERROR: ARCHIVO ESTADO_OrdenesCompra.TXT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR ESTADO OC - FSTATUS: '
                         WS-FSTATUS-EOC
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-PEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-EOC TO TRUE.
           PERFORM 220-LEER-ESTADO THRU F-220-LEER-ESTADO
               UNTIL SI-FIN-EOC.
           CLOSE ESTADO-OC.
       F-210-SORT-ENTRADA.
           EXIT.

      *------------------------------------------------

       220-LEER-ESTADO.
           READ ESTADO-OC NEXT
               AT END
                   SET SI-FIN-EOC TO TRUE
           END-READ.
           IF SI-FIN-EOC
              GO TO F-220-LEER-ESTADO
           END-IF.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ESTADO OC - FSTATUS: '
                      WS-FSTATUS-EOC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ESTADO-OC
              CLOSE REPORTE-PEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-LEIDAS.
           IF NOT EO-ABIERTA AND NOT EO-PARCIAL
              GO TO F-220-LEER-ESTADO
           END-IF.
           MOVE EO-PROVEEDOR     TO ORD-PROVEEDOR.
           MOVE EO-FECHA-ENTREGA TO ORD-FECHA-ENTREGA.
           MOVE EO-NUMERO        TO ORD-NUMERO.
           MOVE EO-ARTICULO      TO ORD-ARTICULO.
           MOVE EO-CANT-PEDIDA   TO ORD-PEDIDA.
           MOVE EO-CANT-RECIBIDA TO ORD-RECIBIDA.
           MOVE EO-PRECIO        TO ORD-PRECIO.
           MOVE EO-FECHA         TO ORD-FECHA.
           MOVE EO-ESTADO        TO ORD-ESTADO.
           RELEASE REG-ORDENA.
       F-220-LEER-ESTADO.
           EXIT.

      *------------------------------------------------

       250-SORT-SALIDA.
           SET NO-FIN-ORD TO TRUE.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
           IF SI-FIN-ORD
              MOVE 'SIN ORDENES DE COMPRA PENDIENTES' TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           PERFORM 260-PROVEEDOR THRU F-260-PROVEEDOR
               UNTIL SI-FIN-ORD.
       F-250-SORT-SALIDA.
           EXIT.

      *------------------------------------------------

       255-RETORNAR.
           RETURN ORDENA-PEN
               AT END
                   SET SI-FIN-ORD TO TRUE
           END-RETURN.
       F-255-RETORNAR.
           EXIT.

      *------------------------------------------------

       260-PROVEEDOR.
           MOVE ORD-PROVEEDOR TO WS-PROVEEDOR.
           MOVE ZEROES TO WS-ACUM-PROVEEDOR.
           ADD 1 TO WS-CONTA-PROVEEDORES.

           PERFORM 265-DATOS-PROVEEDOR THRU F-265-DATOS-PROVEEDOR.
           WRITE LINEA-REPORTE FROM LIN-PROVEEDOR-PEN.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-PEN-2.

           PERFORM 270-DETALLE-PENDIENTE THRU F-270-DETALLE-PENDIENTE
               UNTIL SI-FIN-ORD OR ORD-PROVEEDOR NOT EQUAL WS-PROVEEDOR.

           MOVE WS-PRV-LINEAS    TO LTP-LINEAS.
           MOVE WS-PRV-ATRASADAS TO LTP-ATRASADAS.
           MOVE WS-PRV-UNIDADES  TO LTP-UNIDADES.
           MOVE WS-PRV-VALOR     TO LTP-VALOR.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-PROVEEDOR.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-260-PROVEEDOR.
           EXIT.

      *------------------------------------------------

       265-DATOS-PROVEEDOR.
           MOVE WS-PROVEEDOR TO LPP-PROVEEDOR.
           MOVE '** PROVEEDOR NO REGISTRADO **' TO LPP-NOMBRE.
           MOVE ZEROES TO WS-DIAS-PROVEEDOR.
           SET WS-IX-PRV TO 1.
           SEARCH WS-PRV-ELEM
              AT END
                 CONTINUE
              WHEN WS-PRV-CODIGO (WS-IX-PRV) EQUAL WS-PROVEEDOR
                 MOVE WS-PRV-NOMBRE (WS-IX-PRV) TO LPP-NOMBRE
                 MOVE WS-PRV-DIAS (WS-IX-PRV) TO WS-DIAS-PROVEEDOR
           END-SEARCH.
           MOVE WS-DIAS-PROVEEDOR TO LPP-DIAS.
       F-265-DATOS-PROVEEDOR.
           EXIT.

      *------------------------------------------------

       270-DETALLE-PENDIENTE.
           IF ORD-FECHA-ENTREGA NOT NUMERIC
              OR ORD-FECHA-ENTREGA = ZEROES
              COMPUTE WS-FECHA-ENTREGA =
                      FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE (ORD-FECHA)
                           + WS-DIAS-PROVEEDOR)
           ELSE
              MOVE ORD-FECHA-ENTREGA TO WS-FECHA-ENTREGA
           END-IF.

           COMPUTE WS-PENDIENTE = ORD-PEDIDA - ORD-RECIBIDA.
           COMPUTE WS-VALOR-LINEA = WS-PENDIENTE * ORD-PRECIO
               ON SIZE ERROR
                  DISPLAY 'ERROR: DESBORDE DE VALOR EN ORDEN '
                          ORD-NUMERO ' - SE DETIENE EL PROCESO'
                  PERFORM 930-ESCRIBIR-BITACORA
                      THRU F-930-ESCRIBIR-BITACORA
                  CLOSE BITACORA
                  CLOSE REPORTE-PEN
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-COMPUTE.

           MOVE ZEROES TO WS-DIAS-ATRASO.
           IF WS-FECHA-ENTREGA LESS THAN WS-FECHA-HOY-N
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY
                      - FUNCTION INTEGER-OF-DATE (WS-FECHA-ENTREGA)
              MOVE 'ATRASADA' TO LDP-ESTADO
              ADD 1 TO WS-PRV-ATRASADAS
              ADD 1 TO WS-CONTA-ATRASADAS
              ADD WS-VALOR-LINEA TO WS-GRL-VALOR-ATR
           ELSE
              IF ORD-ESTADO = 'P'
                 MOVE 'PARCIAL' TO LDP-ESTADO
              ELSE
                 MOVE 'ABIERTA' TO LDP-ESTADO
              END-IF
           END-IF.

           MOVE ORD-NUMERO        TO LDP-NUMERO.
           MOVE ORD-ARTICULO      TO LDP-ARTICULO.
           MOVE ORD-FECHA (7:2)   TO LDP-FECHA-DD.
           MOVE ORD-FECHA (5:2)   TO LDP-FECHA-MM.
           MOVE ORD-FECHA (1:4)   TO LDP-FECHA-AAAA.
           MOVE WS-FECHA-ENTREGA (7:2) TO LDP-ENTREGA-DD.
           MOVE WS-FECHA-ENTREGA (5:2) TO LDP-ENTREGA-MM.
           MOVE WS-FECHA-ENTREGA (1:4) TO LDP-ENTREGA-AAAA.
           MOVE ORD-PEDIDA        TO LDP-PEDIDA.
           MOVE ORD-RECIBIDA      TO LDP-RECIBIDA.
           MOVE WS-PENDIENTE      TO LDP-PENDIENTE.
           MOVE WS-VALOR-LINEA    TO LDP-VALOR.
           MOVE WS-DIAS-ATRASO    TO LDP-ATRASO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-PEN.

           ADD 1 TO WS-PRV-LINEAS.
           ADD 1 TO WS-CONTA-PENDIENTES.
           ADD WS-PENDIENTE   TO WS-PRV-UNIDADES.
           ADD WS-PENDIENTE   TO WS-GRL-UNIDADES.
           ADD WS-VALOR-LINEA TO WS-PRV-VALOR.
           ADD WS-VALOR-LINEA TO WS-GRL-VALOR.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
       F-270-DETALLE-PENDIENTE.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           MOVE WS-CONTA-PROVEEDORES TO LTG-PROVEEDORES.
           MOVE WS-CONTA-PENDIENTES  TO LTG-LINEAS.
           MOVE WS-CONTA-ATRASADAS   TO LTG-ATRASADAS.
           MOVE WS-GRL-UNIDADES      TO LTG-UNIDADES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-PEN.
           MOVE WS-GRL-VALOR         TO LTG-VALOR.
           MOVE WS-GRL-VALOR-ATR     TO LTG-VALOR-ATR.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-PEN-2.
           CLOSE REPORTE-PEN.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-LEIDAS     TO LB-LEIDAS.
           MOVE WS-CONTA-PENDIENTES TO LB-PENDIENTES.
           MOVE WS-CONTA-ATRASADAS  TO LB-ATRASADAS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
