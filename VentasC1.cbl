      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VentasC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARTICULOS
           ASSIGN TO "DATOS_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT TICKETS
           ASSIGN TO "TICKETS_POS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-TIK.

           SELECT MOVIMIENTOS
           ASSIGN TO "MOVIMIENTOS_Diarios.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-MOV.

           SELECT ORDENA-TIK
           ASSIGN TO "SORTWORK_VentasC1.TMP".

           SELECT REPORTE-VTA
           ASSIGN TO "REPORTE_Ventas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_VentasC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD ARTICULOS.
       01  REGISTRO-ENTRADA      PIC X(73).

       FD TICKETS.
       01  REGISTRO-TICKET.
           03 TK-TICKET      PIC 9(06).
           03 TK-HORA        PIC 9(06).
           03 TK-TIPO        PIC X(01).
              88 TICKET-VENTA       VALUE 'V'.
              88 TICKET-DEVOLUCION  VALUE 'D'.
           03 TK-ARTICULO    PIC X(10).
           03 TK-CANTIDAD    PIC 9(07).

       FD MOVIMIENTOS.
       01  REGISTRO-MOVIMIENTO.
           03 MV-ARTICULO    PIC X(10).
           03 MV-TIPO        PIC X(01).
           03 MV-CANTIDAD    PIC 9(07).
           03 MV-FECHA       PIC 9(08).
           03 MV-COSTO       PIC 9(07)V99.
           03 MV-ORIGEN      PIC X(01).

       SD ORDENA-TIK.
       01  REG-ORDENA.
           03 ORD-TICKET     PIC 9(06).
           03 ORD-HORA       PIC 9(06).
           03 ORD-TIPO       PIC X(01).
           03 ORD-IX-ART     PIC 9(04).
           03 ORD-CANTIDAD   PIC 9(07).

       FD REPORTE-VTA.
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
           03 CAB-FECHA      PIC 9(08).
           03 CAB-SUCURSAL   PIC X(03).
           03 FILLER         PIC X(59).

       01  REG-ART-COLA REDEFINES REGISTRO-ARTICULOS.
           03 TRL-TIPO       PIC X(03).
              88 ES-REG-COLA VALUE 'TRL'.
           03 TRL-CANT-REG   PIC 9(07).
           03 TRL-SUMA-STOCK PIC 9(11).
           03 FILLER         PIC X(52).

       01  WS-FIN                PIC X(1).
           88 SI-FIN             VALUE 'S'.
           88 NO-FIN             VALUE 'N'.

       01  WS-FIN-ART            PIC X(1) VALUE 'N'.
           88 SI-FIN-ART         VALUE 'S'.
           88 NO-FIN-ART         VALUE 'N'.

       01  WS-FIN-ORD            PIC X(1) VALUE 'N'.
           88 SI-FIN-ORD         VALUE 'S'.
           88 NO-FIN-ORD         VALUE 'N'.

       01  WS-FIN-MOV            PIC X(1) VALUE 'N'.
           88 SI-FIN-MOV         VALUE 'S'.
           88 NO-FIN-MOV         VALUE 'N'.

       01  WS-COLA-LEIDA         PIC X(1) VALUE 'N'.
           88 SI-COLA-LEIDA      VALUE 'S'.
           88 NO-COLA-LEIDA      VALUE 'N'.

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-TIK        PIC X(2).
       77  WS-FSTATUS-MOV        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-TRL-CANT           PIC 9(07) VALUE ZEROES.
       77  WS-TRL-SUMA           PIC 9(11) VALUE ZEROES.
       77  WS-SUMA-STOCK         PIC 9(11) VALUE ZEROES.

       77  WS-CONTA-LINEAS       PIC 9(07) VALUE 0.
       77  WS-CONTA-VALIDAS      PIC 9(07) VALUE 0.
       77  WS-CONTA-RECHAZOS     PIC 9(07) VALUE 0.
       77  WS-CONTA-TICKETS      PIC 9(07) VALUE 0.
       77  WS-CONTA-MOV-LEIDOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-DIFERENCIAS  PIC 9(07) VALUE 0.

       77  WS-TICKET             PIC 9(06) VALUE 0.
       77  WS-HORA               PIC 9(02) VALUE 0.
       77  WS-IX-HORA            PIC 9(02) VALUE 0.
       77  WS-IX-MAR             PIC 9(03) VALUE 0.
       77  WS-IX-A               PIC 9(04) VALUE 0.
       77  WS-IMPORTE-LINEA      PIC 9(11)V99 VALUE 0.
       77  WS-COSTO-LINEA        PIC 9(11)V99 VALUE 0.
       77  WS-NETO-TICKETS       PIC S9(09) VALUE 0.
       77  WS-NETO-ART           PIC S9(09) VALUE 0.
       77  WS-PORC-MARGEN        PIC S9(05)V99 VALUE 0.
       77  WS-PROMEDIO-TICKET    PIC S9(09)V99 VALUE 0.
       77  WS-UNIDADES-TICKET    PIC S9(05)V99 VALUE 0.

       01  WS-ESTADO-CONCILIACION PIC X(05) VALUE 'OK'.

       01  WS-ACUM-TICKET.
           03 WS-TIC-LINEAS      PIC 9(05).
           03 WS-TIC-UNIDADES    PIC S9(09).
           03 WS-TIC-IMPORTE     PIC S9(11)V99.

       01  WS-ACUM-GENERAL.
           03 WS-GRL-UNID-VTA    PIC 9(09).
           03 WS-GRL-UNID-DEV    PIC 9(09).
           03 WS-GRL-VENTAS      PIC 9(11)V99.
           03 WS-GRL-DEVOL       PIC 9(11)V99.
           03 WS-GRL-COSTO-VTA   PIC 9(11)V99.
           03 WS-GRL-COSTO-DEV   PIC 9(11)V99.
           03 WS-GRL-NETO        PIC S9(11)V99.
           03 WS-GRL-COSTO-NETO  PIC S9(11)V99.
           03 WS-GRL-MARGEN      PIC S9(11)V99.
           03 WS-GRL-UNID-NETAS  PIC S9(09).
           03 WS-GRL-UNID-MOV    PIC S9(09).

       01  WS-CALC-MARCA.
           03 WS-CAL-NETO        PIC S9(11)V99.
           03 WS-CAL-COSTO-NETO  PIC S9(11)V99.
           03 WS-CAL-MARGEN      PIC S9(11)V99.

       01  WS-TAB-ARTICULOS.
           03 WS-ART-CANT        PIC 9(04) VALUE 0.
           03 WS-ART-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ART-CANT
                          INDEXED BY WS-IX-ART.
              05 WS-ART-CODIGO   PIC X(10).
              05 WS-ART-IX-MARCA PIC 9(03).
              05 WS-ART-PRECIO   PIC 9(07)V99.
              05 WS-ART-COSTO    PIC 9(07)V99.
              05 WS-ART-VENTAS   PIC 9(09).
              05 WS-ART-DEVOL    PIC 9(09).
              05 WS-ART-MOV-NETO PIC S9(09).

       01  WS-TAB-MARCAS.
           03 WS-MAR-CANT        PIC 9(03) VALUE 0.
           03 WS-MAR-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-MAR-CANT
                          INDEXED BY WS-IX-MARCA.
              05 WS-MAR-CODIGO   PIC X(10).
              05 WS-MAR-UNID-VTA PIC 9(09).
              05 WS-MAR-UNID-DEV PIC 9(09).
              05 WS-MAR-VENTAS   PIC 9(11)V99.
              05 WS-MAR-DEVOL    PIC 9(11)V99.
              05 WS-MAR-COSTO-VTA PIC 9(11)V99.
              05 WS-MAR-COSTO-DEV PIC 9(11)V99.

       01  WS-TAB-HORAS.
           03 WS-HOR-ELEM OCCURS 25 TIMES.
              05 WS-HOR-TICKETS  PIC 9(07).
              05 WS-HOR-UNIDADES PIC S9(09).
              05 WS-HOR-VENTAS   PIC 9(11)V99.
              05 WS-HOR-DEVOL    PIC 9(11)V99.

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'VENTASC1'.
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

       77  WS-LINEA-BIT-CONTROL  PIC X(132).

       01  LIN-ENCABEZADO-VTA.
           03 FILLER             PIC X(30) VALUE
              'REGISTRO DE VENTAS DEL DIA'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LEV-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEV-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEV-AAAA           PIC 9999.

       01  LIN-SECCION-VTA.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSV-TITULO         PIC X(40).

       01  LIN-ENCABEZADO-TICKET.
           03 FILLER             PIC X(10) VALUE 'TICKET'.
           03 FILLER             PIC X(10) VALUE 'HORA'.
           03 FILLER             PIC X(9)  VALUE 'LINEAS'.
           03 FILLER             PIC X(12) VALUE 'UNIDADES'.
           03 FILLER             PIC X(16) VALUE 'IMPORTE'.

       01  LIN-DETALLE-TICKET.
           03 LDK-TICKET         PIC 9(06).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDK-HH             PIC 99.
           03 FILLER             PIC X(1) VALUE ':'.
           03 LDK-MI             PIC 99.
           03 FILLER             PIC X(1) VALUE ':'.
           03 LDK-SS             PIC 99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDK-LINEAS         PIC Z(4)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDK-UNIDADES       PIC -(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDK-IMPORTE        PIC -(10)9.99.

       01  LIN-TOTAL-TICKET.
           03 FILLER             PIC X(9)  VALUE 'TICKETS: '.
           03 LTK-TICKETS        PIC Z(6)9.
           03 FILLER             PIC X(18) VALUE
              ' TICKET PROMEDIO: '.
           03 LTK-PROMEDIO       PIC -(8)9.99.
           03 FILLER             PIC X(22) VALUE
              ' UNIDADES POR TICKET: '.
           03 LTK-UNIDADES       PIC -(4)9.99.

       01  LIN-ENCABEZADO-MARCA.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(15) VALUE 'VENTAS'.
           03 FILLER             PIC X(15) VALUE 'DEVOLUCIONES'.
           03 FILLER             PIC X(16) VALUE 'VENTA NETA'.
           03 FILLER             PIC X(16) VALUE 'COSTO NETO'.
           03 FILLER             PIC X(16) VALUE 'MARGEN'.
           03 FILLER             PIC X(9)  VALUE '% MARGEN'.

       01  LIN-DETALLE-MARCA.
           03 LDM-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDM-VENTAS         PIC Z(10)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-DEVOL          PIC Z(10)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-NETO           PIC -(11)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-COSTO          PIC -(11)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-MARGEN         PIC -(11)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDM-PORC           PIC -(4)9.99.

       01  LIN-ENCABEZADO-HORA.
           03 FILLER             PIC X(8)  VALUE 'HORA'.
           03 FILLER             PIC X(10) VALUE 'TICKETS'.
           03 FILLER             PIC X(12) VALUE 'UNIDADES'.
           03 FILLER             PIC X(15) VALUE 'VENTAS'.
           03 FILLER             PIC X(15) VALUE 'DEVOLUCIONES'.
           03 FILLER             PIC X(16) VALUE 'VENTA NETA'.

       01  LIN-DETALLE-HORA.
           03 LDH-HORA           PIC X(05).
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDH-TICKETS        PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDH-UNIDADES       PIC -(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDH-VENTAS         PIC Z(10)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDH-DEVOL          PIC Z(10)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDH-NETO           PIC -(11)9.99.

       01  LIN-ENCABEZADO-CONC.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(14) VALUE 'NETO TICKETS'.
           03 FILLER             PIC X(18) VALUE 'NETO MOVIMIENTOS'.
           03 FILLER             PIC X(12) VALUE 'DIFERENCIA'.

       01  LIN-DETALLE-CONC.
           03 LDC-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-NETO-TIK       PIC -(8)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 LDC-NETO-MOV       PIC -(8)9.
           03 FILLER             PIC X(9) VALUE SPACES.
           03 LDC-DIFERENCIA     PIC -(8)9.

       01  LIN-TOTAL-CONC.
           03 FILLER             PIC X(24) VALUE
              'UNIDADES NETAS TICKETS: '.
           03 LTC-NETO-TIK       PIC -(8)9.
           03 FILLER             PIC X(16) VALUE
              '  MOVIMIENTOS: '.
           03 LTC-NETO-MOV       PIC -(8)9.
           03 FILLER             PIC X(10) VALUE '  ESTADO: '.
           03 LTC-ESTADO         PIC X(05).

       01  LIN-TOTAL-VTA.
           03 FILLER             PIC X(8)  VALUE 'LINEAS: '.
           03 LTV-LINEAS         PIC Z(6)9.
           03 FILLER             PIC X(10) VALUE ' VALIDAS: '.
           03 LTV-VALIDAS        PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' DESCARTADAS: '.
           03 LTV-RECHAZOS       PIC Z(6)9.

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
           03 FILLER             PIC X(10) VALUE ' TICKETS: '.
           03 LB-TICKETS         PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' VENTA NETA: '.
           03 LB-NETO            PIC -(11)9.99.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROCESO THRU F-200-PROCESO.
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

           OPEN INPUT ARTICULOS.
           IF WS-FSTATUS NOT = '00'
              IF WS-FSTATUS = '35'
                 DISPLAY 'ERROR: ARCHIVO DATOS_Articulos.TXT NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR ARTICULOS - FSTATUS: '
                         WS-FSTATUS
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 110-CARGAR-ARTICULOS THRU F-110-CARGAR-ARTICULOS
               UNTIL SI-FIN-ART.
           CLOSE ARTICULOS.

           IF NO-COLA-LEIDA
              OR WS-ART-CANT NOT = WS-TRL-CANT
              OR WS-SUMA-STOCK NOT = WS-TRL-SUMA
              DISPLAY 'ERROR DE CONTROL EN DATOS_Articulos.TXT - '
                      'NO SE EMITE EL REGISTRO DE VENTAS'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZEROES TO WS-ACUM-GENERAL.
           MOVE ZEROES TO WS-TAB-HORAS.

           OPEN OUTPUT REPORTE-VTA.
           MOVE WS-FECHA-DD   TO LEV-DD.
           MOVE WS-FECHA-MM   TO LEV-MM.
           MOVE WS-FECHA-AAAA TO LEV-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-VTA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-ARTICULOS.
           READ ARTICULOS NEXT
               AT END
                   SET SI-FIN-ART TO TRUE
           END-READ.
           IF NOT SI-FIN-ART
              IF WS-FSTATUS NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN ARTICULOS - FSTATUS: '
                         WS-FSTATUS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE ARTICULOS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE REGISTRO-ENTRADA TO REGISTRO-ARTICULOS
              EVALUATE TRUE
                 WHEN ES-REG-CABECERA
                    CONTINUE
                 WHEN ES-REG-COLA
                    MOVE TRL-CANT-REG   TO WS-TRL-CANT
                    MOVE TRL-SUMA-STOCK TO WS-TRL-SUMA
                    SET SI-COLA-LEIDA TO TRUE
                 WHEN OTHER
                    IF WS-ART-CANT NOT LESS THAN 5000
                       DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS '
                               'EXCEDIDO - SE DETIENE EL PROCESO'
                       PERFORM 930-ESCRIBIR-BITACORA
                           THRU F-930-ESCRIBIR-BITACORA
                       CLOSE BITACORA
                       CLOSE ARTICULOS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM 115-UBICAR-MARCA THRU F-115-UBICAR-MARCA
                    ADD 1 TO WS-ART-CANT
                    SET WS-IX-ART TO WS-ART-CANT
                    MOVE FD-ARTICULO TO WS-ART-CODIGO (WS-IX-ART)
                    MOVE WS-IX-MAR   TO WS-ART-IX-MARCA (WS-IX-ART)
                    MOVE FD-PRECIO   TO WS-ART-PRECIO (WS-IX-ART)
                    MOVE FD-COSTO    TO WS-ART-COSTO (WS-IX-ART)
                    MOVE ZEROES TO WS-ART-VENTAS (WS-IX-ART)
                    MOVE ZEROES TO WS-ART-DEVOL (WS-IX-ART)
                    MOVE ZEROES TO WS-ART-MOV-NETO (WS-IX-ART)
                    ADD FD-STOCK TO WS-SUMA-STOCK
              END-EVALUATE
           END-IF.
       F-110-CARGAR-ARTICULOS.
           EXIT.

      *------------------------------------------------

       115-UBICAR-MARCA.
           SET WS-IX-MARCA TO 1.
           SEARCH WS-MAR-ELEM
              AT END
                 IF WS-MAR-CANT NOT LESS THAN 500
                    DISPLAY 'ERROR: LIMITE DE 500 MARCAS EXCEDIDO '
                            '- SE DETIENE EL PROCESO'
                    PERFORM 930-ESCRIBIR-BITACORA
                        THRU F-930-ESCRIBIR-BITACORA
                    CLOSE BITACORA
                    CLOSE ARTICULOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-MAR-CANT
                 SET WS-IX-MARCA TO WS-MAR-CANT
                 MOVE FD-MARCA TO WS-MAR-CODIGO (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-UNID-VTA (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-UNID-DEV (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-VENTAS (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-DEVOL (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-COSTO-VTA (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-COSTO-DEV (WS-IX-MARCA)
              WHEN WS-MAR-CODIGO (WS-IX-MARCA) EQUAL FD-MARCA
                 CONTINUE
           END-SEARCH.
           SET WS-IX-MAR TO WS-IX-MARCA.
       F-115-UBICAR-MARCA.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           SORT ORDENA-TIK
               ON ASCENDING KEY ORD-TICKET
                                ORD-HORA
               INPUT PROCEDURE IS 210-SORT-ENTRADA
                               THRU F-210-SORT-ENTRADA
               OUTPUT PROCEDURE IS 250-SORT-SALIDA
                                THRU F-250-SORT-SALIDA.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       210-SORT-ENTRADA.
           OPEN INPUT TICKETS.
           IF WS-FSTATUS-TIK NOT = '00'
              IF WS-FSTATUS-TIK = '35'
                 DISPLAY 'ERROR: ARCHIVO TICKETS_POS.TXT NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR TICKETS - FSTATUS: '
                         WS-FSTATUS-TIK
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-VTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN TO TRUE.
           PERFORM LEER-TICKET THRU F-LEER-TICKET.
           IF SI-FIN
              DISPLAY 'EL ARCHIVO DE TICKETS ESTA VACIO'
           END-IF.
           PERFORM 220-VALIDAR-LINEA THRU F-220-VALIDAR-LINEA
               UNTIL SI-FIN.
           CLOSE TICKETS.
       F-210-SORT-ENTRADA.
           EXIT.

      *------------------------------------------------

       220-VALIDAR-LINEA.
           EVALUATE TRUE
              WHEN NOT TICKET-VENTA AND NOT TICKET-DEVOLUCION
                 ADD 1 TO WS-CONTA-RECHAZOS
              WHEN TK-CANTIDAD NOT NUMERIC
                 ADD 1 TO WS-CONTA-RECHAZOS
              WHEN TK-CANTIDAD = 0
                 ADD 1 TO WS-CONTA-RECHAZOS
              WHEN OTHER
                 PERFORM 230-BUSCAR-ARTICULO
                     THRU F-230-BUSCAR-ARTICULO
           END-EVALUATE.
           PERFORM LEER-TICKET THRU F-LEER-TICKET.
       F-220-VALIDAR-LINEA.
           EXIT.

      *------------------------------------------------

       230-BUSCAR-ARTICULO.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 ADD 1 TO WS-CONTA-RECHAZOS
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL TK-ARTICULO
                 ADD 1 TO WS-CONTA-VALIDAS
                 MOVE TK-TICKET   TO ORD-TICKET
                 MOVE TK-HORA     TO ORD-HORA
                 MOVE TK-TIPO     TO ORD-TIPO
                 SET ORD-IX-ART   TO WS-IX-ART
                 MOVE TK-CANTIDAD TO ORD-CANTIDAD
                 RELEASE REG-ORDENA
           END-SEARCH.
       F-230-BUSCAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       LEER-TICKET.
           READ TICKETS NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              IF WS-FSTATUS-TIK = '00'
                 ADD 1 TO WS-CONTA-LINEAS
              ELSE
                 DISPLAY 'ERROR DE LECTURA EN TICKETS - FSTATUS: '
                         WS-FSTATUS-TIK ' REGISTRO: ' WS-CONTA-LINEAS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE TICKETS
                 CLOSE REPORTE-VTA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       F-LEER-TICKET.
           EXIT.

      *------------------------------------------------

       250-SORT-SALIDA.
           MOVE 'VENTAS POR TICKET' TO LSV-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-VTA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TICKET.
           SET NO-FIN-ORD TO TRUE.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
           PERFORM 260-TICKET THRU F-260-TICKET
               UNTIL SI-FIN-ORD.
       F-250-SORT-SALIDA.
           EXIT.

      *------------------------------------------------

       255-RETORNAR.
           RETURN ORDENA-TIK
               AT END
                   SET SI-FIN-ORD TO TRUE
           END-RETURN.
       F-255-RETORNAR.
           EXIT.

      *------------------------------------------------

       260-TICKET.
           MOVE ORD-TICKET TO WS-TICKET.
           MOVE ZEROES TO WS-ACUM-TICKET.
           ADD 1 TO WS-CONTA-TICKETS.

           MOVE ORD-HORA (1:2) TO WS-HORA.
           IF ORD-HORA NOT NUMERIC OR WS-HORA GREATER THAN 23
              MOVE 25 TO WS-IX-HORA
           ELSE
              COMPUTE WS-IX-HORA = WS-HORA + 1
           END-IF.
           ADD 1 TO WS-HOR-TICKETS (WS-IX-HORA).
           MOVE ORD-TICKET     TO LDK-TICKET.
           MOVE ORD-HORA (1:2) TO LDK-HH.
           MOVE ORD-HORA (3:2) TO LDK-MI.
           MOVE ORD-HORA (5:2) TO LDK-SS.

           PERFORM 270-LINEA-TICKET THRU F-270-LINEA-TICKET
               UNTIL SI-FIN-ORD OR ORD-TICKET NOT EQUAL WS-TICKET.

           MOVE WS-TIC-LINEAS   TO LDK-LINEAS.
           MOVE WS-TIC-UNIDADES TO LDK-UNIDADES.
           MOVE WS-TIC-IMPORTE  TO LDK-IMPORTE.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TICKET.
       F-260-TICKET.
           EXIT.

      *------------------------------------------------

       270-LINEA-TICKET.
           MOVE ORD-IX-ART TO WS-IX-A.
           MOVE WS-ART-IX-MARCA (WS-IX-A) TO WS-IX-MAR.
           COMPUTE WS-IMPORTE-LINEA =
                   ORD-CANTIDAD * WS-ART-PRECIO (WS-IX-A)
               ON SIZE ERROR
                  PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
           END-COMPUTE.
           COMPUTE WS-COSTO-LINEA =
                   ORD-CANTIDAD * WS-ART-COSTO (WS-IX-A)
               ON SIZE ERROR
                  PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
           END-COMPUTE.

           ADD 1 TO WS-TIC-LINEAS.
           IF ORD-TIPO = 'V'
              ADD ORD-CANTIDAD TO WS-ART-VENTAS (WS-IX-A)
              ADD ORD-CANTIDAD TO WS-TIC-UNIDADES
              ADD ORD-CANTIDAD TO WS-HOR-UNIDADES (WS-IX-HORA)
              ADD ORD-CANTIDAD TO WS-MAR-UNID-VTA (WS-IX-MAR)
              ADD ORD-CANTIDAD TO WS-GRL-UNID-VTA
              ADD WS-IMPORTE-LINEA TO WS-TIC-IMPORTE
              ADD WS-IMPORTE-LINEA TO WS-HOR-VENTAS (WS-IX-HORA)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
              ADD WS-IMPORTE-LINEA TO WS-MAR-VENTAS (WS-IX-MAR)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
              ADD WS-COSTO-LINEA TO WS-MAR-COSTO-VTA (WS-IX-MAR)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
           ELSE
              ADD ORD-CANTIDAD TO WS-ART-DEVOL (WS-IX-A)
              SUBTRACT ORD-CANTIDAD FROM WS-TIC-UNIDADES
              SUBTRACT ORD-CANTIDAD FROM WS-HOR-UNIDADES (WS-IX-HORA)
              ADD ORD-CANTIDAD TO WS-MAR-UNID-DEV (WS-IX-MAR)
              ADD ORD-CANTIDAD TO WS-GRL-UNID-DEV
              SUBTRACT WS-IMPORTE-LINEA FROM WS-TIC-IMPORTE
              ADD WS-IMPORTE-LINEA TO WS-HOR-DEVOL (WS-IX-HORA)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
              ADD WS-IMPORTE-LINEA TO WS-MAR-DEVOL (WS-IX-MAR)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
              ADD WS-COSTO-LINEA TO WS-MAR-COSTO-DEV (WS-IX-MAR)
                  ON SIZE ERROR
                     PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
              END-ADD
           END-IF.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
       F-270-LINEA-TICKET.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           PERFORM 310-RESUMEN-TICKETS THRU F-310-RESUMEN-TICKETS.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'VENTAS POR MARCA' TO LSV-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-VTA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-MARCA.
           PERFORM 320-LINEA-MARCA THRU F-320-LINEA-MARCA
               VARYING WS-IX-MAR FROM 1 BY 1
               UNTIL WS-IX-MAR > WS-MAR-CANT.
           PERFORM 325-TOTAL-MARCAS THRU F-325-TOTAL-MARCAS.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'VENTAS POR HORA' TO LSV-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-VTA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-HORA.
           PERFORM 330-LINEA-HORA THRU F-330-LINEA-HORA
               VARYING WS-IX-HORA FROM 1 BY 1
               UNTIL WS-IX-HORA > 25.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'CONCILIACION CON MOVIMIENTOS DIARIOS' TO LSV-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-VTA.
           PERFORM 340-CONCILIAR THRU F-340-CONCILIAR.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTA-LINEAS   TO LTV-LINEAS.
           MOVE WS-CONTA-VALIDAS  TO LTV-VALIDAS.
           MOVE WS-CONTA-RECHAZOS TO LTV-RECHAZOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-VTA.
           CLOSE REPORTE-VTA.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-RESUMEN-TICKETS.
           COMPUTE WS-GRL-NETO = WS-GRL-VENTAS - WS-GRL-DEVOL.
           PERFORM 315-SUMAR-MARCA THRU F-315-SUMAR-MARCA
               VARYING WS-IX-MAR FROM 1 BY 1
               UNTIL WS-IX-MAR > WS-MAR-CANT.
           COMPUTE WS-GRL-UNID-NETAS = WS-GRL-UNID-VTA
                                     - WS-GRL-UNID-DEV.
           IF WS-CONTA-TICKETS GREATER THAN 0
              COMPUTE WS-PROMEDIO-TICKET ROUNDED =
                      WS-GRL-NETO / WS-CONTA-TICKETS
              COMPUTE WS-UNIDADES-TICKET ROUNDED =
                      WS-GRL-UNID-NETAS / WS-CONTA-TICKETS
           ELSE
              MOVE ZEROES TO WS-PROMEDIO-TICKET
              MOVE ZEROES TO WS-UNIDADES-TICKET
           END-IF.
           MOVE WS-CONTA-TICKETS   TO LTK-TICKETS.
           MOVE WS-PROMEDIO-TICKET TO LTK-PROMEDIO.
           MOVE WS-UNIDADES-TICKET TO LTK-UNIDADES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-TICKET.
       F-310-RESUMEN-TICKETS.
           EXIT.

      *------------------------------------------------

       315-SUMAR-MARCA.
           ADD WS-MAR-VENTAS (WS-IX-MAR)    TO WS-GRL-VENTAS.
           ADD WS-MAR-DEVOL (WS-IX-MAR)     TO WS-GRL-DEVOL.
           ADD WS-MAR-COSTO-VTA (WS-IX-MAR) TO WS-GRL-COSTO-VTA.
           ADD WS-MAR-COSTO-DEV (WS-IX-MAR) TO WS-GRL-COSTO-DEV.
           COMPUTE WS-GRL-NETO = WS-GRL-VENTAS - WS-GRL-DEVOL.
       F-315-SUMAR-MARCA.
           EXIT.

      *------------------------------------------------

       320-LINEA-MARCA.
           IF WS-MAR-UNID-VTA (WS-IX-MAR) = 0
              AND WS-MAR-UNID-DEV (WS-IX-MAR) = 0
              GO TO F-320-LINEA-MARCA
           END-IF.
           COMPUTE WS-CAL-NETO = WS-MAR-VENTAS (WS-IX-MAR)
                               - WS-MAR-DEVOL (WS-IX-MAR).
           COMPUTE WS-CAL-COSTO-NETO = WS-MAR-COSTO-VTA (WS-IX-MAR)
                                     - WS-MAR-COSTO-DEV (WS-IX-MAR).
           COMPUTE WS-CAL-MARGEN = WS-CAL-NETO - WS-CAL-COSTO-NETO.
           IF WS-CAL-NETO GREATER THAN 0
              COMPUTE WS-PORC-MARGEN ROUNDED =
                      WS-CAL-MARGEN * 100 / WS-CAL-NETO
           ELSE
              MOVE ZEROES TO WS-PORC-MARGEN
           END-IF.
           MOVE WS-MAR-CODIGO (WS-IX-MAR) TO LDM-MARCA.
           MOVE WS-MAR-VENTAS (WS-IX-MAR) TO LDM-VENTAS.
           MOVE WS-MAR-DEVOL (WS-IX-MAR)  TO LDM-DEVOL.
           MOVE WS-CAL-NETO       TO LDM-NETO.
           MOVE WS-CAL-COSTO-NETO TO LDM-COSTO.
           MOVE WS-CAL-MARGEN     TO LDM-MARGEN.
           MOVE WS-PORC-MARGEN    TO LDM-PORC.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-MARCA.
       F-320-LINEA-MARCA.
           EXIT.

      *------------------------------------------------

       325-TOTAL-MARCAS.
           COMPUTE WS-GRL-COSTO-NETO = WS-GRL-COSTO-VTA
                                     - WS-GRL-COSTO-DEV.
           COMPUTE WS-GRL-MARGEN = WS-GRL-NETO - WS-GRL-COSTO-NETO.
           IF WS-GRL-NETO GREATER THAN 0
              COMPUTE WS-PORC-MARGEN ROUNDED =
                      WS-GRL-MARGEN * 100 / WS-GRL-NETO
           ELSE
              MOVE ZEROES TO WS-PORC-MARGEN
           END-IF.
           MOVE 'TOTAL'           TO LDM-MARCA.
           MOVE WS-GRL-VENTAS     TO LDM-VENTAS.
           MOVE WS-GRL-DEVOL      TO LDM-DEVOL.
           MOVE WS-GRL-NETO       TO LDM-NETO.
           MOVE WS-GRL-COSTO-NETO TO LDM-COSTO.
           MOVE WS-GRL-MARGEN     TO LDM-MARGEN.
           MOVE WS-PORC-MARGEN    TO LDM-PORC.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-MARCA.
       F-325-TOTAL-MARCAS.
           EXIT.

      *------------------------------------------------

       330-LINEA-HORA.
           IF WS-HOR-TICKETS (WS-IX-HORA) = 0
              GO TO F-330-LINEA-HORA
           END-IF.
           IF WS-IX-HORA = 25
              MOVE 'S/H' TO LDH-HORA
           ELSE
              COMPUTE WS-HORA = WS-IX-HORA - 1
              MOVE SPACES TO LDH-HORA
              MOVE WS-HORA TO LDH-HORA (1:2)
              MOVE ':00'   TO LDH-HORA (3:3)
           END-IF.
           MOVE WS-HOR-TICKETS (WS-IX-HORA)  TO LDH-TICKETS.
           MOVE WS-HOR-UNIDADES (WS-IX-HORA) TO LDH-UNIDADES.
           MOVE WS-HOR-VENTAS (WS-IX-HORA)   TO LDH-VENTAS.
           MOVE WS-HOR-DEVOL (WS-IX-HORA)    TO LDH-DEVOL.
           COMPUTE WS-CAL-NETO = WS-HOR-VENTAS (WS-IX-HORA)
                               - WS-HOR-DEVOL (WS-IX-HORA).
           MOVE WS-CAL-NETO TO LDH-NETO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-HORA.
       F-330-LINEA-HORA.
           EXIT.

      *------------------------------------------------

       340-CONCILIAR.
           MOVE 'OK' TO WS-ESTADO-CONCILIACION.
           OPEN INPUT MOVIMIENTOS.
           IF WS-FSTATUS-MOV NOT = '00'
              MOVE 'ERROR' TO WS-ESTADO-CONCILIACION
              MOVE '** SIN ARCHIVO MOVIMIENTOS_Diarios.TXT **'
                   TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              DISPLAY 'ERROR AL ABRIR MOVIMIENTOS - FSTATUS: '
                      WS-FSTATUS-MOV
              MOVE 8 TO RETURN-CODE
              PERFORM 350-LINEA-CONTROL THRU F-350-LINEA-CONTROL
              GO TO F-340-CONCILIAR
           END-IF.
           SET NO-FIN-MOV TO TRUE.
           PERFORM 345-LEER-MOVIMIENTO THRU F-345-LEER-MOVIMIENTO
               UNTIL SI-FIN-MOV.
           CLOSE MOVIMIENTOS.

           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CONC.
           PERFORM 347-COMPARAR-ARTICULO THRU F-347-COMPARAR-ARTICULO
               VARYING WS-IX-A FROM 1 BY 1
               UNTIL WS-IX-A > WS-ART-CANT.

           COMPUTE WS-NETO-TICKETS = WS-GRL-UNID-VTA - WS-GRL-UNID-DEV.
           IF WS-NETO-TICKETS NOT = WS-GRL-UNID-MOV
              OR WS-CONTA-DIFERENCIAS GREATER THAN 0
              MOVE 'ERROR' TO WS-ESTADO-CONCILIACION
              DISPLAY 'ERROR DE CONCILIACION: TICKETS NO COINCIDEN '
                      'CON MOVIMIENTOS_Diarios.TXT'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-NETO-TICKETS        TO LTC-NETO-TIK.
           MOVE WS-GRL-UNID-MOV        TO LTC-NETO-MOV.
           MOVE WS-ESTADO-CONCILIACION TO LTC-ESTADO.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-CONC.
           PERFORM 350-LINEA-CONTROL THRU F-350-LINEA-CONTROL.
       F-340-CONCILIAR.
           EXIT.

      *------------------------------------------------

       345-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT
               AT END
                   SET SI-FIN-MOV TO TRUE
           END-READ.
           IF SI-FIN-MOV
              GO TO F-345-LEER-MOVIMIENTO
           END-IF.
           IF WS-FSTATUS-MOV NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN MOVIMIENTOS - FSTATUS: '
                      WS-FSTATUS-MOV
              MOVE 8 TO RETURN-CODE
              SET SI-FIN-MOV TO TRUE
              ADD 1 TO WS-CONTA-DIFERENCIAS
              GO TO F-345-LEER-MOVIMIENTO
           END-IF.
           ADD 1 TO WS-CONTA-MOV-LEIDOS.
           IF MV-FECHA NOT = WS-FECHA-HOY-N
              OR MV-CANTIDAD NOT NUMERIC
              OR MV-ORIGEN NOT = 'P'
              GO TO F-345-LEER-MOVIMIENTO
           END-IF.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 CONTINUE
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL MV-ARTICULO
                 EVALUATE MV-TIPO
                    WHEN 'S'
                       ADD MV-CANTIDAD TO WS-ART-MOV-NETO (WS-IX-ART)
                       ADD MV-CANTIDAD TO WS-GRL-UNID-MOV
                    WHEN 'E'
                       SUBTRACT MV-CANTIDAD
                           FROM WS-ART-MOV-NETO (WS-IX-ART)
                       SUBTRACT MV-CANTIDAD FROM WS-GRL-UNID-MOV
                 END-EVALUATE
           END-SEARCH.
       F-345-LEER-MOVIMIENTO.
           EXIT.

      *------------------------------------------------

       347-COMPARAR-ARTICULO.
           COMPUTE WS-NETO-ART = WS-ART-VENTAS (WS-IX-A)
                               - WS-ART-DEVOL (WS-IX-A).
           IF WS-NETO-ART = WS-ART-MOV-NETO (WS-IX-A)
              GO TO F-347-COMPARAR-ARTICULO
           END-IF.
           ADD 1 TO WS-CONTA-DIFERENCIAS.
           MOVE WS-ART-CODIGO (WS-IX-A)   TO LDC-ARTICULO.
           MOVE WS-NETO-ART               TO LDC-NETO-TIK.
           MOVE WS-ART-MOV-NETO (WS-IX-A) TO LDC-NETO-MOV.
           COMPUTE LDC-DIFERENCIA = WS-NETO-ART
                                  - WS-ART-MOV-NETO (WS-IX-A).
           WRITE LINEA-REPORTE FROM LIN-DETALLE-CONC.
       F-347-COMPARAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       350-LINEA-CONTROL.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONCILIACION: UNIDADES TICKETS=' DELIMITED BY SIZE
                  LTC-NETO-TIK             DELIMITED BY SIZE
                  ' MOVIMIENTOS='          DELIMITED BY SIZE
                  LTC-NETO-MOV             DELIMITED BY SIZE
                  ' DIFERENCIAS='          DELIMITED BY SIZE
                  WS-CONTA-DIFERENCIAS     DELIMITED BY SIZE
                  ' ESTADO='               DELIMITED BY SIZE
                  WS-ESTADO-CONCILIACION   DELIMITED BY SPACE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
       F-350-LINEA-CONTROL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-LINEAS  TO LB-LINEAS.
           MOVE WS-CONTA-TICKETS TO LB-TICKETS.
           MOVE WS-GRL-NETO      TO LB-NETO.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       940-ABORTAR-VALOR.
           DISPLAY 'ERROR: DESBORDE DE VALOR EN TICKET ' ORD-TICKET
                   ' - SE DETIENE EL PROCESO'.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           CLOSE REPORTE-VTA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-940-ABORTAR-VALOR.
           EXIT.

      *------------------------------------------------
