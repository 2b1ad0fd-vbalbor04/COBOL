      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreC1.
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

           SELECT HISTORIAL
           ASSIGN TO "HISTORIAL_Movimientos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_CierreC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT CIERRES
           ASSIGN TO "CIERRES_Periodos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CIE.

           SELECT FOTOS
           ASSIGN TO "CIERRES_Maestro.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-FOT.

           SELECT ASIENTOS
           ASSIGN TO "ASIENTOS_Contables.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ASI.

           SELECT REPORTE-CIE
           ASSIGN TO "REPORTE_Cierre.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_CierreC1.TXT"
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

       FD HISTORIAL.
       01  REGISTRO-HISTORIAL.
           03 HS-ARTICULO    PIC X(10).
           03 HS-TIPO        PIC X(01).
           03 HS-CANTIDAD    PIC 9(07).
           03 HS-FECHA       PIC 9(08).
           03 HS-STOCK-ANT   PIC 9(07).
           03 HS-STOCK-NUEVO PIC 9(07).
           03 HS-COSTO-ANT   PIC 9(07)V99.
           03 HS-COSTO-NUEVO PIC 9(07)V99.
           03 HS-ORIGEN      PIC X(01).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD CIERRES.
       01  REGISTRO-CIERRE.
           03 CP-PERIODO     PIC 9(06).
           03 CP-FECHA-CIERRE PIC 9(08).
           03 CP-ARTICULOS   PIC 9(07).
           03 CP-UNIDADES    PIC 9(09).
           03 CP-VALOR       PIC 9(11)V99.

       FD FOTOS.
       01  REGISTRO-FOTO.
           03 CM-PERIODO     PIC 9(06).
           03 CM-FECHA       PIC 9(08).
           03 CM-ARTICULO    PIC X(10).
           03 CM-MARCA       PIC X(10).
           03 CM-STOCK       PIC 9(07).
           03 CM-COSTO       PIC 9(07)V99.
           03 CM-VALOR       PIC 9(11)V99.

       FD ASIENTOS.
       01  REGISTRO-ASIENTO.
           03 AS-FECHA       PIC 9(08).
           03 AS-CUENTA      PIC X(12).
           03 AS-DEBE        PIC 9(11)V99.
           03 AS-HABER       PIC 9(11)V99.
           03 AS-REFERENCIA  PIC X(40).

       FD REPORTE-CIE.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-MAE            PIC X(1) VALUE 'N'.
           88 SI-FIN-MAE         VALUE 'S'.
           88 NO-FIN-MAE         VALUE 'N'.

       01  WS-FIN-HIS            PIC X(1) VALUE 'N'.
           88 SI-FIN-HIS         VALUE 'S'.
           88 NO-FIN-HIS         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-CIE            PIC X(1) VALUE 'N'.
           88 SI-FIN-CIE         VALUE 'S'.
           88 NO-FIN-CIE         VALUE 'N'.

       01  WS-FIN-FOT            PIC X(1) VALUE 'N'.
           88 SI-FIN-FOT         VALUE 'S'.
           88 NO-FIN-FOT         VALUE 'N'.

       01  WS-HIS-ABIERTO        PIC X(1) VALUE 'N'.
           88 SI-HIS-ABIERTO     VALUE 'S'.
           88 NO-HIS-ABIERTO     VALUE 'N'.

       01  WS-PRIMER-CIERRE      PIC X(1) VALUE 'N'.
           88 SI-PRIMER-CIERRE   VALUE 'S'.
           88 NO-PRIMER-CIERRE   VALUE 'N'.

       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-CIE        PIC X(2).
       77  WS-FSTATUS-FOT        PIC X(2).
       77  WS-FSTATUS-ASI        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(20).

       77  WS-CONTA-HIS-LEIDOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-HIS-PERIODO  PIC 9(07) VALUE 0.
       77  WS-CONTA-HIS-POSTER   PIC 9(07) VALUE 0.
       77  WS-CONTA-RETROTRAIDOS PIC 9(07) VALUE 0.
       77  WS-CONTA-FOTO-ANT     PIC 9(07) VALUE 0.
       77  WS-CONTA-FOTO-ACT     PIC 9(07) VALUE 0.
       77  WS-CONTA-ASIENTOS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-UNIDADES     PIC 9(09) VALUE 0.

       77  WS-PERIODO-CERRADO    PIC 9(06) VALUE 0.
       77  WS-PERIODO-HS         PIC 9(06) VALUE 0.
       77  WS-PERIODO-HOY        PIC 9(06) VALUE 0.
       77  WS-ULTIMO-DIA         PIC 9(02) VALUE 0.
       77  WS-COCIENTE           PIC 9(04) VALUE 0.
       77  WS-RESTO              PIC 9(04) VALUE 0.
       77  WS-IX-MAR             PIC 9(03) VALUE 0.
       77  WS-IX-TIP             PIC 9(01) VALUE 0.
       77  WS-MARCA-BUSCADA      PIC X(10).
       77  WS-COSTO-REF          PIC 9(07)V99 VALUE 0.
       77  WS-COSTO-ANT          PIC 9(07)V99 VALUE 0.
       77  WS-COSTO-NUE          PIC 9(07)V99 VALUE 0.
       77  WS-VALOR-MOV          PIC S9(13)V99 VALUE 0.
       77  WS-VALOR-ART          PIC 9(11)V99 VALUE 0.

       01  WS-PERIODO            PIC 9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(04).
           03 WS-PER-MM          PIC 9(02).

       01  WS-PERIODO-ANT        PIC 9(06) VALUE 0.
       01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           03 WS-PAN-AAAA        PIC 9(04).
           03 WS-PAN-MM          PIC 9(02).

       01  WS-FECHA-CIERRE       PIC 9(08) VALUE 0.
       01  WS-FECHA-CIERRE-R REDEFINES WS-FECHA-CIERRE.
           03 WS-FCI-PERIODO     PIC 9(06).
           03 WS-FCI-DD          PIC 9(02).

       01  WS-DIAS-MES-VALORES   PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
           03 WS-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.

       01  WS-CUENTAS.
           03 WS-CTA-MERCADERIAS PIC X(12) VALUE '1.1.05.01'.
           03 WS-CTA-COMPRAS     PIC X(12) VALUE '2.1.01.05'.
           03 WS-CTA-COSTO-VTAS  PIC X(12) VALUE '5.1.01.01'.
           03 WS-CTA-DIF-INVENT  PIC X(12) VALUE '5.1.03.01'.
           03 WS-CTA-OTROS       PIC X(12) VALUE '5.1.09.01'.

       01  WS-ASIENTO.
           03 WS-ASI-IMPORTE     PIC S9(13)V99.
           03 WS-ASI-CTA-DEBE    PIC X(12).
           03 WS-ASI-CTA-HABER   PIC X(12).
           03 WS-ASI-CONCEPTO    PIC X(20).
           03 WS-ASI-TOTAL-DEBE  PIC 9(13)V99.
           03 WS-ASI-TOTAL-HABER PIC 9(13)V99.

       01  WS-TOTALES.
           03 WS-TOT-APERTURA    PIC S9(13)V99.
           03 WS-TOT-ENTRADAS    PIC S9(13)V99.
           03 WS-TOT-SALIDAS     PIC S9(13)V99.
           03 WS-TOT-CALCULADO   PIC S9(13)V99.
           03 WS-TOT-CIERRE      PIC S9(13)V99.
           03 WS-TOT-DIFERENCIA  PIC S9(13)V99.

       01  WS-CALC-MARCA.
           03 WS-CAL-CALCULADO   PIC S9(13)V99.
           03 WS-CAL-DIFERENCIA  PIC S9(13)V99.

       01  WS-TAB-TIPOS.
           03 WS-TIP-ELEM OCCURS 7 TIMES.
              05 WS-TIP-UNIDADES PIC 9(09).
              05 WS-TIP-VALOR    PIC S9(13)V99.

       01  WS-TIP-NOMBRES-VALORES.
           03 FILLER             PIC X(25) VALUE
              'RECEPCIONES          E'.
           03 FILLER             PIC X(25) VALUE
              'DEVOLUCIONES POS     E'.
           03 FILLER             PIC X(25) VALUE
              'SOBRANTES INVENTARIO E'.
           03 FILLER             PIC X(25) VALUE
              'OTRAS ENTRADAS       E'.
           03 FILLER             PIC X(25) VALUE
              'VENTAS POS           S'.
           03 FILLER             PIC X(25) VALUE
              'FALTANTES INVENTARIO S'.
           03 FILLER             PIC X(25) VALUE
              'OTRAS SALIDAS        S'.
       01  WS-TIP-NOMBRES REDEFINES WS-TIP-NOMBRES-VALORES.
           03 WS-TIP-NOMBRE-ELEM OCCURS 7 TIMES.
              05 WS-TIP-NOMBRE   PIC X(21).
              05 WS-TIP-SENTIDO  PIC X(01).
              05 FILLER          PIC X(03).

       01  WS-TAB-ARTICULOS.
           03 WS-ART-CANT        PIC 9(04) VALUE 0.
           03 WS-ART-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ART-CANT
                          INDEXED BY WS-IX-ART.
              05 WS-ART-CODIGO   PIC X(10).
              05 WS-ART-IX-MARCA PIC 9(03).
              05 WS-ART-STOCK    PIC 9(07).
              05 WS-ART-COSTO    PIC 9(07)V99.
              05 WS-ART-RETRO    PIC X(01).

       01  WS-TAB-MARCAS.
           03 WS-MAR-CANT        PIC 9(03) VALUE 0.
           03 WS-MAR-ELEM OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-MAR-CANT
                          INDEXED BY WS-IX-MARCA.
              05 WS-MAR-CODIGO   PIC X(10).
              05 WS-MAR-APERTURA PIC S9(13)V99.
              05 WS-MAR-ENTRADAS PIC S9(13)V99.
              05 WS-MAR-SALIDAS  PIC S9(13)V99.
              05 WS-MAR-CIERRE   PIC S9(13)V99.

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'CIERREC1'.
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

       01  LIN-ENCABEZADO-CIE.
           03 FILLER             PIC X(30) VALUE
              'CIERRE DE PERIODO DE STOCK'.
           03 FILLER             PIC X(10) VALUE 'PERIODO: '.
           03 LEC-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-AAAA           PIC 9999.
           03 FILLER             PIC X(10) VALUE '  AL DIA: '.
           03 LEC-DD             PIC 99.
           03 FILLER             PIC X(10) VALUE '  EMITIDO '.
           03 LEC-EMI-DD         PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-EMI-MM         PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-EMI-AAAA       PIC 9999.

       01  LIN-SECCION-CIE.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSC-TITULO         PIC X(60).

       01  LIN-ENCABEZADO-MARCA.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(17) VALUE '       APERTURA'.
           03 FILLER             PIC X(17) VALUE '       ENTRADAS'.
           03 FILLER             PIC X(17) VALUE '        SALIDAS'.
           03 FILLER             PIC X(17) VALUE '  CIERRE CALC.'.
           03 FILLER             PIC X(17) VALUE '    CIERRE REAL'.
           03 FILLER             PIC X(17) VALUE '     DIFERENCIA'.

       01  LIN-DETALLE-MARCA.
           03 LDM-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDM-APERTURA       PIC -(12)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-ENTRADAS       PIC -(12)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-SALIDAS        PIC -(12)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-CALCULADO      PIC -(12)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-CIERRE         PIC -(12)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDM-DIFERENCIA     PIC -(12)9.99.

       01  LIN-ENCABEZADO-TIPO.
           03 FILLER             PIC X(24) VALUE 'TIPO DE MOVIMIENTO'.
           03 FILLER             PIC X(4)  VALUE 'E/S'.
           03 FILLER             PIC X(12) VALUE '   UNIDADES'.
           03 FILLER             PIC X(17) VALUE '      VALOR COSTO'.

       01  LIN-DETALLE-TIPO.
           03 LDT-NOMBRE         PIC X(21).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDT-SENTIDO        PIC X(01).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-UNIDADES       PIC Z(8)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDT-VALOR          PIC -(12)9.99.

       01  LIN-ENCABEZADO-ASI.
           03 FILLER             PIC X(10) VALUE 'FECHA'.
           03 FILLER             PIC X(14) VALUE 'CUENTA'.
           03 FILLER             PIC X(17) VALUE '          DEBE'.
           03 FILLER             PIC X(17) VALUE '         HABER'.
           03 FILLER             PIC X(30) VALUE 'REFERENCIA'.

       01  LIN-DETALLE-ASI.
           03 LDA-FECHA          PIC 9(08).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-CUENTA         PIC X(12).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-DEBE           PIC Z(11)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-HABER          PIC Z(11)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-REFERENCIA     PIC X(40).

       01  LIN-TOTAL-ASI.
           03 FILLER             PIC X(24) VALUE 'TOTAL ASIENTOS'.
           03 LTA-DEBE           PIC Z(11)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LTA-HABER          PIC Z(11)9.99.

       01  LIN-AVISO-CIE.
           03 LAC-TEXTO          PIC X(100).

       01  LIN-POSTERIORES-CIE.
           03 FILLER             PIC X(14) VALUE 'SE EXCLUYERON '.
           03 LPC-POSTERIORES    PIC Z(6)9.
           03 FILLER             PIC X(36) VALUE
              ' MOVIMIENTOS POSTERIORES AL PERIODO'.

       01  LIN-TOTAL-CIE.
           03 FILLER             PIC X(20) VALUE 'ARTICULOS EN FOTO: '.
           03 LTC-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' UNIDADES: '.
           03 LTC-UNIDADES       PIC Z(8)9.
           03 FILLER             PIC X(22) VALUE
              ' MOVIMIENTOS PERIODO: '.
           03 LTC-MOVIMIENTOS    PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' RETROTRAIDOS:'.
           03 LTC-RETROTRAIDOS   PIC Z(6)9.

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
           03 FILLER             PIC X(9)  VALUE 'PERIODO: '.
           03 LB-PERIODO         PIC 9(06).
           03 FILLER             PIC X(13) VALUE ' HISTORIAL: '.
           03 LB-LEIDOS          PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' ARTICULOS: '.
           03 LB-ARTICULOS       PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' ASIENTOS: '.
           03 LB-ASIENTOS        PIC Z(4)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROCESO THRU F-200-PROCESO UNTIL SI-FIN-HIS.
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

           COMPUTE WS-PERIODO-HOY = WS-FECHA-HOY-N / 100.
           MOVE WS-PERIODO-HOY TO WS-PERIODO.
           PERFORM 150-PERIODO-ANTERIOR THRU F-150-PERIODO-ANTERIOR.
           MOVE WS-PERIODO-ANT TO WS-PERIODO.

           PERFORM 105-LEER-PARAMETROS THRU F-105-LEER-PARAMETROS.
           PERFORM 110-LEER-CIERRES THRU F-110-LEER-CIERRES.
           PERFORM 115-VALIDAR-PERIODO THRU F-115-VALIDAR-PERIODO.

           OPEN INPUT MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
              IF WS-FSTATUS-MAE = '35'
                 DISPLAY 'ERROR: ARCHIVO MAESTRO_Articulos.DAT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR MAESTRO - FSTATUS: '
                         WS-FSTATUS-MAE
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-MAE TO TRUE.
           PERFORM 120-CARGAR-MAESTRO THRU F-120-CARGAR-MAESTRO
               UNTIL SI-FIN-MAE.
           CLOSE MAESTRO.

           PERFORM 130-CARGAR-APERTURA THRU F-130-CARGAR-APERTURA.

           MOVE ZEROES TO WS-TAB-TIPOS.
           MOVE ZEROES TO WS-TOTALES.

           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              IF WS-FSTATUS-HIS = '35'
                 DISPLAY 'AVISO: NO EXISTE HISTORIAL_Movimientos.TXT - '
                         'EL PERIODO NO TIENE MOVIMIENTOS'
                 SET SI-FIN-HIS TO TRUE
              ELSE
                 DISPLAY 'ERROR AL ABRIR HISTORIAL - FSTATUS: '
                         WS-FSTATUS-HIS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              SET SI-HIS-ABIERTO TO TRUE
              PERFORM 210-LEER-HISTORIAL THRU F-210-LEER-HISTORIAL
           END-IF.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_CierreC1.TXT - SE CIERRA '
                      'EL MES ANTERIOR CON LAS CUENTAS POR DEFECTO'
              GO TO F-105-LEER-PARAMETROS
           END-IF.
           SET NO-FIN-PAR TO TRUE.
           PERFORM 106-LEER-PARAMETRO THRU F-106-LEER-PARAMETRO
               UNTIL SI-FIN-PAR.
           CLOSE PARAMETROS.
       F-105-LEER-PARAMETROS.
           EXIT.

      *------------------------------------------------

       106-LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET SI-FIN-PAR TO TRUE
           END-READ.
           IF SI-FIN-PAR
              GO TO F-106-LEER-PARAMETRO
           END-IF.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PARAMETROS - FSTATUS: '
                      WS-FSTATUS-PAR ' - SE CONTINUA CON DEFECTOS'
              SET SI-FIN-PAR TO TRUE
              GO TO F-106-LEER-PARAMETRO
           END-IF.
           IF LINEA-PARAMETRO = SPACES
              OR LINEA-PARAMETRO (1:1) = '*'
              GO TO F-106-LEER-PARAMETRO
           END-IF.
           MOVE SPACES TO WS-PARAM-CLAVE.
           MOVE SPACES TO WS-PARAM-VALOR.
           UNSTRING LINEA-PARAMETRO DELIMITED BY '='
               INTO WS-PARAM-CLAVE WS-PARAM-VALOR.
           EVALUATE WS-PARAM-CLAVE
              WHEN 'PERIODO'
                 IF WS-PARAM-VALOR (1:6) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:6) TO WS-PERIODO
                 ELSE
                    DISPLAY 'PARAMETRO PERIODO NO NUMERICO: '
                            WS-PARAM-VALOR ' - SE CIERRA EL MES '
                            'ANTERIOR'
                 END-IF
              WHEN 'CTA_MERCADERIAS'
                 MOVE WS-PARAM-VALOR TO WS-CTA-MERCADERIAS
              WHEN 'CTA_COMPRAS'
                 MOVE WS-PARAM-VALOR TO WS-CTA-COMPRAS
              WHEN 'CTA_COSTO_VENTAS'
                 MOVE WS-PARAM-VALOR TO WS-CTA-COSTO-VTAS
              WHEN 'CTA_DIF_INVENTARIO'
                 MOVE WS-PARAM-VALOR TO WS-CTA-DIF-INVENT
              WHEN 'CTA_OTROS'
                 MOVE WS-PARAM-VALOR TO WS-CTA-OTROS
              WHEN OTHER
                 DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                         ' - SE IGNORA'
           END-EVALUATE.
       F-106-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       110-LEER-CIERRES.
           MOVE ZEROES TO WS-PERIODO-CERRADO.
           OPEN INPUT CIERRES.
           IF WS-FSTATUS-CIE NOT = '00'
              GO TO F-110-LEER-CIERRES
           END-IF.
           SET NO-FIN-CIE TO TRUE.
           PERFORM 112-LEER-CIERRE THRU F-112-LEER-CIERRE
               UNTIL SI-FIN-CIE.
           CLOSE CIERRES.
       F-110-LEER-CIERRES.
           EXIT.

      *------------------------------------------------

       112-LEER-CIERRE.
           READ CIERRES
               AT END
                   SET SI-FIN-CIE TO TRUE
           END-READ.
           IF NOT SI-FIN-CIE
              IF WS-FSTATUS-CIE NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN CIERRES - FSTATUS: '
                         WS-FSTATUS-CIE
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE CIERRES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CP-PERIODO IS NUMERIC
                 AND CP-PERIODO GREATER THAN WS-PERIODO-CERRADO
                 MOVE CP-PERIODO TO WS-PERIODO-CERRADO
              END-IF
           END-IF.
       F-112-LEER-CIERRE.
           EXIT.

      *------------------------------------------------

       115-VALIDAR-PERIODO.
           IF WS-PER-MM LESS THAN 1 OR WS-PER-MM GREATER THAN 12
              DISPLAY 'ERROR: PERIODO ' WS-PERIODO ' INVALIDO'
              PERFORM 990-ABORTAR-CIERRE THRU F-990-ABORTAR-CIERRE
           END-IF.

           MOVE WS-DIAS-MES (WS-PER-MM) TO WS-ULTIMO-DIA.
           IF WS-PER-MM = 2
              DIVIDE WS-PER-AAAA BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
              IF WS-RESTO = 0
                 MOVE 29 TO WS-ULTIMO-DIA
                 DIVIDE WS-PER-AAAA BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO
                 IF WS-RESTO = 0
                    MOVE 28 TO WS-ULTIMO-DIA
                    DIVIDE WS-PER-AAAA BY 400 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                    IF WS-RESTO = 0
                       MOVE 29 TO WS-ULTIMO-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE WS-PERIODO    TO WS-FCI-PERIODO.
           MOVE WS-ULTIMO-DIA TO WS-FCI-DD.

           IF WS-FECHA-CIERRE GREATER THAN WS-FECHA-HOY-N
              DISPLAY 'ERROR: EL PERIODO ' WS-PERIODO
                      ' AUN NO TERMINO - NO SE PUEDE CERRAR'
              PERFORM 990-ABORTAR-CIERRE THRU F-990-ABORTAR-CIERRE
           END-IF.

           IF WS-PERIODO NOT GREATER THAN WS-PERIODO-CERRADO
              DISPLAY 'ERROR: EL PERIODO ' WS-PERIODO
                      ' YA ESTA CERRADO (ULTIMO CIERRE '
                      WS-PERIODO-CERRADO ')'
              PERFORM 990-ABORTAR-CIERRE THRU F-990-ABORTAR-CIERRE
           END-IF.

           PERFORM 150-PERIODO-ANTERIOR THRU F-150-PERIODO-ANTERIOR.
           IF WS-PERIODO-CERRADO = 0
              SET SI-PRIMER-CIERRE TO TRUE
           ELSE
              IF WS-PERIODO-ANT NOT = WS-PERIODO-CERRADO
                 DISPLAY 'ERROR: EL ULTIMO PERIODO CERRADO ES '
                         WS-PERIODO-CERRADO ' - DEBE CERRARSE '
                         'ANTES EL PERIODO ' WS-PERIODO-ANT
                 PERFORM 990-ABORTAR-CIERRE THRU F-990-ABORTAR-CIERRE
              END-IF
           END-IF.
       F-115-VALIDAR-PERIODO.
           EXIT.

      *------------------------------------------------

       120-CARGAR-MAESTRO.
           READ MAESTRO NEXT
               AT END
                   SET SI-FIN-MAE TO TRUE
           END-READ.
           IF NOT SI-FIN-MAE
              IF WS-FSTATUS-MAE NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN MAESTRO - FSTATUS: '
                         WS-FSTATUS-MAE
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE MAESTRO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-ART-CANT NOT LESS THAN 5000
                 DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS '
                         'EXCEDIDO - SE DETIENE EL PROCESO'
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE MAESTRO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE MA-MARCA TO WS-MARCA-BUSCADA
              PERFORM 140-UBICAR-MARCA THRU F-140-UBICAR-MARCA
              ADD 1 TO WS-ART-CANT
              SET WS-IX-ART TO WS-ART-CANT
              MOVE MA-ARTICULO TO WS-ART-CODIGO (WS-IX-ART)
              MOVE WS-IX-MAR   TO WS-ART-IX-MARCA (WS-IX-ART)
              MOVE MA-STOCK    TO WS-ART-STOCK (WS-IX-ART)
              MOVE MA-COSTO    TO WS-ART-COSTO (WS-IX-ART)
              MOVE 'N'         TO WS-ART-RETRO (WS-IX-ART)
           END-IF.
       F-120-CARGAR-MAESTRO.
           EXIT.

      *------------------------------------------------

       130-CARGAR-APERTURA.
           OPEN INPUT FOTOS.
           IF WS-FSTATUS-FOT NOT = '00'
              IF NO-PRIMER-CIERRE
                 DISPLAY 'AVISO: NO SE ENCONTRO LA FOTO DEL PERIODO '
                         WS-PERIODO-ANT ' - LA APERTURA QUEDA EN CERO'
              END-IF
              GO TO F-130-CARGAR-APERTURA
           END-IF.
           SET NO-FIN-FOT TO TRUE.
           PERFORM 135-LEER-FOTO THRU F-135-LEER-FOTO
               UNTIL SI-FIN-FOT.
           CLOSE FOTOS.

           IF WS-CONTA-FOTO-ACT GREATER THAN 0
              DISPLAY 'ERROR: CIERRES_Maestro.TXT YA TIENE '
                      WS-CONTA-FOTO-ACT ' REGISTROS DEL PERIODO '
                      WS-PERIODO ' - REVISAR UNA CORRIDA ANTERIOR '
                      'INCOMPLETA'
              PERFORM 990-ABORTAR-CIERRE THRU F-990-ABORTAR-CIERRE
           END-IF.
           IF NO-PRIMER-CIERRE AND WS-CONTA-FOTO-ANT = 0
              DISPLAY 'AVISO: LA FOTO DEL PERIODO ' WS-PERIODO-ANT
                      ' NO TIENE ARTICULOS - LA APERTURA QUEDA EN CERO'
           END-IF.
       F-130-CARGAR-APERTURA.
           EXIT.

      *------------------------------------------------

       135-LEER-FOTO.
           READ FOTOS
               AT END
                   SET SI-FIN-FOT TO TRUE
           END-READ.
           IF SI-FIN-FOT
              GO TO F-135-LEER-FOTO
           END-IF.
           IF WS-FSTATUS-FOT NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN CIERRES_Maestro - FSTATUS: '
                      WS-FSTATUS-FOT
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE FOTOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CM-PERIODO = WS-PERIODO
              ADD 1 TO WS-CONTA-FOTO-ACT
           END-IF.
           IF NO-PRIMER-CIERRE AND CM-PERIODO = WS-PERIODO-ANT
              ADD 1 TO WS-CONTA-FOTO-ANT
              MOVE CM-MARCA TO WS-MARCA-BUSCADA
              PERFORM 140-UBICAR-MARCA THRU F-140-UBICAR-MARCA
              ADD CM-VALOR TO WS-MAR-APERTURA (WS-IX-MAR)
           END-IF.
       F-135-LEER-FOTO.
           EXIT.

      *------------------------------------------------

       140-UBICAR-MARCA.
           SET WS-IX-MARCA TO 1.
           SEARCH WS-MAR-ELEM
              AT END
                 IF WS-MAR-CANT NOT LESS THAN 500
                    DISPLAY 'ERROR: LIMITE DE 500 MARCAS EXCEDIDO '
                            '- SE DETIENE EL PROCESO'
                    PERFORM 930-ESCRIBIR-BITACORA
                        THRU F-930-ESCRIBIR-BITACORA
                    CLOSE BITACORA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-MAR-CANT
                 SET WS-IX-MARCA TO WS-MAR-CANT
                 MOVE WS-MARCA-BUSCADA TO WS-MAR-CODIGO (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-APERTURA (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-ENTRADAS (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-SALIDAS (WS-IX-MARCA)
                 MOVE ZEROES TO WS-MAR-CIERRE (WS-IX-MARCA)
              WHEN WS-MAR-CODIGO (WS-IX-MARCA) EQUAL WS-MARCA-BUSCADA
                 CONTINUE
           END-SEARCH.
           SET WS-IX-MAR TO WS-IX-MARCA.
       F-140-UBICAR-MARCA.
           EXIT.

      *------------------------------------------------

       150-PERIODO-ANTERIOR.
           IF WS-PER-MM NOT GREATER THAN 1
              COMPUTE WS-PAN-AAAA = WS-PER-AAAA - 1
              MOVE 12 TO WS-PAN-MM
           ELSE
              MOVE WS-PER-AAAA TO WS-PAN-AAAA
              COMPUTE WS-PAN-MM = WS-PER-MM - 1
           END-IF.
       F-150-PERIODO-ANTERIOR.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           IF HS-FECHA IS NUMERIC AND HS-TIPO NOT = 'A'
              COMPUTE WS-PERIODO-HS = HS-FECHA / 100
              EVALUATE TRUE
                 WHEN WS-PERIODO-HS = WS-PERIODO
                    ADD 1 TO WS-CONTA-HIS-PERIODO
                    PERFORM 220-VALORIZAR-MOVIMIENTO
                        THRU F-220-VALORIZAR-MOVIMIENTO
                 WHEN WS-PERIODO-HS GREATER THAN WS-PERIODO
                    ADD 1 TO WS-CONTA-HIS-POSTER
                    PERFORM 230-RETROTRAER-ARTICULO
                        THRU F-230-RETROTRAER-ARTICULO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 210-LEER-HISTORIAL THRU F-210-LEER-HISTORIAL.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       210-LEER-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF NOT SI-FIN-HIS
              IF WS-FSTATUS-HIS NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN HISTORIAL - FSTATUS: '
                         WS-FSTATUS-HIS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE HISTORIAL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CONTA-HIS-LEIDOS
           END-IF.
       F-210-LEER-HISTORIAL.
           EXIT.

      *------------------------------------------------

       220-VALORIZAR-MOVIMIENTO.
           MOVE ZEROES TO WS-COSTO-REF.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 MOVE '*SIN MAEST' TO WS-MARCA-BUSCADA
                 PERFORM 140-UBICAR-MARCA THRU F-140-UBICAR-MARCA
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL HS-ARTICULO
                 MOVE WS-ART-IX-MARCA (WS-IX-ART) TO WS-IX-MAR
                 MOVE WS-ART-COSTO (WS-IX-ART) TO WS-COSTO-REF
           END-SEARCH.

           IF HS-COSTO-ANT IS NUMERIC
              MOVE HS-COSTO-ANT TO WS-COSTO-ANT
           ELSE
              MOVE WS-COSTO-REF TO WS-COSTO-ANT
           END-IF.
           IF HS-COSTO-NUEVO IS NUMERIC
              MOVE HS-COSTO-NUEVO TO WS-COSTO-NUE
           ELSE
              MOVE WS-COSTO-ANT TO WS-COSTO-NUE
           END-IF.

           IF HS-TIPO = 'E'
              COMPUTE WS-VALOR-MOV ROUNDED =
                      HS-STOCK-NUEVO * WS-COSTO-NUE
                    - HS-STOCK-ANT * WS-COSTO-ANT
              EVALUATE HS-ORIGEN
                 WHEN 'R'
                    MOVE 1 TO WS-IX-TIP
                 WHEN 'P'
                    MOVE 2 TO WS-IX-TIP
                 WHEN 'I'
                    MOVE 3 TO WS-IX-TIP
                 WHEN OTHER
                    MOVE 4 TO WS-IX-TIP
              END-EVALUATE
              ADD WS-VALOR-MOV TO WS-MAR-ENTRADAS (WS-IX-MAR)
              ADD WS-VALOR-MOV TO WS-TOT-ENTRADAS
           ELSE
              COMPUTE WS-VALOR-MOV ROUNDED =
                      HS-CANTIDAD * WS-COSTO-ANT
              EVALUATE HS-ORIGEN
                 WHEN 'P'
                    MOVE 5 TO WS-IX-TIP
                 WHEN 'I'
                    MOVE 6 TO WS-IX-TIP
                 WHEN OTHER
                    MOVE 7 TO WS-IX-TIP
              END-EVALUATE
              ADD WS-VALOR-MOV TO WS-MAR-SALIDAS (WS-IX-MAR)
              ADD WS-VALOR-MOV TO WS-TOT-SALIDAS
           END-IF.
           ADD HS-CANTIDAD  TO WS-TIP-UNIDADES (WS-IX-TIP).
           ADD WS-VALOR-MOV TO WS-TIP-VALOR (WS-IX-TIP).
       F-220-VALORIZAR-MOVIMIENTO.
           EXIT.

      *------------------------------------------------

       230-RETROTRAER-ARTICULO.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 CONTINUE
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL HS-ARTICULO
                 IF WS-ART-RETRO (WS-IX-ART) = 'N'
                    MOVE 'S' TO WS-ART-RETRO (WS-IX-ART)
                    ADD 1 TO WS-CONTA-RETROTRAIDOS
                    MOVE HS-STOCK-ANT TO WS-ART-STOCK (WS-IX-ART)
                    IF HS-COSTO-ANT IS NUMERIC
                       MOVE HS-COSTO-ANT TO WS-ART-COSTO (WS-IX-ART)
                    END-IF
                 END-IF
           END-SEARCH.
       F-230-RETROTRAER-ARTICULO.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           IF SI-HIS-ABIERTO
              CLOSE HISTORIAL
           END-IF.

           PERFORM 310-GRABAR-FOTO THRU F-310-GRABAR-FOTO.

           OPEN OUTPUT REPORTE-CIE.
           MOVE WS-PER-MM       TO LEC-MM.
           MOVE WS-PER-AAAA     TO LEC-AAAA.
           MOVE WS-ULTIMO-DIA   TO LEC-DD.
           MOVE WS-FECHA-DD     TO LEC-EMI-DD.
           MOVE WS-FECHA-MM     TO LEC-EMI-MM.
           MOVE WS-FECHA-AAAA   TO LEC-EMI-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CIE.
           IF SI-PRIMER-CIERRE
              MOVE 'PRIMER CIERRE: LA APERTURA SE DEDUCE DEL CIERRE '
                   TO LAC-TEXTO
              MOVE 'MENOS LOS MOVIMIENTOS DEL PERIODO'
                   TO LAC-TEXTO (49:)
              WRITE LINEA-REPORTE FROM LIN-AVISO-CIE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'EVOLUCION DEL INVENTARIO POR MARCA (VALOR A COSTO)'
                TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CIE.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-MARCA.
           PERFORM 320-LINEA-MARCA THRU F-320-LINEA-MARCA
               VARYING WS-IX-MAR FROM 1 BY 1
               UNTIL WS-IX-MAR > WS-MAR-CANT.
           PERFORM 325-TOTAL-MARCAS THRU F-325-TOTAL-MARCAS.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'MOVIMIENTOS DEL PERIODO POR TIPO' TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CIE.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TIPO.
           PERFORM 330-LINEA-TIPO THRU F-330-LINEA-TIPO
               VARYING WS-IX-TIP FROM 1 BY 1
               UNTIL WS-IX-TIP > 7.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'ASIENTO DE CIERRE' TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CIE.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-ASI.
           PERFORM 340-GRABAR-ASIENTOS THRU F-340-GRABAR-ASIENTOS.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTA-FOTO-ACT     TO LTC-ARTICULOS.
           MOVE WS-TOTAL-UNIDADES     TO LTC-UNIDADES.
           MOVE WS-CONTA-HIS-PERIODO  TO LTC-MOVIMIENTOS.
           MOVE WS-CONTA-RETROTRAIDOS TO LTC-RETROTRAIDOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-CIE.
           IF WS-CONTA-HIS-POSTER GREATER THAN 0
              MOVE WS-CONTA-HIS-POSTER TO LPC-POSTERIORES
              WRITE LINEA-REPORTE FROM LIN-POSTERIORES-CIE
           END-IF.
           CLOSE REPORTE-CIE.

           PERFORM 350-BLOQUEAR-PERIODO THRU F-350-BLOQUEAR-PERIODO.
           PERFORM 360-LINEA-CONTROL THRU F-360-LINEA-CONTROL.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-GRABAR-FOTO.
           OPEN EXTEND FOTOS.
           IF WS-FSTATUS-FOT = '35'
              OPEN OUTPUT FOTOS
           END-IF.
           IF WS-FSTATUS-FOT NOT = '00'
              DISPLAY 'ERROR AL ABRIR CIERRES_Maestro - FSTATUS: '
                      WS-FSTATUS-FOT
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZEROES TO WS-CONTA-FOTO-ACT.
           PERFORM 315-FOTO-ARTICULO THRU F-315-FOTO-ARTICULO
               VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-ART-CANT.
           CLOSE FOTOS.

           IF SI-PRIMER-CIERRE
              PERFORM 317-DEDUCIR-APERTURA THRU F-317-DEDUCIR-APERTURA
                  VARYING WS-IX-MAR FROM 1 BY 1
                  UNTIL WS-IX-MAR > WS-MAR-CANT
           END-IF.
       F-310-GRABAR-FOTO.
           EXIT.

      *------------------------------------------------

       315-FOTO-ARTICULO.
           COMPUTE WS-VALOR-ART ROUNDED =
                   WS-ART-STOCK (WS-IX-ART) * WS-ART-COSTO (WS-IX-ART)
               ON SIZE ERROR
                  PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
           END-COMPUTE.
           MOVE WS-ART-IX-MARCA (WS-IX-ART) TO WS-IX-MAR.
           MOVE WS-PERIODO                   TO CM-PERIODO.
           MOVE WS-FECHA-CIERRE              TO CM-FECHA.
           MOVE WS-ART-CODIGO (WS-IX-ART)    TO CM-ARTICULO.
           MOVE WS-MAR-CODIGO (WS-IX-MAR)    TO CM-MARCA.
           MOVE WS-ART-STOCK (WS-IX-ART)     TO CM-STOCK.
           MOVE WS-ART-COSTO (WS-IX-ART)     TO CM-COSTO.
           MOVE WS-VALOR-ART                 TO CM-VALOR.
           WRITE REGISTRO-FOTO.
           ADD 1 TO WS-CONTA-FOTO-ACT.
           ADD WS-ART-STOCK (WS-IX-ART) TO WS-TOTAL-UNIDADES.
           ADD WS-VALOR-ART TO WS-MAR-CIERRE (WS-IX-MAR).
       F-315-FOTO-ARTICULO.
           EXIT.

      *------------------------------------------------

       317-DEDUCIR-APERTURA.
           COMPUTE WS-MAR-APERTURA (WS-IX-MAR) =
                   WS-MAR-CIERRE (WS-IX-MAR)
                 - WS-MAR-ENTRADAS (WS-IX-MAR)
                 + WS-MAR-SALIDAS (WS-IX-MAR).
       F-317-DEDUCIR-APERTURA.
           EXIT.

      *------------------------------------------------

       320-LINEA-MARCA.
           COMPUTE WS-CAL-CALCULADO = WS-MAR-APERTURA (WS-IX-MAR)
                                    + WS-MAR-ENTRADAS (WS-IX-MAR)
                                    - WS-MAR-SALIDAS (WS-IX-MAR).
           COMPUTE WS-CAL-DIFERENCIA = WS-MAR-CIERRE (WS-IX-MAR)
                                     - WS-CAL-CALCULADO.
           ADD WS-MAR-APERTURA (WS-IX-MAR) TO WS-TOT-APERTURA.
           ADD WS-CAL-CALCULADO TO WS-TOT-CALCULADO.
           ADD WS-MAR-CIERRE (WS-IX-MAR) TO WS-TOT-CIERRE.
           ADD WS-CAL-DIFERENCIA TO WS-TOT-DIFERENCIA.

           MOVE WS-MAR-CODIGO (WS-IX-MAR)   TO LDM-MARCA.
           MOVE WS-MAR-APERTURA (WS-IX-MAR) TO LDM-APERTURA.
           MOVE WS-MAR-ENTRADAS (WS-IX-MAR) TO LDM-ENTRADAS.
           MOVE WS-MAR-SALIDAS (WS-IX-MAR)  TO LDM-SALIDAS.
           MOVE WS-CAL-CALCULADO            TO LDM-CALCULADO.
           MOVE WS-MAR-CIERRE (WS-IX-MAR)   TO LDM-CIERRE.
           MOVE WS-CAL-DIFERENCIA           TO LDM-DIFERENCIA.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-MARCA.
       F-320-LINEA-MARCA.
           EXIT.

      *------------------------------------------------

       325-TOTAL-MARCAS.
           MOVE 'TOTAL'            TO LDM-MARCA.
           MOVE WS-TOT-APERTURA    TO LDM-APERTURA.
           MOVE WS-TOT-ENTRADAS    TO LDM-ENTRADAS.
           MOVE WS-TOT-SALIDAS     TO LDM-SALIDAS.
           MOVE WS-TOT-CALCULADO   TO LDM-CALCULADO.
           MOVE WS-TOT-CIERRE      TO LDM-CIERRE.
           MOVE WS-TOT-DIFERENCIA  TO LDM-DIFERENCIA.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-MARCA.
           IF WS-TOT-DIFERENCIA NOT = 0
              MOVE 'LA DIFERENCIA CORRESPONDE A CAMBIOS DE COSTO O '
                   TO LAC-TEXTO
              MOVE 'STOCK HECHOS FUERA DE LOS MOVIMIENTOS (REVALUACION)'
                   TO LAC-TEXTO (48:)
              WRITE LINEA-REPORTE FROM LIN-AVISO-CIE
           END-IF.
       F-325-TOTAL-MARCAS.
           EXIT.

      *------------------------------------------------

       330-LINEA-TIPO.
           MOVE WS-TIP-NOMBRE (WS-IX-TIP)   TO LDT-NOMBRE.
           MOVE WS-TIP-SENTIDO (WS-IX-TIP)  TO LDT-SENTIDO.
           MOVE WS-TIP-UNIDADES (WS-IX-TIP) TO LDT-UNIDADES.
           MOVE WS-TIP-VALOR (WS-IX-TIP)    TO LDT-VALOR.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TIPO.
       F-330-LINEA-TIPO.
           EXIT.

      *------------------------------------------------

       340-GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           IF WS-FSTATUS-ASI NOT = '00'
              DISPLAY 'ERROR AL ABRIR ASIENTOS_Contables - FSTATUS: '
                      WS-FSTATUS-ASI
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-CIE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZEROES TO WS-ASI-TOTAL-DEBE.
           MOVE ZEROES TO WS-ASI-TOTAL-HABER.

           MOVE WS-TIP-VALOR (1)       TO WS-ASI-IMPORTE.
           MOVE WS-CTA-MERCADERIAS     TO WS-ASI-CTA-DEBE.
           MOVE WS-CTA-COMPRAS         TO WS-ASI-CTA-HABER.
           MOVE 'RECEPCIONES'          TO WS-ASI-CONCEPTO.
           PERFORM 345-GRABAR-PARTIDA THRU F-345-GRABAR-PARTIDA.

           COMPUTE WS-ASI-IMPORTE = WS-TIP-VALOR (5)
                                  - WS-TIP-VALOR (2).
           MOVE WS-CTA-COSTO-VTAS      TO WS-ASI-CTA-DEBE.
           MOVE WS-CTA-MERCADERIAS     TO WS-ASI-CTA-HABER.
           MOVE 'COSTO VENTAS POS'     TO WS-ASI-CONCEPTO.
           PERFORM 345-GRABAR-PARTIDA THRU F-345-GRABAR-PARTIDA.

           COMPUTE WS-ASI-IMPORTE = WS-TIP-VALOR (6)
                                  - WS-TIP-VALOR (3).
           MOVE WS-CTA-DIF-INVENT      TO WS-ASI-CTA-DEBE.
           MOVE WS-CTA-MERCADERIAS     TO WS-ASI-CTA-HABER.
           MOVE 'DIFERENCIAS INVENTARIO' TO WS-ASI-CONCEPTO.
           PERFORM 345-GRABAR-PARTIDA THRU F-345-GRABAR-PARTIDA.

           COMPUTE WS-ASI-IMPORTE = WS-TIP-VALOR (7)
                                  - WS-TIP-VALOR (4).
           MOVE WS-CTA-OTROS           TO WS-ASI-CTA-DEBE.
           MOVE WS-CTA-MERCADERIAS     TO WS-ASI-CTA-HABER.
           MOVE 'OTROS MOVIMIENTOS'    TO WS-ASI-CONCEPTO.
           PERFORM 345-GRABAR-PARTIDA THRU F-345-GRABAR-PARTIDA.

           MOVE WS-TOT-DIFERENCIA      TO WS-ASI-IMPORTE.
           MOVE WS-CTA-MERCADERIAS     TO WS-ASI-CTA-DEBE.
           MOVE WS-CTA-OTROS           TO WS-ASI-CTA-HABER.
           MOVE 'REVALUACION'          TO WS-ASI-CONCEPTO.
           PERFORM 345-GRABAR-PARTIDA THRU F-345-GRABAR-PARTIDA.

           CLOSE ASIENTOS.
           MOVE WS-ASI-TOTAL-DEBE  TO LTA-DEBE.
           MOVE WS-ASI-TOTAL-HABER TO LTA-HABER.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-ASI.
       F-340-GRABAR-ASIENTOS.
           EXIT.

      *------------------------------------------------

       345-GRABAR-PARTIDA.
           IF WS-ASI-IMPORTE = 0
              GO TO F-345-GRABAR-PARTIDA
           END-IF.
           IF WS-ASI-IMPORTE LESS THAN 0
              COMPUTE WS-ASI-IMPORTE = 0 - WS-ASI-IMPORTE
              MOVE WS-ASI-CTA-DEBE  TO AS-CUENTA
              MOVE WS-ASI-CTA-HABER TO WS-ASI-CTA-DEBE
              MOVE AS-CUENTA        TO WS-ASI-CTA-HABER
           END-IF.

           MOVE SPACES TO AS-REFERENCIA.
           STRING 'CIERRE '          DELIMITED BY SIZE
                  WS-PERIODO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ASI-CONCEPTO    DELIMITED BY SIZE
                  INTO AS-REFERENCIA.
           MOVE WS-FECHA-CIERRE   TO AS-FECHA.
           MOVE WS-ASI-CTA-DEBE   TO AS-CUENTA.
           MOVE WS-ASI-IMPORTE    TO AS-DEBE.
           MOVE ZEROES            TO AS-HABER.
           WRITE REGISTRO-ASIENTO.
           PERFORM 347-LINEA-ASIENTO THRU F-347-LINEA-ASIENTO.

           MOVE WS-ASI-CTA-HABER  TO AS-CUENTA.
           MOVE ZEROES            TO AS-DEBE.
           MOVE WS-ASI-IMPORTE    TO AS-HABER.
           WRITE REGISTRO-ASIENTO.
           PERFORM 347-LINEA-ASIENTO THRU F-347-LINEA-ASIENTO.
       F-345-GRABAR-PARTIDA.
           EXIT.

      *------------------------------------------------

       347-LINEA-ASIENTO.
           ADD 1 TO WS-CONTA-ASIENTOS.
           ADD AS-DEBE  TO WS-ASI-TOTAL-DEBE.
           ADD AS-HABER TO WS-ASI-TOTAL-HABER.
           MOVE AS-FECHA      TO LDA-FECHA.
           MOVE AS-CUENTA     TO LDA-CUENTA.
           MOVE AS-DEBE       TO LDA-DEBE.
           MOVE AS-HABER      TO LDA-HABER.
           MOVE AS-REFERENCIA TO LDA-REFERENCIA.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-ASI.
       F-347-LINEA-ASIENTO.
           EXIT.

      *------------------------------------------------

       350-BLOQUEAR-PERIODO.
           OPEN EXTEND CIERRES.
           IF WS-FSTATUS-CIE = '35'
              OPEN OUTPUT CIERRES
           END-IF.
           IF WS-FSTATUS-CIE NOT = '00'
              DISPLAY 'ERROR AL ABRIR CIERRES_Periodos - FSTATUS: '
                      WS-FSTATUS-CIE ' - EL PERIODO NO QUEDO BLOQUEADO'
              MOVE 8 TO RETURN-CODE
              GO TO F-350-BLOQUEAR-PERIODO
           END-IF.
           MOVE WS-PERIODO        TO CP-PERIODO.
           MOVE WS-FECHA-HOY-N    TO CP-FECHA-CIERRE.
           MOVE WS-CONTA-FOTO-ACT TO CP-ARTICULOS.
           MOVE WS-TOTAL-UNIDADES TO CP-UNIDADES.
           MOVE WS-TOT-CIERRE     TO CP-VALOR.
           WRITE REGISTRO-CIERRE.
           CLOSE CIERRES.
       F-350-BLOQUEAR-PERIODO.
           EXIT.

      *------------------------------------------------

       360-LINEA-CONTROL.
           MOVE WS-TOT-APERTURA   TO LDM-APERTURA.
           MOVE WS-TOT-CIERRE     TO LDM-CIERRE.
           MOVE WS-TOT-DIFERENCIA TO LDM-DIFERENCIA.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           IF RETURN-CODE = 0
              STRING 'CONTROL: PERIODO=' DELIMITED BY SIZE
                     WS-PERIODO          DELIMITED BY SIZE
                     ' APERTURA='        DELIMITED BY SIZE
                     LDM-APERTURA        DELIMITED BY SIZE
                     ' CIERRE='          DELIMITED BY SIZE
                     LDM-CIERRE          DELIMITED BY SIZE
                     ' REVALUACION='     DELIMITED BY SIZE
                     LDM-DIFERENCIA      DELIMITED BY SIZE
                     ' ESTADO=OK'        DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
           ELSE
              STRING 'CONTROL: PERIODO=' DELIMITED BY SIZE
                     WS-PERIODO          DELIMITED BY SIZE
                     ' NO BLOQUEADO'     DELIMITED BY SIZE
                     ' ESTADO=ERROR'     DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
           END-IF.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
       F-360-LINEA-CONTROL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-PERIODO       TO LB-PERIODO.
           MOVE WS-CONTA-HIS-LEIDOS TO LB-LEIDOS.
           MOVE WS-CONTA-FOTO-ACT TO LB-ARTICULOS.
           MOVE WS-CONTA-ASIENTOS TO LB-ASIENTOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       940-ABORTAR-VALOR.
           DISPLAY 'ERROR: DESBORDE DE VALOR EN ARTICULO '
                   WS-ART-CODIGO (WS-IX-ART)
                   ' - SE DETIENE EL PROCESO'.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           CLOSE FOTOS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-940-ABORTAR-VALOR.
           EXIT.

      *------------------------------------------------

       990-ABORTAR-CIERRE.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: PERIODO=' DELIMITED BY SIZE
                  WS-PERIODO          DELIMITED BY SIZE
                  ' RECHAZADO ESTADO=ERROR' DELIMITED BY SIZE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-990-ABORTAR-CIERRE.
           EXIT.
