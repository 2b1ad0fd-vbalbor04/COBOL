      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConStkC1.
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

           SELECT AUDITORIA
           ASSIGN TO "AUDITORIA_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-AUD.

           SELECT REPORTE-CON
           ASSIGN TO "REPORTE_ConciliacionStock.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_ConStkC1.TXT"
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

       FD AUDITORIA.
       01  REGISTRO-AUDITORIA.
           03 AU-FECHA       PIC 9(08).
           03 FILLER         PIC X(01).
           03 AU-HORA        PIC X(08).
           03 FILLER         PIC X(01).
           03 AU-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 AU-ARTICULO    PIC X(10).
           03 FILLER         PIC X(01).
           03 AU-MARCA       PIC X(10).
           03 FILLER         PIC X(01).
           03 AU-TALLE       PIC X(10).
           03 FILLER         PIC X(01).
           03 AU-COLOR       PIC X(10).
           03 FILLER         PIC X(01).
           03 AU-STOCK       PIC 9(07).
           03 FILLER         PIC X(61).

       FD REPORTE-CON.
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

       01  WS-FIN-AUD            PIC X(1) VALUE 'N'.
           88 SI-FIN-AUD         VALUE 'S'.
           88 NO-FIN-AUD         VALUE 'N'.

       01  WS-HIS-ABIERTO        PIC X(1) VALUE 'N'.
           88 SI-HIS-ABIERTO     VALUE 'S'.
           88 NO-HIS-ABIERTO     VALUE 'N'.

       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-AUD        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-CONTA-HIS-LEIDOS   PIC 9(09) VALUE 0.
       77  WS-CONTA-HIS-INVALIDOS PIC 9(07) VALUE 0.
       77  WS-CONTA-AUD-LEIDOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-DIFERENCIAS  PIC 9(05) VALUE 0.
       77  WS-CONTA-CADENAS      PIC 9(05) VALUE 0.
       77  WS-CONTA-CAMBIOS      PIC 9(05) VALUE 0.

       77  WS-IX-GEN             PIC 9(04) VALUE 0.
       77  WS-STOCK-MAE-CMP      PIC 9(07) VALUE 0.
       77  WS-DIFERENCIA         PIC S9(08) VALUE 0.
       77  WS-VALOR              PIC S9(13)V99 VALUE 0.
       77  WS-TOT-VALOR-DIF      PIC S9(13)V99 VALUE 0.
       77  WS-TOT-VALOR-CAD      PIC S9(13)V99 VALUE 0.
       77  WS-TOT-VALOR-CAM      PIC S9(13)V99 VALUE 0.

       01  WS-FECHA-EDITAR       PIC 9(08) VALUE 0.
       01  WS-FECHA-EDITAR-R REDEFINES WS-FECHA-EDITAR.
           03 WS-FED-AAAA        PIC 9(04).
           03 WS-FED-MM          PIC 9(02).
           03 WS-FED-DD          PIC 9(02).

       01  WS-FECHA-EDITADA.
           03 WS-FEE-DD          PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 WS-FEE-MM          PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 WS-FEE-AAAA        PIC 9999.

       01  WS-TAB-ARTICULOS.
           03 WS-ART-CANT        PIC 9(04) VALUE 0.
           03 WS-ART-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ART-CANT
                          INDEXED BY WS-IX-ART.
              05 WS-ART-CODIGO   PIC X(10).
              05 WS-ART-EN-MAESTRO PIC X(01).
              05 WS-ART-STOCK    PIC 9(07).
              05 WS-ART-COSTO    PIC 9(07)V99.
              05 WS-ART-RECONST  PIC S9(08).
              05 WS-ART-ULT-NUEVO PIC 9(07).
              05 WS-ART-ULT-FECHA PIC 9(08).
              05 WS-ART-ANCLA    PIC X(01).
              05 WS-ART-FECHA-ANCLA PIC 9(08).
              05 WS-ART-ROTURAS  PIC 9(05).
              05 WS-ART-CAMBIO   PIC X(01).
              05 WS-ART-FINAL    PIC X(01).

       01  WS-TAB-HALLAZGOS.
           03 WS-HAL-CANT        PIC 9(04) VALUE 0.
           03 WS-HAL-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-HAL-CANT
                          INDEXED BY WS-IX-HAL.
              05 WS-HAL-TIPO     PIC X(01).
              05 WS-HAL-ARTICULO PIC X(10).
              05 WS-HAL-IX-ART   PIC 9(04).
              05 WS-HAL-REGISTRO PIC 9(09).
              05 WS-HAL-FECHA    PIC 9(08).
              05 WS-HAL-FECHA-ANT PIC 9(08).
              05 WS-HAL-ANTES    PIC 9(07).
              05 WS-HAL-DESPUES  PIC 9(07).
              05 WS-HAL-AUD-FECHA PIC 9(08).
              05 WS-HAL-AUD-HORA PIC X(08).
              05 WS-HAL-AUD-TIPO PIC X(01).

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'CONSTKC1'.
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

       01  LIN-ENCABEZADO-CON.
           03 FILLER             PIC X(44) VALUE
              'CONCILIACION DE STOCK MAESTRO VS HISTORIAL'.
           03 FILLER             PIC X(8) VALUE 'EMITIDO '.
           03 LEC-EMI-DD         PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-EMI-MM         PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEC-EMI-AAAA       PIC 9999.

       01  LIN-SECCION-CON.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSC-TITULO         PIC X(70).

       01  LIN-SIN-NOVEDADES.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 FILLER             PIC X(13) VALUE 'SIN NOVEDADES'.

       01  LIN-ENCABEZADO-DIF.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(20) VALUE 'PUNTO DE PARTIDA'.
           03 FILLER             PIC X(10) VALUE '   RECONS.'.
           03 FILLER             PIC X(8)  VALUE ' MAESTRO'.
           03 FILLER             PIC X(10) VALUE '     DIFER'.
           03 FILLER             PIC X(11) VALUE '      COSTO'.
           03 FILLER             PIC X(17) VALUE '      VALOR COSTO'.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'OBSERVACION'.

       01  LIN-DETALLE-DIF.
           03 LDD-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-PARTIDA        PIC X(19).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-RECONST        PIC -(8)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-MAESTRO        PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-DIFERENCIA     PIC -(8)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-COSTO          PIC Z(6)9.99.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-VALOR          PIC -(12)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-OBSERVACION    PIC X(38).

       01  LIN-ENCABEZADO-CAD.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(11) VALUE ' REGISTRO'.
           03 FILLER             PIC X(12) VALUE 'FECHA'.
           03 FILLER             PIC X(9)  VALUE ' ESPERADO'.
           03 FILLER             PIC X(8)  VALUE ' STK.ANT'.
           03 FILLER             PIC X(10) VALUE '     DIFER'.
           03 FILLER             PIC X(17) VALUE '      VALOR COSTO'.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'OBSERVACION'.

       01  LIN-DETALLE-CAD.
           03 LDC-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-REGISTRO       PIC Z(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-FECHA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-ESPERADO       PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDC-INFORMADO      PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDC-DIFERENCIA     PIC -(8)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDC-VALOR          PIC -(12)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDC-OBSERVACION    PIC X(36).

       01  LIN-ENCABEZADO-CAM.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(20) VALUE 'AUDITORIA'.
           03 FILLER             PIC X(5)  VALUE 'TIPO'.
           03 FILLER             PIC X(24) VALUE 'MOMENTO'.
           03 FILLER             PIC X(8)  VALUE '   ANTES'.
           03 FILLER             PIC X(8)  VALUE ' DESPUES'.
           03 FILLER             PIC X(10) VALUE '     DIFER'.
           03 FILLER             PIC X(17) VALUE '      VALOR COSTO'.

       01  LIN-DETALLE-CAM.
           03 LDK-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDK-FECHA          PIC X(10).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-HORA           PIC X(08).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-TIPO           PIC X(01).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDK-MOMENTO        PIC X(23).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-ANTES          PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-DESPUES        PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-DIFERENCIA     PIC -(8)9.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDK-VALOR          PIC -(12)9.99.

       01  LIN-TOTAL-CON.
           03 FILLER             PIC X(23) VALUE
              'ARTICULOS CONTROLADOS: '.
           03 LTC-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(22) VALUE
              ' REGISTROS HISTORIAL: '.
           03 LTC-HISTORIAL      PIC Z(8)9.
           03 FILLER             PIC X(12) VALUE ' INVALIDOS: '.
           03 LTC-INVALIDOS      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' AUDITORIA: '.
           03 LTC-AUDITORIA      PIC Z(6)9.

       01  LIN-RESUMEN-CON.
           03 LRC-TEXTO          PIC X(40).
           03 LRC-CANTIDAD       PIC Z(4)9.
           03 FILLER             PIC X(20) VALUE
              '   VALOR A COSTO: '.
           03 LRC-VALOR          PIC -(12)9.99.

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
           03 FILLER             PIC X(11) VALUE 'ARTICULOS: '.
           03 LB-ARTICULOS       PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' HISTORIAL: '.
           03 LB-LEIDOS          PIC Z(8)9.
           03 FILLER             PIC X(14) VALUE ' DIFERENCIAS: '.
           03 LB-DIFERENCIAS     PIC Z(4)9.
           03 FILLER             PIC X(10) VALUE ' CADENAS: '.
           03 LB-CADENAS         PIC Z(4)9.
           03 FILLER             PIC X(10) VALUE ' CAMBIOS: '.
           03 LB-CAMBIOS         PIC Z(4)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROCESO THRU F-200-PROCESO UNTIL SI-FIN-HIS.
           PERFORM 300-COMPARAR THRU F-300-COMPARAR.
           PERFORM 400-CONTRASTAR-AUDITORIA
               THRU F-400-CONTRASTAR-AUDITORIA.
           PERFORM 500-INFORME THRU F-500-INFORME.
           PERFORM 600-FINAL THRU F-600-FINAL.
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

           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              IF WS-FSTATUS-HIS = '35'
                 DISPLAY 'AVISO: NO EXISTE HISTORIAL_Movimientos.TXT - '
                         'SE CONCILIA CONTRA STOCK CERO'
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
              ADD 1 TO WS-ART-CANT
              SET WS-IX-ART TO WS-ART-CANT
              MOVE MA-ARTICULO TO WS-ART-CODIGO (WS-IX-ART)
              MOVE 'S'         TO WS-ART-EN-MAESTRO (WS-IX-ART)
              MOVE MA-STOCK    TO WS-ART-STOCK (WS-IX-ART)
              MOVE MA-COSTO    TO WS-ART-COSTO (WS-IX-ART)
              PERFORM 125-INICIAR-ARTICULO THRU F-125-INICIAR-ARTICULO
           END-IF.
       F-120-CARGAR-MAESTRO.
           EXIT.

      *------------------------------------------------

       125-INICIAR-ARTICULO.
           MOVE ZEROES TO WS-ART-RECONST (WS-IX-ART).
           MOVE ZEROES TO WS-ART-ULT-NUEVO (WS-IX-ART).
           MOVE ZEROES TO WS-ART-ULT-FECHA (WS-IX-ART).
           MOVE SPACE  TO WS-ART-ANCLA (WS-IX-ART).
           MOVE ZEROES TO WS-ART-FECHA-ANCLA (WS-IX-ART).
           MOVE ZEROES TO WS-ART-ROTURAS (WS-IX-ART).
           MOVE 'N'    TO WS-ART-CAMBIO (WS-IX-ART).
           MOVE 'N'    TO WS-ART-FINAL (WS-IX-ART).
       F-125-INICIAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           IF HS-ARTICULO = SPACES
              OR HS-CANTIDAD IS NOT NUMERIC
              OR HS-STOCK-ANT IS NOT NUMERIC
              OR HS-STOCK-NUEVO IS NOT NUMERIC
              OR (HS-TIPO NOT = 'E' AND HS-TIPO NOT = 'S'
                  AND HS-TIPO NOT = 'A')
              ADD 1 TO WS-CONTA-HIS-INVALIDOS
              DISPLAY 'AVISO: REGISTRO ' WS-CONTA-HIS-LEIDOS
                      ' DE HISTORIAL INVALIDO - NO SE CONCILIA'
              PERFORM 210-LEER-HISTORIAL THRU F-210-LEER-HISTORIAL
              GO TO F-200-PROCESO
           END-IF.

           PERFORM 220-UBICAR-ARTICULO THRU F-220-UBICAR-ARTICULO.

           IF HS-TIPO NOT = 'A'
              AND HS-STOCK-ANT NOT = WS-ART-ULT-NUEVO (WS-IX-ART)
              PERFORM 230-REGISTRAR-ROTURA THRU F-230-REGISTRAR-ROTURA
           END-IF.

           EVALUATE TRUE
              WHEN HS-TIPO = 'A'
                 MOVE HS-STOCK-NUEVO TO WS-ART-RECONST (WS-IX-ART)
                 MOVE 'A'            TO WS-ART-ANCLA (WS-IX-ART)
                 MOVE HS-FECHA       TO WS-ART-FECHA-ANCLA (WS-IX-ART)
              WHEN HS-ORIGEN = 'I'
                 MOVE HS-STOCK-NUEVO TO WS-ART-RECONST (WS-IX-ART)
                 MOVE 'I'            TO WS-ART-ANCLA (WS-IX-ART)
                 MOVE HS-FECHA       TO WS-ART-FECHA-ANCLA (WS-IX-ART)
              WHEN HS-TIPO = 'E'
                 ADD HS-CANTIDAD TO WS-ART-RECONST (WS-IX-ART)
              WHEN OTHER
                 SUBTRACT HS-CANTIDAD FROM WS-ART-RECONST (WS-IX-ART)
           END-EVALUATE.
           MOVE HS-STOCK-NUEVO TO WS-ART-ULT-NUEVO (WS-IX-ART).
           MOVE HS-FECHA       TO WS-ART-ULT-FECHA (WS-IX-ART).
           IF WS-ART-EN-MAESTRO (WS-IX-ART) = 'N'
              AND HS-COSTO-NUEVO IS NUMERIC
              MOVE HS-COSTO-NUEVO TO WS-ART-COSTO (WS-IX-ART)
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

       220-UBICAR-ARTICULO.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 IF WS-ART-CANT NOT LESS THAN 5000
                    DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS '
                            'EXCEDIDO - SE DETIENE EL PROCESO'
                    PERFORM 930-ESCRIBIR-BITACORA
                        THRU F-930-ESCRIBIR-BITACORA
                    CLOSE BITACORA
                    CLOSE HISTORIAL
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ART-CANT
                 SET WS-IX-ART TO WS-ART-CANT
                 MOVE HS-ARTICULO TO WS-ART-CODIGO (WS-IX-ART)
                 MOVE 'N'         TO WS-ART-EN-MAESTRO (WS-IX-ART)
                 MOVE ZEROES      TO WS-ART-STOCK (WS-IX-ART)
                 MOVE ZEROES      TO WS-ART-COSTO (WS-IX-ART)
                 PERFORM 125-INICIAR-ARTICULO
                     THRU F-125-INICIAR-ARTICULO
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL HS-ARTICULO
                 CONTINUE
           END-SEARCH.
       F-220-UBICAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       230-REGISTRAR-ROTURA.
           PERFORM 250-AGREGAR-HALLAZGO THRU F-250-AGREGAR-HALLAZGO.
           MOVE 'C'                 TO WS-HAL-TIPO (WS-IX-HAL).
           MOVE WS-CONTA-HIS-LEIDOS TO WS-HAL-REGISTRO (WS-IX-HAL).
           MOVE HS-FECHA            TO WS-HAL-FECHA (WS-IX-HAL).
           MOVE WS-ART-ULT-FECHA (WS-IX-ART)
                                    TO WS-HAL-FECHA-ANT (WS-IX-HAL).
           MOVE WS-ART-ULT-NUEVO (WS-IX-ART)
                                    TO WS-HAL-ANTES (WS-IX-HAL).
           MOVE HS-STOCK-ANT        TO WS-HAL-DESPUES (WS-IX-HAL).
           ADD 1 TO WS-ART-ROTURAS (WS-IX-ART).
       F-230-REGISTRAR-ROTURA.
           EXIT.

      *------------------------------------------------

       250-AGREGAR-HALLAZGO.
           IF WS-HAL-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 DIFERENCIAS EXCEDIDO '
                      '- SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              IF SI-HIS-ABIERTO
                 CLOSE HISTORIAL
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-HAL-CANT.
           SET WS-IX-HAL TO WS-HAL-CANT.
           SET WS-IX-GEN TO WS-IX-ART.
           MOVE WS-ART-CODIGO (WS-IX-ART)
                             TO WS-HAL-ARTICULO (WS-IX-HAL).
           MOVE WS-IX-GEN    TO WS-HAL-IX-ART (WS-IX-HAL).
           MOVE ZEROES       TO WS-HAL-REGISTRO (WS-IX-HAL).
           MOVE ZEROES       TO WS-HAL-FECHA (WS-IX-HAL).
           MOVE ZEROES       TO WS-HAL-FECHA-ANT (WS-IX-HAL).
           MOVE ZEROES       TO WS-HAL-AUD-FECHA (WS-IX-HAL).
           MOVE SPACES       TO WS-HAL-AUD-HORA (WS-IX-HAL).
           MOVE SPACE        TO WS-HAL-AUD-TIPO (WS-IX-HAL).
       F-250-AGREGAR-HALLAZGO.
           EXIT.

      *------------------------------------------------

       300-COMPARAR.
           IF SI-HIS-ABIERTO
              CLOSE HISTORIAL
           END-IF.
           PERFORM 310-COMPARAR-ARTICULO THRU F-310-COMPARAR-ARTICULO
               VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-ART-CANT.
       F-300-COMPARAR.
           EXIT.

      *------------------------------------------------

       310-COMPARAR-ARTICULO.
           MOVE WS-ART-STOCK (WS-IX-ART) TO WS-STOCK-MAE-CMP.
           IF WS-STOCK-MAE-CMP = WS-ART-ULT-NUEVO (WS-IX-ART)
              GO TO F-310-COMPARAR-ARTICULO
           END-IF.
           PERFORM 250-AGREGAR-HALLAZGO THRU F-250-AGREGAR-HALLAZGO.
           IF WS-ART-EN-MAESTRO (WS-IX-ART) = 'S'
              MOVE 'M' TO WS-HAL-TIPO (WS-IX-HAL)
           ELSE
              MOVE 'B' TO WS-HAL-TIPO (WS-IX-HAL)
           END-IF.
           MOVE WS-ART-ULT-FECHA (WS-IX-ART)
                                    TO WS-HAL-FECHA-ANT (WS-IX-HAL).
           MOVE WS-ART-ULT-NUEVO (WS-IX-ART)
                                    TO WS-HAL-ANTES (WS-IX-HAL).
           MOVE WS-STOCK-MAE-CMP    TO WS-HAL-DESPUES (WS-IX-HAL).
           MOVE 'S' TO WS-ART-FINAL (WS-IX-ART).
       F-310-COMPARAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       400-CONTRASTAR-AUDITORIA.
           IF WS-HAL-CANT = 0
              GO TO F-400-CONTRASTAR-AUDITORIA
           END-IF.
           OPEN INPUT AUDITORIA.
           IF WS-FSTATUS-AUD NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO ABRIR AUDITORIA_Articulos.TXT '
                      '- FSTATUS: ' WS-FSTATUS-AUD
              GO TO F-400-CONTRASTAR-AUDITORIA
           END-IF.
           SET NO-FIN-AUD TO TRUE.
           PERFORM 410-LEER-AUDITORIA THRU F-410-LEER-AUDITORIA
               UNTIL SI-FIN-AUD.
           CLOSE AUDITORIA.
       F-400-CONTRASTAR-AUDITORIA.
           EXIT.

      *------------------------------------------------

       410-LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET SI-FIN-AUD TO TRUE
           END-READ.
           IF SI-FIN-AUD
              GO TO F-410-LEER-AUDITORIA
           END-IF.
           IF WS-FSTATUS-AUD NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN AUDITORIA - FSTATUS: '
                      WS-FSTATUS-AUD
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE AUDITORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-AUD-LEIDOS.
           IF AU-TIPO NOT = 'A' AND AU-TIPO NOT = 'M'
              AND AU-TIPO NOT = 'B'
              GO TO F-410-LEER-AUDITORIA
           END-IF.
           IF AU-STOCK IS NOT NUMERIC OR AU-FECHA IS NOT NUMERIC
              GO TO F-410-LEER-AUDITORIA
           END-IF.
           PERFORM 420-CONTRASTAR-HALLAZGO
               THRU F-420-CONTRASTAR-HALLAZGO
               VARYING WS-IX-HAL FROM 1 BY 1
               UNTIL WS-IX-HAL > WS-HAL-CANT.
       F-410-LEER-AUDITORIA.
           EXIT.

      *------------------------------------------------

       420-CONTRASTAR-HALLAZGO.
           IF WS-HAL-ARTICULO (WS-IX-HAL) NOT = AU-ARTICULO
              GO TO F-420-CONTRASTAR-HALLAZGO
           END-IF.
           IF AU-FECHA LESS THAN WS-HAL-FECHA-ANT (WS-IX-HAL)
              GO TO F-420-CONTRASTAR-HALLAZGO
           END-IF.
           IF WS-HAL-TIPO (WS-IX-HAL) = 'C'
              AND AU-FECHA GREATER THAN WS-HAL-FECHA (WS-IX-HAL)
              GO TO F-420-CONTRASTAR-HALLAZGO
           END-IF.
           IF AU-TIPO = 'B'
              IF WS-HAL-TIPO (WS-IX-HAL) NOT = 'B'
                 GO TO F-420-CONTRASTAR-HALLAZGO
              END-IF
           ELSE
              IF WS-HAL-TIPO (WS-IX-HAL) = 'B'
                 OR WS-HAL-DESPUES (WS-IX-HAL) NOT = AU-STOCK
                 GO TO F-420-CONTRASTAR-HALLAZGO
              END-IF
           END-IF.
           MOVE AU-FECHA TO WS-HAL-AUD-FECHA (WS-IX-HAL).
           MOVE AU-HORA  TO WS-HAL-AUD-HORA (WS-IX-HAL).
           MOVE AU-TIPO  TO WS-HAL-AUD-TIPO (WS-IX-HAL).
           IF WS-HAL-TIPO (WS-IX-HAL) NOT = 'C'
              MOVE WS-HAL-IX-ART (WS-IX-HAL) TO WS-IX-GEN
              MOVE 'S' TO WS-ART-CAMBIO (WS-IX-GEN)
           END-IF.
       F-420-CONTRASTAR-HALLAZGO.
           EXIT.

      *------------------------------------------------

       500-INFORME.
           OPEN OUTPUT REPORTE-CON.
           IF WS-FSTATUS-REP NOT = '00'
              DISPLAY 'ERROR AL ABRIR REPORTE_ConciliacionStock.TXT - '
                      'FSTATUS: ' WS-FSTATUS-REP
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-DD     TO LEC-EMI-DD.
           MOVE WS-FECHA-MM     TO LEC-EMI-MM.
           MOVE WS-FECHA-AAAA   TO LEC-EMI-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CON.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'ARTICULOS CON DIFERENCIA MAESTRO VS STOCK RECONSTRUIDO'
                TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CON.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-DIF.
           PERFORM 510-LINEA-DIFERENCIA THRU F-510-LINEA-DIFERENCIA
               VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-ART-CANT.
           IF WS-CONTA-DIFERENCIAS = 0
              WRITE LINEA-REPORTE FROM LIN-SIN-NOVEDADES
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'CADENAS ROTAS EN HISTORIAL_Movimientos' TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CON.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CAD.
           PERFORM 520-LINEA-CADENA THRU F-520-LINEA-CADENA
               VARYING WS-IX-HAL FROM 1 BY 1
               UNTIL WS-IX-HAL > WS-HAL-CANT.
           IF WS-CONTA-CADENAS = 0
              WRITE LINEA-REPORTE FROM LIN-SIN-NOVEDADES
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'CAMBIOS DE STOCK EN MAESTRO SIN MOVIMIENTO'
                TO LSC-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-CON.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CAM.
           PERFORM 530-LINEA-CAMBIO THRU F-530-LINEA-CAMBIO
               VARYING WS-IX-HAL FROM 1 BY 1
               UNTIL WS-IX-HAL > WS-HAL-CANT.
           IF WS-CONTA-CAMBIOS = 0
              WRITE LINEA-REPORTE FROM LIN-SIN-NOVEDADES
           END-IF.

           PERFORM 540-TOTALES THRU F-540-TOTALES.
           CLOSE REPORTE-CON.
       F-500-INFORME.
           EXIT.

      *------------------------------------------------

       510-LINEA-DIFERENCIA.
           IF WS-ART-STOCK (WS-IX-ART) = WS-ART-RECONST (WS-IX-ART)
              GO TO F-510-LINEA-DIFERENCIA
           END-IF.
           ADD 1 TO WS-CONTA-DIFERENCIAS.
           COMPUTE WS-DIFERENCIA = WS-ART-STOCK (WS-IX-ART)
                                 - WS-ART-RECONST (WS-IX-ART).
           COMPUTE WS-VALOR ROUNDED =
                   WS-DIFERENCIA * WS-ART-COSTO (WS-IX-ART).
           ADD WS-VALOR TO WS-TOT-VALOR-DIF.

           MOVE SPACES TO LDD-PARTIDA.
           MOVE WS-ART-FECHA-ANCLA (WS-IX-ART) TO WS-FECHA-EDITAR.
           PERFORM 950-EDITAR-FECHA THRU F-950-EDITAR-FECHA.
           EVALUATE WS-ART-ANCLA (WS-IX-ART)
              WHEN 'I'
                 STRING 'TOMA '          DELIMITED BY SIZE
                        WS-FECHA-EDITADA DELIMITED BY SIZE
                        INTO LDD-PARTIDA
              WHEN 'A'
                 STRING 'ARRASTRE '      DELIMITED BY SIZE
                        WS-FECHA-EDITADA DELIMITED BY SIZE
                        INTO LDD-PARTIDA
              WHEN OTHER
                 MOVE 'STOCK CERO' TO LDD-PARTIDA
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-ART-CAMBIO (WS-IX-ART) = 'S'
                 MOVE 'CAMBIO EN MAESTRO SIN MOVIMIENTO'
                      TO LDD-OBSERVACION
              WHEN WS-ART-EN-MAESTRO (WS-IX-ART) = 'N'
                 MOVE 'NO EXISTE EN MAESTRO'
                      TO LDD-OBSERVACION
              WHEN WS-ART-ROTURAS (WS-IX-ART) > 0
                 MOVE 'CADENA ROTA EN HISTORIAL'
                      TO LDD-OBSERVACION
              WHEN WS-ART-FINAL (WS-IX-ART) = 'S'
                 MOVE 'MAESTRO DISTINTO DEL ULTIMO MOVIMIENTO'
                      TO LDD-OBSERVACION
              WHEN OTHER
                 MOVE 'MOVIMIENTO CON SALDOS INCONSISTENTES'
                      TO LDD-OBSERVACION
           END-EVALUATE.

           MOVE WS-ART-CODIGO (WS-IX-ART)  TO LDD-ARTICULO.
           MOVE WS-ART-RECONST (WS-IX-ART) TO LDD-RECONST.
           MOVE WS-ART-STOCK (WS-IX-ART)   TO LDD-MAESTRO.
           MOVE WS-DIFERENCIA              TO LDD-DIFERENCIA.
           MOVE WS-ART-COSTO (WS-IX-ART)   TO LDD-COSTO.
           MOVE WS-VALOR                   TO LDD-VALOR.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-DIF.
       F-510-LINEA-DIFERENCIA.
           EXIT.

      *------------------------------------------------

       520-LINEA-CADENA.
           IF WS-HAL-TIPO (WS-IX-HAL) NOT = 'C'
              GO TO F-520-LINEA-CADENA
           END-IF.
           ADD 1 TO WS-CONTA-CADENAS.
           PERFORM 560-VALORIZAR-HALLAZGO THRU F-560-VALORIZAR-HALLAZGO.
           ADD WS-VALOR TO WS-TOT-VALOR-CAD.

           MOVE WS-HAL-FECHA (WS-IX-HAL) TO WS-FECHA-EDITAR.
           PERFORM 950-EDITAR-FECHA THRU F-950-EDITAR-FECHA.
           MOVE WS-FECHA-EDITADA TO LDC-FECHA.
           IF WS-HAL-AUD-TIPO (WS-IX-HAL) = SPACE
              MOVE 'SIN AUDITORIA - MOVIMIENTO FALTANTE'
                   TO LDC-OBSERVACION
           ELSE
              MOVE 'CAMBIO EN MAESTRO SIN MOVIMIENTO'
                   TO LDC-OBSERVACION
           END-IF.
           MOVE WS-HAL-ARTICULO (WS-IX-HAL) TO LDC-ARTICULO.
           MOVE WS-HAL-REGISTRO (WS-IX-HAL) TO LDC-REGISTRO.
           MOVE WS-HAL-ANTES (WS-IX-HAL)    TO LDC-ESPERADO.
           MOVE WS-HAL-DESPUES (WS-IX-HAL)  TO LDC-INFORMADO.
           MOVE WS-DIFERENCIA               TO LDC-DIFERENCIA.
           MOVE WS-VALOR                    TO LDC-VALOR.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-CAD.
       F-520-LINEA-CADENA.
           EXIT.

      *------------------------------------------------

       530-LINEA-CAMBIO.
           IF WS-HAL-AUD-TIPO (WS-IX-HAL) = SPACE
              GO TO F-530-LINEA-CAMBIO
           END-IF.
           ADD 1 TO WS-CONTA-CAMBIOS.
           PERFORM 560-VALORIZAR-HALLAZGO THRU F-560-VALORIZAR-HALLAZGO.
           ADD WS-VALOR TO WS-TOT-VALOR-CAM.

           MOVE WS-HAL-AUD-FECHA (WS-IX-HAL) TO WS-FECHA-EDITAR.
           PERFORM 950-EDITAR-FECHA THRU F-950-EDITAR-FECHA.
           MOVE WS-FECHA-EDITADA TO LDK-FECHA.
           EVALUATE WS-HAL-TIPO (WS-IX-HAL)
              WHEN 'C'
                 MOVE 'ENTRE MOVIMIENTOS' TO LDK-MOMENTO
              WHEN 'M'
                 MOVE 'DESPUES DEL ULTIMO MOV.' TO LDK-MOMENTO
              WHEN OTHER
                 MOVE 'BAJA CON STOCK' TO LDK-MOMENTO
           END-EVALUATE.
           MOVE WS-HAL-ARTICULO (WS-IX-HAL)  TO LDK-ARTICULO.
           MOVE WS-HAL-AUD-HORA (WS-IX-HAL)  TO LDK-HORA.
           MOVE WS-HAL-AUD-TIPO (WS-IX-HAL)  TO LDK-TIPO.
           MOVE WS-HAL-ANTES (WS-IX-HAL)     TO LDK-ANTES.
           MOVE WS-HAL-DESPUES (WS-IX-HAL)   TO LDK-DESPUES.
           MOVE WS-DIFERENCIA                TO LDK-DIFERENCIA.
           MOVE WS-VALOR                     TO LDK-VALOR.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-CAM.
       F-530-LINEA-CAMBIO.
           EXIT.

      *------------------------------------------------

       540-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-ART-CANT            TO LTC-ARTICULOS.
           MOVE WS-CONTA-HIS-LEIDOS    TO LTC-HISTORIAL.
           MOVE WS-CONTA-HIS-INVALIDOS TO LTC-INVALIDOS.
           MOVE WS-CONTA-AUD-LEIDOS    TO LTC-AUDITORIA.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-CON.

           MOVE 'ARTICULOS CON DIFERENCIA:' TO LRC-TEXTO.
           MOVE WS-CONTA-DIFERENCIAS TO LRC-CANTIDAD.
           MOVE WS-TOT-VALOR-DIF     TO LRC-VALOR.
           WRITE LINEA-REPORTE FROM LIN-RESUMEN-CON.
           MOVE 'CADENAS ROTAS:' TO LRC-TEXTO.
           MOVE WS-CONTA-CADENAS     TO LRC-CANTIDAD.
           MOVE WS-TOT-VALOR-CAD     TO LRC-VALOR.
           WRITE LINEA-REPORTE FROM LIN-RESUMEN-CON.
           MOVE 'CAMBIOS EN MAESTRO SIN MOVIMIENTO:' TO LRC-TEXTO.
           MOVE WS-CONTA-CAMBIOS     TO LRC-CANTIDAD.
           MOVE WS-TOT-VALOR-CAM     TO LRC-VALOR.
           WRITE LINEA-REPORTE FROM LIN-RESUMEN-CON.
       F-540-TOTALES.
           EXIT.

      *------------------------------------------------

       560-VALORIZAR-HALLAZGO.
           COMPUTE WS-DIFERENCIA = WS-HAL-DESPUES (WS-IX-HAL)
                                 - WS-HAL-ANTES (WS-IX-HAL).
           MOVE WS-HAL-IX-ART (WS-IX-HAL) TO WS-IX-GEN.
           COMPUTE WS-VALOR ROUNDED =
                   WS-DIFERENCIA * WS-ART-COSTO (WS-IX-GEN).
       F-560-VALORIZAR-HALLAZGO.
           EXIT.

      *------------------------------------------------

       600-FINAL.
           IF WS-CONTA-DIFERENCIAS > 0
              OR WS-CONTA-CADENAS > 0
              OR WS-CONTA-CAMBIOS > 0
              OR WS-CONTA-HIS-INVALIDOS > 0
              DISPLAY 'CONCILIACION CON DIFERENCIAS - VER '
                      'REPORTE_ConciliacionStock.TXT'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 610-LINEA-CONTROL THRU F-610-LINEA-CONTROL.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-600-FINAL.
           EXIT.

      *------------------------------------------------

       610-LINEA-CONTROL.
           MOVE WS-TOT-VALOR-DIF TO LRC-VALOR.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           IF RETURN-CODE = 0
              STRING 'CONTROL: CONCILIACION'  DELIMITED BY SIZE
                     ' ARTICULOS='        DELIMITED BY SIZE
                     WS-ART-CANT          DELIMITED BY SIZE
                     ' HISTORIAL='        DELIMITED BY SIZE
                     WS-CONTA-HIS-LEIDOS  DELIMITED BY SIZE
                     ' ESTADO=OK'         DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
           ELSE
              STRING 'CONTROL: CONCILIACION'  DELIMITED BY SIZE
                     ' ARTICULOS='        DELIMITED BY SIZE
                     WS-ART-CANT          DELIMITED BY SIZE
                     ' DIFERENCIAS='      DELIMITED BY SIZE
                     WS-CONTA-DIFERENCIAS DELIMITED BY SIZE
                     ' CADENAS='          DELIMITED BY SIZE
                     WS-CONTA-CADENAS     DELIMITED BY SIZE
                     ' CAMBIOS='          DELIMITED BY SIZE
                     WS-CONTA-CAMBIOS     DELIMITED BY SIZE
                     ' VALOR='            DELIMITED BY SIZE
                     LRC-VALOR            DELIMITED BY SIZE
                     ' ESTADO=ERROR'      DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
           END-IF.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
       F-610-LINEA-CONTROL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-ART-CANT      TO LB-ARTICULOS.
           MOVE WS-CONTA-HIS-LEIDOS  TO LB-LEIDOS.
           MOVE WS-CONTA-DIFERENCIAS TO LB-DIFERENCIAS.
           MOVE WS-CONTA-CADENAS     TO LB-CADENAS.
           MOVE WS-CONTA-CAMBIOS     TO LB-CAMBIOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       950-EDITAR-FECHA.
           MOVE WS-FED-DD   TO WS-FEE-DD.
           MOVE WS-FED-MM   TO WS-FEE-MM.
           MOVE WS-FED-AAAA TO WS-FEE-AAAA.
       F-950-EDITAR-FECHA.
           EXIT.
