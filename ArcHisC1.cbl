      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArcHisC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTORIAL
           ASSIGN TO "HISTORIAL_Movimientos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT NUEVO
           ASSIGN TO "HISTORIAL_Movimientos_NUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-NUE.

           SELECT ARCHIVAR
           ASSIGN TO "HISTORIAL_Movimientos_ARC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ARC.

           SELECT ARCHIVO-ANIO
           ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ANI.

           SELECT INDICE
           ASSIGN TO "HISTORIAL_Archivos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-IND.

           SELECT CIERRES
           ASSIGN TO "CIERRES_Periodos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CIE.

           SELECT CATALOGO
           ASSIGN TO "RESPALDOS_Maestro.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CAT.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_ArcHisC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT BITACORA
           ASSIGN TO "BITACORA_ArcHisC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

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

       FD NUEVO.
       01  REGISTRO-NUEVO.
           03 NU-ARTICULO    PIC X(10).
           03 NU-TIPO        PIC X(01).
           03 NU-CANTIDAD    PIC 9(07).
           03 FILLER         PIC X(41).

       FD ARCHIVAR.
       01  REGISTRO-ARCHIVAR.
           03 AR-ARTICULO    PIC X(10).
           03 AR-TIPO        PIC X(01).
           03 AR-CANTIDAD    PIC 9(07).
           03 AR-FECHA       PIC 9(08).
           03 FILLER         PIC X(33).

       FD ARCHIVO-ANIO.
       01  REGISTRO-ARCHIVO-ANIO.
           03 AA-ARTICULO    PIC X(10).
           03 AA-TIPO        PIC X(01).
           03 AA-CANTIDAD    PIC 9(07).
           03 FILLER         PIC X(41).

       FD INDICE.
       01  REGISTRO-INDICE.
           03 AI-ANIO        PIC 9(04).
           03 AI-REGISTROS   PIC 9(09).
           03 AI-CANTIDAD    PIC 9(11).
           03 AI-FECHA-CORTE PIC 9(08).
           03 AI-FECHA-PROCESO PIC 9(08).

       FD CIERRES.
       01  REGISTRO-CIERRE.
           03 CP-PERIODO     PIC 9(06).
           03 CP-FECHA-CIERRE PIC 9(08).
           03 CP-ARTICULOS   PIC 9(07).
           03 CP-UNIDADES    PIC 9(09).
           03 CP-VALOR       PIC 9(11)V99.

       FD CATALOGO.
       01  REG-CATALOGO.
           03 RS-NUMERO      PIC 9(05).
           03 RS-FECHA       PIC 9(08).
           03 RS-HORA        PIC 9(06).
           03 RS-PROGRAMA    PIC X(09).
           03 RS-RANURA      PIC 9(01).
           03 RS-REGISTROS   PIC 9(07).
           03 RS-STOCK       PIC 9(11).
           03 RS-POS-HIS     PIC 9(09).
           03 RS-POS-AUD     PIC 9(09).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-HIS            PIC X(1) VALUE 'N'.
           88 SI-FIN-HIS         VALUE 'S'.
           88 NO-FIN-HIS         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-CIE            PIC X(1) VALUE 'N'.
           88 SI-FIN-CIE         VALUE 'S'.
           88 NO-FIN-CIE         VALUE 'N'.

       01  WS-FIN-IND            PIC X(1) VALUE 'N'.
           88 SI-FIN-IND         VALUE 'S'.
           88 NO-FIN-IND         VALUE 'N'.

       01  WS-FIN-CAT            PIC X(1) VALUE 'N'.
           88 SI-FIN-CAT         VALUE 'S'.
           88 NO-FIN-CAT         VALUE 'N'.

       01  WS-FIN-LIN            PIC X(1) VALUE 'N'.
           88 SI-FIN-LIN         VALUE 'S'.
           88 NO-FIN-LIN         VALUE 'N'.

       01  WS-FIN-ANI            PIC X(1) VALUE 'N'.
           88 SI-FIN-ANI         VALUE 'S'.
           88 NO-FIN-ANI         VALUE 'N'.

       01  WS-ANIO-ABIERTO       PIC X(1) VALUE 'N'.
           88 SI-ANIO-ABIERTO    VALUE 'S'.
           88 NO-ANIO-ABIERTO    VALUE 'N'.

       01  WS-DESTINO            PIC X(1) VALUE 'H'.
           88 DESTINO-ARCHIVO    VALUE 'A'.
           88 DESTINO-HISTORIAL  VALUE 'H'.

       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-NUE        PIC X(2).
       77  WS-FSTATUS-ARC        PIC X(2).
       77  WS-FSTATUS-ANI        PIC X(2).
       77  WS-FSTATUS-IND        PIC X(2).
       77  WS-FSTATUS-CIE        PIC X(2).
       77  WS-FSTATUS-CAT        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(20).

       77  WS-PERIODO-CERRADO    PIC 9(06) VALUE 0.
       77  WS-CORTE-MAXIMO       PIC 9(08) VALUE 0.
       77  WS-CORTE-ANTERIOR     PIC 9(08) VALUE 0.
       77  WS-FECHA-SALDO        PIC 9(08) VALUE 0.
       77  WS-DIAS-CORTE         PIC 9(07) VALUE 0.

       77  WS-CONTA-ORIG         PIC 9(09) VALUE 0.
       77  WS-CANT-ORIG          PIC 9(11) VALUE 0.
       77  WS-CONTA-ARCH         PIC 9(09) VALUE 0.
       77  WS-CANT-ARCH          PIC 9(11) VALUE 0.
       77  WS-CONTA-CONS         PIC 9(09) VALUE 0.
       77  WS-CONTA-SALDOS       PIC 9(04) VALUE 0.
       77  WS-CANT-CONS          PIC 9(11) VALUE 0.
       77  WS-ULT-LIN-ARCH       PIC 9(09) VALUE 0.

       77  WS-VER-ARCH-REG       PIC 9(09) VALUE 0.
       77  WS-VER-ARCH-CANT      PIC 9(11) VALUE 0.
       77  WS-VER-NUE-MOV        PIC 9(09) VALUE 0.
       77  WS-VER-NUE-CANT       PIC 9(11) VALUE 0.
       77  WS-VER-NUE-SAL        PIC 9(07) VALUE 0.
       77  WS-VER-HIS-REG        PIC 9(09) VALUE 0.
       77  WS-VER-HIS-CANT       PIC 9(11) VALUE 0.
       77  WS-VER-SUMA-REG       PIC 9(09) VALUE 0.
       77  WS-VER-SUMA-CANT      PIC 9(11) VALUE 0.
       77  WS-CUENTA-REG         PIC 9(09) VALUE 0.
       77  WS-CUENTA-CANT        PIC 9(11) VALUE 0.
       77  WS-AGREGADOS-REG      PIC 9(09) VALUE 0.
       77  WS-AGREGADOS-CANT     PIC 9(11) VALUE 0.
       77  WS-INDEXADOS-REG      PIC 9(09) VALUE 0.
       77  WS-INDEXADOS-CANT     PIC 9(11) VALUE 0.
       77  WS-ANIOS-CON-DIF      PIC 9(03) VALUE 0.

       77  WS-CONTA-CAT-AJUS     PIC 9(02) VALUE 0.
       77  WS-CONTA-CAT-INVAL    PIC 9(02) VALUE 0.
       77  WS-POS-INVALIDA       PIC 9(09) VALUE 999999999.

       77  WS-ANIO-BUSCADO       PIC 9(04) VALUE 0.
       77  WS-IX-K               PIC 9(03) VALUE 0.
       77  WS-IX-DESTINO         PIC 9(03) VALUE 0.
       77  WS-MOTIVO             PIC X(40) VALUE SPACES.

       01  WS-FECHA-MOV          PIC 9(08) VALUE 0.
       01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
           03 WS-FMV-AAAA        PIC 9(04).
           03 WS-FMV-MMDD        PIC 9(04).

       01  WS-FECHA-CORTE        PIC 9(08) VALUE 0.
       01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
           03 WS-FCO-AAAA        PIC 9(04).
           03 WS-FCO-MM          PIC 9(02).
           03 WS-FCO-DD          PIC 9(02).

       01  WS-PERIODO            PIC 9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(04).
           03 WS-PER-MM          PIC 9(02).

       01  WS-NOMBRE-ARCHIVO.
           03 FILLER             PIC X(18) VALUE
              'HISTORIAL_Archivo_'.
           03 WS-NA-ANIO         PIC 9(04) VALUE 0.
           03 FILLER             PIC X(04) VALUE '.TXT'.

       01  WS-REG-SALDO.
           03 WS-SAL-ARTICULO    PIC X(10).
           03 WS-SAL-TIPO        PIC X(01) VALUE 'A'.
           03 WS-SAL-CANTIDAD    PIC 9(07) VALUE 0.
           03 WS-SAL-FECHA       PIC 9(08).
           03 WS-SAL-STOCK-ANT   PIC 9(07).
           03 WS-SAL-STOCK-NUEVO PIC 9(07).
           03 WS-SAL-COSTO-ANT   PIC 9(07)V99.
           03 WS-SAL-COSTO-NUEVO PIC 9(07)V99.
           03 WS-SAL-ORIGEN      PIC X(01) VALUE SPACE.

       01  WS-TAB-ARTICULOS.
           03 WS-ART-CANT        PIC 9(04) VALUE 0.
           03 WS-ART-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ART-CANT
                          INDEXED BY WS-IX-ART.
              05 WS-ART-CODIGO   PIC X(10).
              05 WS-ART-STOCK    PIC 9(07).
              05 WS-ART-COSTO    PIC 9(07)V99.
              05 WS-ART-ARCHIVADO PIC X(01).
              05 WS-ART-RETENIDO PIC X(01).

       01  WS-TAB-ANIOS.
           03 WS-ANI-CANT        PIC 9(03) VALUE 0.
           03 WS-ANI-ELEM OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-ANI-CANT
                          INDEXED BY WS-IX-ANI.
              05 WS-ANI-ANIO     PIC 9(04).
              05 WS-ANI-REGISTROS PIC 9(09).
              05 WS-ANI-CANTIDAD PIC 9(11).
              05 WS-ANI-ANTES-REG PIC 9(09).
              05 WS-ANI-ANTES-CANT PIC 9(11).

       01  WS-TAB-INDICE.
           03 WS-IND-CANT        PIC 9(03) VALUE 0.
           03 WS-IND-ELEM OCCURS 1 TO 101 TIMES
                          DEPENDING ON WS-IND-CANT
                          INDEXED BY WS-IX-IND.
              05 WS-IND-ANIO     PIC 9(04).
              05 WS-IND-REGISTROS PIC 9(09).
              05 WS-IND-CANTIDAD PIC 9(11).
              05 WS-IND-FECHA-CORTE PIC 9(08).
              05 WS-IND-FECHA-PROCESO PIC 9(08).

       01  WS-TAB-CATALOGO.
           03 WS-CAT-CANT        PIC 9(02) VALUE 0.
           03 WS-CAT-ELEM OCCURS 1 TO 10 TIMES
                          DEPENDING ON WS-CAT-CANT
                          INDEXED BY WS-IX-CAT.
              05 WS-CAT-NUMERO    PIC 9(05).
              05 WS-CAT-FECHA     PIC 9(08).
              05 WS-CAT-HORA      PIC 9(06).
              05 WS-CAT-PROGRAMA  PIC X(09).
              05 WS-CAT-RANURA    PIC 9(01).
              05 WS-CAT-REGISTROS PIC 9(07).
              05 WS-CAT-STOCK     PIC 9(11).
              05 WS-CAT-POS-HIS   PIC 9(09).
              05 WS-CAT-POS-AUD   PIC 9(09).

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 WS-FECHA-DD        PIC 9(02).

       01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY
                                 PIC 9(08).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'ARCHISC1'.
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

       01  LIN-CONCILIACION.
           03 FILLER             PIC X(14) VALUE 'CONCILIACION '.
           03 LCO-CONCEPTO       PIC X(12).
           03 FILLER             PIC X(11) VALUE ' REGISTROS='.
           03 LCO-REGISTROS      PIC Z(8)9.
           03 FILLER             PIC X(10) VALUE ' CANTIDAD='.
           03 LCO-CANTIDAD       PIC Z(10)9.

       01  LIN-ARCHIVO-ANIO.
           03 FILLER             PIC X(8)  VALUE 'ARCHIVO '.
           03 LAA-NOMBRE         PIC X(26).
           03 FILLER             PIC X(11) VALUE ' AGREGADOS='.
           03 LAA-AGREGADOS      PIC Z(8)9.
           03 FILLER             PIC X(10) VALUE ' CANTIDAD='.
           03 LAA-CANTIDAD       PIC Z(10)9.
           03 FILLER             PIC X(7)  VALUE ' TOTAL='.
           03 LAA-TOTAL          PIC Z(8)9.
           03 LAA-ESTADO         PIC X(14).

       01  LIN-CATALOGO-AJUSTE.
           03 FILLER             PIC X(30) VALUE
              'RESPALDOS_Maestro AJUSTADOS='.
           03 LCA-AJUSTADAS      PIC Z9.
           03 FILLER             PIC X(13) VALUE ' INVALIDADOS='.
           03 LCA-INVALIDADAS    PIC Z9.

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
           03 FILLER             PIC X(7)  VALUE 'CORTE: '.
           03 LB-CORTE           PIC 9(08).
           03 FILLER             PIC X(9)  VALUE ' LEIDOS: '.
           03 LB-LEIDOS          PIC Z(8)9.
           03 FILLER             PIC X(13) VALUE ' ARCHIVADOS: '.
           03 LB-ARCHIVADOS      PIC Z(8)9.
           03 FILLER             PIC X(9)  VALUE ' SALDOS: '.
           03 LB-SALDOS          PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-ANALIZAR THRU F-200-ANALIZAR.
           IF WS-CONTA-ARCH GREATER THAN 0
              PERFORM 300-SEPARAR THRU F-300-SEPARAR
              PERFORM 400-CONCILIAR THRU F-400-CONCILIAR
              PERFORM 500-DISTRIBUIR THRU F-500-DISTRIBUIR
              PERFORM 600-REEMPLAZAR THRU F-600-REEMPLAZAR
              PERFORM 700-ACTUALIZAR-INDICE
                  THRU F-700-ACTUALIZAR-INDICE
              PERFORM 750-AJUSTAR-CATALOGO THRU F-750-AJUSTAR-CATALOGO
           ELSE
              DISPLAY 'NO HAY MOVIMIENTOS ANTERIORES AL '
                      WS-FECHA-CORTE ' - NO SE ARCHIVA NADA'
           END-IF.
           PERFORM 800-FINAL THRU F-800-FINAL.
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

           PERFORM 110-LEER-PARAMETROS THRU F-110-LEER-PARAMETROS.
           PERFORM 120-LEER-CIERRES THRU F-120-LEER-CIERRES.
           PERFORM 130-CARGAR-INDICE THRU F-130-CARGAR-INDICE.
           PERFORM 140-VALIDAR-CORTE THRU F-140-VALIDAR-CORTE.
           PERFORM 150-CARGAR-CATALOGO THRU F-150-CARGAR-CATALOGO.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_ArcHisC1.TXT - SE '
                      'ARCHIVA HASTA EL ULTIMO PERIODO CERRADO'
              GO TO F-110-LEER-PARAMETROS
           END-IF.
           SET NO-FIN-PAR TO TRUE.
           PERFORM 115-LEER-PARAMETRO THRU F-115-LEER-PARAMETRO
               UNTIL SI-FIN-PAR.
           CLOSE PARAMETROS.
       F-110-LEER-PARAMETROS.
           EXIT.

      *------------------------------------------------

       115-LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET SI-FIN-PAR TO TRUE
           END-READ.
           IF SI-FIN-PAR
              GO TO F-115-LEER-PARAMETRO
           END-IF.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PARAMETROS - FSTATUS: '
                      WS-FSTATUS-PAR ' - SE CONTINUA CON DEFECTOS'
              SET SI-FIN-PAR TO TRUE
              GO TO F-115-LEER-PARAMETRO
           END-IF.
           IF LINEA-PARAMETRO = SPACES
              OR LINEA-PARAMETRO (1:1) = '*'
              GO TO F-115-LEER-PARAMETRO
           END-IF.
           MOVE SPACES TO WS-PARAM-CLAVE.
           MOVE SPACES TO WS-PARAM-VALOR.
           UNSTRING LINEA-PARAMETRO DELIMITED BY '='
               INTO WS-PARAM-CLAVE WS-PARAM-VALOR.
           EVALUATE WS-PARAM-CLAVE
              WHEN 'FECHA_CORTE'
                 IF WS-PARAM-VALOR (1:8) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-CORTE
                 ELSE
                    DISPLAY 'PARAMETRO FECHA_CORTE NO NUMERICO: '
                            WS-PARAM-VALOR ' - SE ARCHIVA HASTA EL '
                            'ULTIMO PERIODO CERRADO'
                 END-IF
              WHEN OTHER
                 DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                         ' - SE IGNORA'
           END-EVALUATE.
       F-115-LEER-PARAMETRO.
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
           IF SI-FIN-CIE
              GO TO F-125-LEER-CIERRE
           END-IF.
           IF WS-FSTATUS-CIE NOT = '00'
              MOVE 'ERROR DE LECTURA EN CIERRES_Periodos'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           IF CP-PERIODO IS NUMERIC
              AND CP-PERIODO GREATER THAN WS-PERIODO-CERRADO
              MOVE CP-PERIODO TO WS-PERIODO-CERRADO
           END-IF.
       F-125-LEER-CIERRE.
           EXIT.

      *------------------------------------------------

       130-CARGAR-INDICE.
           OPEN INPUT INDICE.
           IF WS-FSTATUS-IND NOT = '00'
              GO TO F-130-CARGAR-INDICE
           END-IF.
           SET NO-FIN-IND TO TRUE.
           PERFORM 135-LEER-INDICE THRU F-135-LEER-INDICE
               UNTIL SI-FIN-IND.
           CLOSE INDICE.
       F-130-CARGAR-INDICE.
           EXIT.

      *------------------------------------------------

       135-LEER-INDICE.
           READ INDICE
               AT END
                   SET SI-FIN-IND TO TRUE
           END-READ.
           IF SI-FIN-IND
              GO TO F-135-LEER-INDICE
           END-IF.
           IF WS-FSTATUS-IND NOT = '00'
              MOVE 'ERROR DE LECTURA EN HISTORIAL_Archivos'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           IF AI-ANIO NOT NUMERIC OR AI-FECHA-CORTE NOT NUMERIC
              GO TO F-135-LEER-INDICE
           END-IF.
           IF WS-IND-CANT NOT LESS THAN 100
              MOVE 'LIMITE DE 100 ANIOS DE ARCHIVO EXCEDIDO'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           ADD 1 TO WS-IND-CANT.
           SET WS-IX-IND TO WS-IND-CANT.
           MOVE REGISTRO-INDICE TO WS-IND-ELEM (WS-IX-IND).
           IF AI-FECHA-CORTE GREATER THAN WS-CORTE-ANTERIOR
              MOVE AI-FECHA-CORTE TO WS-CORTE-ANTERIOR
           END-IF.
       F-135-LEER-INDICE.
           EXIT.

      *------------------------------------------------

       140-VALIDAR-CORTE.
           IF WS-PERIODO-CERRADO = 0
              MOVE 'NO HAY PERIODOS CERRADOS' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.

           MOVE WS-PERIODO-CERRADO TO WS-PERIODO.
           IF WS-PER-MM NOT LESS THAN 12
              COMPUTE WS-CORTE-MAXIMO =
                      (WS-PER-AAAA + 1) * 10000 + 101
           ELSE
              COMPUTE WS-CORTE-MAXIMO =
                      WS-PERIODO * 100 + 101
           END-IF.

           IF WS-FECHA-CORTE = 0
              MOVE WS-CORTE-MAXIMO TO WS-FECHA-CORTE
           END-IF.

           IF WS-FCO-MM LESS THAN 1 OR WS-FCO-MM GREATER THAN 12
              OR WS-FCO-DD LESS THAN 1 OR WS-FCO-DD GREATER THAN 31
              MOVE 'FECHA_CORTE INVALIDA' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CORTE) NOT = 0
              MOVE 'FECHA_CORTE INVALIDA' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           IF WS-FECHA-CORTE GREATER THAN WS-CORTE-MAXIMO
              DISPLAY 'EL ULTIMO PERIODO CERRADO ES '
                      WS-PERIODO-CERRADO ' - EL CORTE NO PUEDE SER '
                      'POSTERIOR AL ' WS-CORTE-MAXIMO
              MOVE 'FECHA_CORTE POSTERIOR AL ULTIMO CIERRE'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           IF WS-FECHA-CORTE NOT GREATER THAN WS-CORTE-ANTERIOR
              DISPLAY 'EL HISTORIAL YA ESTA ARCHIVADO HASTA EL '
                      WS-CORTE-ANTERIOR
              MOVE 'FECHA_CORTE NO POSTERIOR AL CORTE PREVIO'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.

           COMPUTE WS-DIAS-CORTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE).
           COMPUTE WS-FECHA-SALDO = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-CORTE - 1).
       F-140-VALIDAR-CORTE.
           EXIT.

      *------------------------------------------------

       150-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              GO TO F-150-CARGAR-CATALOGO
           END-IF.
           SET NO-FIN-CAT TO TRUE.
           PERFORM 155-LEER-CATALOGO THRU F-155-LEER-CATALOGO
               UNTIL SI-FIN-CAT.
           CLOSE CATALOGO.
       F-150-CARGAR-CATALOGO.
           EXIT.

      *------------------------------------------------

       155-LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET SI-FIN-CAT TO TRUE
           END-READ.
           IF SI-FIN-CAT
              GO TO F-155-LEER-CATALOGO
           END-IF.
           IF RS-NUMERO NOT NUMERIC OR RS-RANURA NOT NUMERIC
              OR RS-RANURA = 0
              GO TO F-155-LEER-CATALOGO
           END-IF.
           IF WS-CAT-CANT NOT LESS THAN 9
              SET SI-FIN-CAT TO TRUE
              GO TO F-155-LEER-CATALOGO
           END-IF.
           ADD 1 TO WS-CAT-CANT.
           SET WS-IX-CAT TO WS-CAT-CANT.
           MOVE REG-CATALOGO TO WS-CAT-ELEM (WS-IX-CAT).
       F-155-LEER-CATALOGO.
           EXIT.

      *------------------------------------------------

       200-ANALIZAR.
           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              IF WS-FSTATUS-HIS = '35'
                 DISPLAY 'AVISO: NO EXISTE HISTORIAL_Movimientos.TXT'
                 GO TO F-200-ANALIZAR
              END-IF
              MOVE 'ERROR AL ABRIR HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-HIS TO TRUE.
           PERFORM 210-ANALIZAR-REGISTRO THRU F-210-ANALIZAR-REGISTRO
               UNTIL SI-FIN-HIS.
           CLOSE HISTORIAL.
       F-200-ANALIZAR.
           EXIT.

      *------------------------------------------------

       210-ANALIZAR-REGISTRO.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF SI-FIN-HIS
              GO TO F-210-ANALIZAR-REGISTRO
           END-IF.
           IF WS-FSTATUS-HIS NOT = '00'
              MOVE 'ERROR DE LECTURA EN HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           ADD 1 TO WS-CONTA-ORIG.
           IF HS-CANTIDAD NOT NUMERIC
              DISPLAY 'REGISTRO ' WS-CONTA-ORIG ' DEL HISTORIAL CON '
                      'CANTIDAD NO NUMERICA'
              MOVE 'HISTORIAL CON CANTIDADES NO NUMERICAS'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           ADD HS-CANTIDAD TO WS-CANT-ORIG.
           PERFORM 215-CLASIFICAR THRU F-215-CLASIFICAR.
           IF DESTINO-ARCHIVO
              ADD 1 TO WS-CONTA-ARCH
              ADD HS-CANTIDAD TO WS-CANT-ARCH
              MOVE WS-CONTA-ORIG TO WS-ULT-LIN-ARCH
              PERFORM 220-ACUMULAR-ANIO THRU F-220-ACUMULAR-ANIO
              PERFORM 230-ACUMULAR-SALDO THRU F-230-ACUMULAR-SALDO
           ELSE
              ADD 1 TO WS-CONTA-CONS
              ADD HS-CANTIDAD TO WS-CANT-CONS
           END-IF.
       F-210-ANALIZAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       215-CLASIFICAR.
           SET DESTINO-HISTORIAL TO TRUE.
           PERFORM 217-UBICAR-ARTICULO THRU F-217-UBICAR-ARTICULO.
           IF WS-ART-RETENIDO (WS-IX-ART) = 'S'
              GO TO F-215-CLASIFICAR
           END-IF.
           IF HS-FECHA IS NUMERIC
              AND HS-FECHA LESS THAN WS-FECHA-CORTE
              SET DESTINO-ARCHIVO TO TRUE
           ELSE
              MOVE 'S' TO WS-ART-RETENIDO (WS-IX-ART)
           END-IF.
       F-215-CLASIFICAR.
           EXIT.

      *------------------------------------------------

       217-UBICAR-ARTICULO.
           SET WS-IX-ART TO 1.
           SEARCH WS-ART-ELEM
              AT END
                 IF WS-ART-CANT NOT LESS THAN 5000
                    MOVE 'LIMITE DE 5000 ARTICULOS EXCEDIDO'
                         TO WS-MOTIVO
                    PERFORM 990-ABORTAR THRU F-990-ABORTAR
                 END-IF
                 ADD 1 TO WS-ART-CANT
                 SET WS-IX-ART TO WS-ART-CANT
                 MOVE HS-ARTICULO TO WS-ART-CODIGO (WS-IX-ART)
                 MOVE ZEROES TO WS-ART-STOCK (WS-IX-ART)
                 MOVE ZEROES TO WS-ART-COSTO (WS-IX-ART)
                 MOVE 'N'    TO WS-ART-ARCHIVADO (WS-IX-ART)
                 MOVE 'N'    TO WS-ART-RETENIDO (WS-IX-ART)
              WHEN WS-ART-CODIGO (WS-IX-ART) EQUAL HS-ARTICULO
                 CONTINUE
           END-SEARCH.
       F-217-UBICAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       220-ACUMULAR-ANIO.
           MOVE HS-FECHA TO WS-FECHA-MOV.
           MOVE WS-FMV-AAAA TO WS-ANIO-BUSCADO.
           SET WS-IX-ANI TO 1.
           SEARCH WS-ANI-ELEM
              AT END
                 IF WS-ANI-CANT NOT LESS THAN 100
                    MOVE 'LIMITE DE 100 ANIOS DE ARCHIVO EXCEDIDO'
                         TO WS-MOTIVO
                    PERFORM 990-ABORTAR THRU F-990-ABORTAR
                 END-IF
                 ADD 1 TO WS-ANI-CANT
                 SET WS-IX-ANI TO WS-ANI-CANT
                 MOVE WS-ANIO-BUSCADO TO WS-ANI-ANIO (WS-IX-ANI)
                 MOVE ZEROES TO WS-ANI-REGISTROS (WS-IX-ANI)
                 MOVE ZEROES TO WS-ANI-CANTIDAD (WS-IX-ANI)
                 MOVE ZEROES TO WS-ANI-ANTES-REG (WS-IX-ANI)
                 MOVE ZEROES TO WS-ANI-ANTES-CANT (WS-IX-ANI)
              WHEN WS-ANI-ANIO (WS-IX-ANI) EQUAL WS-ANIO-BUSCADO
                 CONTINUE
           END-SEARCH.
           ADD 1 TO WS-ANI-REGISTROS (WS-IX-ANI).
           ADD HS-CANTIDAD TO WS-ANI-CANTIDAD (WS-IX-ANI).
       F-220-ACUMULAR-ANIO.
           EXIT.

      *------------------------------------------------

       230-ACUMULAR-SALDO.
           IF WS-ART-ARCHIVADO (WS-IX-ART) NOT = 'S'
              MOVE 'S' TO WS-ART-ARCHIVADO (WS-IX-ART)
              ADD 1 TO WS-CONTA-SALDOS
           END-IF.
           MOVE HS-STOCK-NUEVO TO WS-ART-STOCK (WS-IX-ART).
           IF HS-COSTO-NUEVO IS NUMERIC
              MOVE HS-COSTO-NUEVO TO WS-ART-COSTO (WS-IX-ART)
           END-IF.
       F-230-ACUMULAR-SALDO.
           EXIT.

      *------------------------------------------------

       300-SEPARAR.
           OPEN OUTPUT NUEVO.
           IF WS-FSTATUS-NUE NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_NUE'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           OPEN OUTPUT ARCHIVAR.
           IF WS-FSTATUS-ARC NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_ARC'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.

           MOVE WS-FECHA-SALDO TO WS-SAL-FECHA.
           PERFORM 310-GRABAR-SALDO THRU F-310-GRABAR-SALDO
               VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-ART-CANT.
           PERFORM 315-LIMPIAR-RETENIDO THRU F-315-LIMPIAR-RETENIDO
               VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-ART-CANT.

           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              MOVE 'ERROR AL REABRIR HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-HIS TO TRUE.
           PERFORM 320-SEPARAR-REGISTRO THRU F-320-SEPARAR-REGISTRO
               UNTIL SI-FIN-HIS.
           CLOSE HISTORIAL.
           CLOSE NUEVO.
           CLOSE ARCHIVAR.
       F-300-SEPARAR.
           EXIT.

      *------------------------------------------------

       310-GRABAR-SALDO.
           IF WS-ART-ARCHIVADO (WS-IX-ART) NOT = 'S'
              GO TO F-310-GRABAR-SALDO
           END-IF.
           MOVE WS-ART-CODIGO (WS-IX-ART) TO WS-SAL-ARTICULO.
           MOVE WS-ART-STOCK (WS-IX-ART)  TO WS-SAL-STOCK-ANT.
           MOVE WS-ART-STOCK (WS-IX-ART)  TO WS-SAL-STOCK-NUEVO.
           MOVE WS-ART-COSTO (WS-IX-ART)  TO WS-SAL-COSTO-ANT.
           MOVE WS-ART-COSTO (WS-IX-ART)  TO WS-SAL-COSTO-NUEVO.
           WRITE REGISTRO-NUEVO FROM WS-REG-SALDO.
           IF WS-FSTATUS-NUE NOT = '00'
              MOVE 'ERROR GRABANDO HISTORIAL_Movimientos_NUE'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-310-GRABAR-SALDO.
           EXIT.

      *------------------------------------------------

       315-LIMPIAR-RETENIDO.
           MOVE 'N' TO WS-ART-RETENIDO (WS-IX-ART).
       F-315-LIMPIAR-RETENIDO.
           EXIT.

      *------------------------------------------------

       320-SEPARAR-REGISTRO.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF SI-FIN-HIS
              GO TO F-320-SEPARAR-REGISTRO
           END-IF.
           IF WS-FSTATUS-HIS NOT = '00'
              MOVE 'ERROR DE LECTURA EN HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           PERFORM 215-CLASIFICAR THRU F-215-CLASIFICAR.
           IF DESTINO-ARCHIVO
              WRITE REGISTRO-ARCHIVAR FROM REGISTRO-HISTORIAL
              IF WS-FSTATUS-ARC NOT = '00'
                 MOVE 'ERROR GRABANDO HISTORIAL_Movimientos_ARC'
                      TO WS-MOTIVO
                 PERFORM 990-ABORTAR THRU F-990-ABORTAR
              END-IF
           ELSE
              WRITE REGISTRO-NUEVO FROM REGISTRO-HISTORIAL
              IF WS-FSTATUS-NUE NOT = '00'
                 MOVE 'ERROR GRABANDO HISTORIAL_Movimientos_NUE'
                      TO WS-MOTIVO
                 PERFORM 990-ABORTAR THRU F-990-ABORTAR
              END-IF
           END-IF.
       F-320-SEPARAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       400-CONCILIAR.
           OPEN INPUT ARCHIVAR.
           IF WS-FSTATUS-ARC NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_ARC'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-LIN TO TRUE.
           PERFORM 410-CONTAR-ARCHIVAR THRU F-410-CONTAR-ARCHIVAR
               UNTIL SI-FIN-LIN.
           CLOSE ARCHIVAR.

           OPEN INPUT NUEVO.
           IF WS-FSTATUS-NUE NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_NUE'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-LIN TO TRUE.
           PERFORM 420-CONTAR-NUEVO THRU F-420-CONTAR-NUEVO
               UNTIL SI-FIN-LIN.
           CLOSE NUEVO.

           MOVE 'ORIGINAL'    TO LCO-CONCEPTO.
           MOVE WS-CONTA-ORIG TO LCO-REGISTROS.
           MOVE WS-CANT-ORIG  TO LCO-CANTIDAD.
           WRITE LINEA-BITACORA FROM LIN-CONCILIACION.
           MOVE 'ARCHIVADO'     TO LCO-CONCEPTO.
           MOVE WS-VER-ARCH-REG  TO LCO-REGISTROS.
           MOVE WS-VER-ARCH-CANT TO LCO-CANTIDAD.
           WRITE LINEA-BITACORA FROM LIN-CONCILIACION.
           MOVE 'CONSERVADO'    TO LCO-CONCEPTO.
           MOVE WS-VER-NUE-MOV  TO LCO-REGISTROS.
           MOVE WS-VER-NUE-CANT TO LCO-CANTIDAD.
           WRITE LINEA-BITACORA FROM LIN-CONCILIACION.
           MOVE 'SALDOS'        TO LCO-CONCEPTO.
           MOVE WS-VER-NUE-SAL  TO LCO-REGISTROS.
           MOVE ZEROES          TO LCO-CANTIDAD.
           WRITE LINEA-BITACORA FROM LIN-CONCILIACION.

           ADD WS-VER-ARCH-REG WS-VER-NUE-MOV GIVING WS-VER-SUMA-REG.
           ADD WS-VER-ARCH-CANT WS-VER-NUE-CANT
               GIVING WS-VER-SUMA-CANT.
           IF WS-VER-SUMA-REG NOT = WS-CONTA-ORIG
              OR WS-VER-SUMA-CANT NOT = WS-CANT-ORIG
              OR WS-VER-ARCH-REG NOT = WS-CONTA-ARCH
              OR WS-VER-ARCH-CANT NOT = WS-CANT-ARCH
              OR WS-VER-NUE-MOV NOT = WS-CONTA-CONS
              OR WS-VER-NUE-CANT NOT = WS-CANT-CONS
              OR WS-VER-NUE-SAL NOT = WS-CONTA-SALDOS
              MOVE 'LOS TOTALES NO CONCILIAN CON EL ORIGINAL'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-400-CONCILIAR.
           EXIT.

      *------------------------------------------------

       410-CONTAR-ARCHIVAR.
           READ ARCHIVAR
               AT END
                   SET SI-FIN-LIN TO TRUE
           END-READ.
           IF SI-FIN-LIN
              GO TO F-410-CONTAR-ARCHIVAR
           END-IF.
           ADD 1 TO WS-VER-ARCH-REG.
           ADD AR-CANTIDAD TO WS-VER-ARCH-CANT.
       F-410-CONTAR-ARCHIVAR.
           EXIT.

      *------------------------------------------------

       420-CONTAR-NUEVO.
           READ NUEVO
               AT END
                   SET SI-FIN-LIN TO TRUE
           END-READ.
           IF SI-FIN-LIN
              GO TO F-420-CONTAR-NUEVO
           END-IF.
           IF NU-TIPO = 'A'
              ADD 1 TO WS-VER-NUE-SAL
           ELSE
              ADD 1 TO WS-VER-NUE-MOV
              ADD NU-CANTIDAD TO WS-VER-NUE-CANT
           END-IF.
       F-420-CONTAR-NUEVO.
           EXIT.

      *------------------------------------------------

       500-DISTRIBUIR.
           PERFORM 510-CONTAR-ANTES THRU F-510-CONTAR-ANTES
               VARYING WS-IX-ANI FROM 1 BY 1
               UNTIL WS-IX-ANI > WS-ANI-CANT.

           OPEN INPUT ARCHIVAR.
           IF WS-FSTATUS-ARC NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_ARC'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-ANIO-ABIERTO TO TRUE.
           SET NO-FIN-LIN TO TRUE.
           PERFORM 520-ARCHIVAR-REGISTRO THRU F-520-ARCHIVAR-REGISTRO
               UNTIL SI-FIN-LIN.
           CLOSE ARCHIVAR.
           IF SI-ANIO-ABIERTO
              CLOSE ARCHIVO-ANIO
           END-IF.

           MOVE ZEROES TO WS-ANIOS-CON-DIF.
           PERFORM 530-VERIFICAR-ANIO THRU F-530-VERIFICAR-ANIO
               VARYING WS-IX-ANI FROM 1 BY 1
               UNTIL WS-IX-ANI > WS-ANI-CANT.
           IF WS-ANIOS-CON-DIF GREATER THAN 0
              DISPLAY 'REVISAR LOS ARCHIVOS ANUALES MARCADOS CON '
                      'DIFERENCIA - EL HISTORIAL NO SE REEMPLAZO'
              MOVE 'LOS ARCHIVOS ANUALES NO CONCILIAN'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-500-DISTRIBUIR.
           EXIT.

      *------------------------------------------------

       510-CONTAR-ANTES.
           MOVE WS-ANI-ANIO (WS-IX-ANI) TO WS-NA-ANIO.
           PERFORM 540-CONTAR-ARCHIVO-ANIO
               THRU F-540-CONTAR-ARCHIVO-ANIO.
           MOVE WS-CUENTA-REG  TO WS-ANI-ANTES-REG (WS-IX-ANI).
           MOVE WS-CUENTA-CANT TO WS-ANI-ANTES-CANT (WS-IX-ANI).

           MOVE ZEROES TO WS-INDEXADOS-REG.
           MOVE ZEROES TO WS-INDEXADOS-CANT.
           IF WS-IND-CANT GREATER THAN 0
              SET WS-IX-IND TO 1
              SEARCH WS-IND-ELEM
                 WHEN WS-IND-ANIO (WS-IX-IND) = WS-ANI-ANIO (WS-IX-ANI)
                    MOVE WS-IND-REGISTROS (WS-IX-IND)
                         TO WS-INDEXADOS-REG
                    MOVE WS-IND-CANTIDAD (WS-IX-IND)
                         TO WS-INDEXADOS-CANT
              END-SEARCH
           END-IF.
           IF WS-CUENTA-REG NOT = WS-INDEXADOS-REG
              OR WS-CUENTA-CANT NOT = WS-INDEXADOS-CANT
              DISPLAY WS-NOMBRE-ARCHIVO ' TIENE ' WS-CUENTA-REG
                      ' REGISTROS - EL INDICE INDICA '
                      WS-INDEXADOS-REG
              MOVE 'ARCHIVO ANUAL CON REGISTROS NO INDEXADOS'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-510-CONTAR-ANTES.
           EXIT.

      *------------------------------------------------

       520-ARCHIVAR-REGISTRO.
           READ ARCHIVAR
               AT END
                   SET SI-FIN-LIN TO TRUE
           END-READ.
           IF SI-FIN-LIN
              GO TO F-520-ARCHIVAR-REGISTRO
           END-IF.
           MOVE AR-FECHA TO WS-FECHA-MOV.
           IF NO-ANIO-ABIERTO OR WS-FMV-AAAA NOT = WS-NA-ANIO
              PERFORM 525-ABRIR-ANIO THRU F-525-ABRIR-ANIO
           END-IF.
           WRITE REGISTRO-ARCHIVO-ANIO FROM REGISTRO-ARCHIVAR.
           IF WS-FSTATUS-ANI NOT = '00'
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              MOVE 'ERROR AL GRABAR UN ARCHIVO ANUAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-520-ARCHIVAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       525-ABRIR-ANIO.
           IF SI-ANIO-ABIERTO
              CLOSE ARCHIVO-ANIO
           END-IF.
           MOVE WS-FMV-AAAA TO WS-NA-ANIO.
           OPEN EXTEND ARCHIVO-ANIO.
           IF WS-FSTATUS-ANI = '35'
              OPEN OUTPUT ARCHIVO-ANIO
           END-IF.
           IF WS-FSTATUS-ANI NOT = '00'
              SET NO-ANIO-ABIERTO TO TRUE
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              MOVE 'ERROR AL ABRIR UN ARCHIVO ANUAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET SI-ANIO-ABIERTO TO TRUE.
       F-525-ABRIR-ANIO.
           EXIT.

      *------------------------------------------------

       530-VERIFICAR-ANIO.
           MOVE WS-ANI-ANIO (WS-IX-ANI) TO WS-NA-ANIO.
           PERFORM 540-CONTAR-ARCHIVO-ANIO
               THRU F-540-CONTAR-ARCHIVO-ANIO.
           COMPUTE WS-AGREGADOS-REG =
                   WS-CUENTA-REG - WS-ANI-ANTES-REG (WS-IX-ANI).
           COMPUTE WS-AGREGADOS-CANT =
                   WS-CUENTA-CANT - WS-ANI-ANTES-CANT (WS-IX-ANI).
           MOVE WS-NOMBRE-ARCHIVO TO LAA-NOMBRE.
           MOVE WS-AGREGADOS-REG  TO LAA-AGREGADOS.
           MOVE WS-AGREGADOS-CANT TO LAA-CANTIDAD.
           MOVE WS-CUENTA-REG     TO LAA-TOTAL.
           IF WS-AGREGADOS-REG = WS-ANI-REGISTROS (WS-IX-ANI)
              AND WS-AGREGADOS-CANT = WS-ANI-CANTIDAD (WS-IX-ANI)
              MOVE SPACES TO LAA-ESTADO
           ELSE
              MOVE ' *DIFERENCIA*' TO LAA-ESTADO
              ADD 1 TO WS-ANIOS-CON-DIF
           END-IF.
           WRITE LINEA-BITACORA FROM LIN-ARCHIVO-ANIO.
       F-530-VERIFICAR-ANIO.
           EXIT.

      *------------------------------------------------

       540-CONTAR-ARCHIVO-ANIO.
           MOVE ZEROES TO WS-CUENTA-REG.
           MOVE ZEROES TO WS-CUENTA-CANT.
           OPEN INPUT ARCHIVO-ANIO.
           IF WS-FSTATUS-ANI NOT = '00'
              GO TO F-540-CONTAR-ARCHIVO-ANIO
           END-IF.
           SET NO-FIN-ANI TO TRUE.
           PERFORM 545-LEER-ARCHIVO-ANIO THRU F-545-LEER-ARCHIVO-ANIO
               UNTIL SI-FIN-ANI.
           CLOSE ARCHIVO-ANIO.
       F-540-CONTAR-ARCHIVO-ANIO.
           EXIT.

      *------------------------------------------------

       545-LEER-ARCHIVO-ANIO.
           READ ARCHIVO-ANIO
               AT END
                   SET SI-FIN-ANI TO TRUE
           END-READ.
           IF SI-FIN-ANI
              GO TO F-545-LEER-ARCHIVO-ANIO
           END-IF.
           ADD 1 TO WS-CUENTA-REG.
           IF AA-CANTIDAD IS NUMERIC
              ADD AA-CANTIDAD TO WS-CUENTA-CANT
           END-IF.
       F-545-LEER-ARCHIVO-ANIO.
           EXIT.

      *------------------------------------------------

       600-REEMPLAZAR.
           OPEN INPUT NUEVO.
           IF WS-FSTATUS-NUE NOT = '00'
              MOVE 'ERROR ABRIENDO HISTORIAL_Movimientos_NUE'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           OPEN OUTPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              CLOSE NUEVO
              MOVE 'ERROR AL REGRABAR HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-LIN TO TRUE.
           PERFORM 610-COPIAR-REGISTRO THRU F-610-COPIAR-REGISTRO
               UNTIL SI-FIN-LIN.
           CLOSE NUEVO.
           CLOSE HISTORIAL.

           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              DISPLAY 'EL CONTENIDO CORRECTO ESTA EN '
                      'HISTORIAL_Movimientos_NUE.TXT'
              MOVE 'ERROR AL REABRIR HISTORIAL REGRABADO'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           SET NO-FIN-HIS TO TRUE.
           PERFORM 620-VERIFICAR-HISTORIAL
               THRU F-620-VERIFICAR-HISTORIAL
               UNTIL SI-FIN-HIS.
           CLOSE HISTORIAL.

           ADD WS-CONTA-CONS WS-CONTA-SALDOS GIVING WS-VER-SUMA-REG.
           IF WS-VER-HIS-REG NOT = WS-VER-SUMA-REG
              OR WS-VER-HIS-CANT NOT = WS-CANT-CONS
              DISPLAY 'EL CONTENIDO CORRECTO ESTA EN '
                      'HISTORIAL_Movimientos_NUE.TXT'
              MOVE 'EL HISTORIAL REGRABADO NO CONCILIA'
                   TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-600-REEMPLAZAR.
           EXIT.

      *------------------------------------------------

       610-COPIAR-REGISTRO.
           READ NUEVO
               AT END
                   SET SI-FIN-LIN TO TRUE
           END-READ.
           IF SI-FIN-LIN
              GO TO F-610-COPIAR-REGISTRO
           END-IF.
           WRITE REGISTRO-HISTORIAL FROM REGISTRO-NUEVO.
           IF WS-FSTATUS-HIS NOT = '00'
              DISPLAY 'EL CONTENIDO CORRECTO ESTA EN '
                      'HISTORIAL_Movimientos_NUE.TXT'
              MOVE 'ERROR AL REGRABAR HISTORIAL' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-610-COPIAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       620-VERIFICAR-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF SI-FIN-HIS
              GO TO F-620-VERIFICAR-HISTORIAL
           END-IF.
           ADD 1 TO WS-VER-HIS-REG.
           IF HS-TIPO NOT = 'A'
              ADD HS-CANTIDAD TO WS-VER-HIS-CANT
           END-IF.
       F-620-VERIFICAR-HISTORIAL.
           EXIT.

      *------------------------------------------------

       700-ACTUALIZAR-INDICE.
           PERFORM 710-INDEXAR-ANIO THRU F-710-INDEXAR-ANIO
               VARYING WS-IX-ANI FROM 1 BY 1
               UNTIL WS-IX-ANI > WS-ANI-CANT.

           OPEN OUTPUT INDICE.
           IF WS-FSTATUS-IND NOT = '00'
              MOVE 'ERROR AL GRABAR HISTORIAL_Archivos' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           PERFORM 720-GRABAR-INDICE THRU F-720-GRABAR-INDICE
               VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > WS-IND-CANT.
           CLOSE INDICE.
       F-700-ACTUALIZAR-INDICE.
           EXIT.

      *------------------------------------------------

       710-INDEXAR-ANIO.
           MOVE 1 TO WS-IX-DESTINO.
           PERFORM 712-BUSCAR-POSICION THRU F-712-BUSCAR-POSICION
               UNTIL WS-IX-DESTINO > WS-IND-CANT
               OR WS-IND-ANIO (WS-IX-DESTINO)
                  NOT LESS THAN WS-ANI-ANIO (WS-IX-ANI).
           IF WS-IX-DESTINO > WS-IND-CANT
              OR WS-IND-ANIO (WS-IX-DESTINO)
                 NOT = WS-ANI-ANIO (WS-IX-ANI)
              IF WS-IND-CANT NOT LESS THAN 100
                 MOVE 'LIMITE DE 100 ANIOS DE ARCHIVO EXCEDIDO'
                      TO WS-MOTIVO
                 PERFORM 990-ABORTAR THRU F-990-ABORTAR
              END-IF
              ADD 1 TO WS-IND-CANT
              PERFORM 714-CORRER-INDICE THRU F-714-CORRER-INDICE
                  VARYING WS-IX-K FROM WS-IND-CANT BY -1
                  UNTIL WS-IX-K NOT GREATER THAN WS-IX-DESTINO
              SET WS-IX-IND TO WS-IX-DESTINO
              MOVE WS-ANI-ANIO (WS-IX-ANI) TO WS-IND-ANIO (WS-IX-IND)
              MOVE ZEROES TO WS-IND-REGISTROS (WS-IX-IND)
              MOVE ZEROES TO WS-IND-CANTIDAD (WS-IX-IND)
           END-IF.
           SET WS-IX-IND TO WS-IX-DESTINO.
           ADD WS-ANI-REGISTROS (WS-IX-ANI)
               TO WS-IND-REGISTROS (WS-IX-IND).
           ADD WS-ANI-CANTIDAD (WS-IX-ANI)
               TO WS-IND-CANTIDAD (WS-IX-IND).
           MOVE WS-FECHA-CORTE TO WS-IND-FECHA-CORTE (WS-IX-IND).
           MOVE WS-FECHA-HOY-N TO WS-IND-FECHA-PROCESO (WS-IX-IND).
       F-710-INDEXAR-ANIO.
           EXIT.

      *------------------------------------------------

       712-BUSCAR-POSICION.
           ADD 1 TO WS-IX-DESTINO.
       F-712-BUSCAR-POSICION.
           EXIT.

      *------------------------------------------------

       714-CORRER-INDICE.
           MOVE WS-IND-ELEM (WS-IX-K - 1) TO WS-IND-ELEM (WS-IX-K).
       F-714-CORRER-INDICE.
           EXIT.

      *------------------------------------------------

       720-GRABAR-INDICE.
           MOVE WS-IND-ELEM (WS-IX-IND) TO REGISTRO-INDICE.
           WRITE REGISTRO-INDICE.
           IF WS-FSTATUS-IND NOT = '00'
              MOVE 'ERROR GRABANDO HISTORIAL_Archivos' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-720-GRABAR-INDICE.
           EXIT.

      *------------------------------------------------

       750-AJUSTAR-CATALOGO.
           IF WS-CAT-CANT = 0
              GO TO F-750-AJUSTAR-CATALOGO
           END-IF.
           PERFORM 755-AJUSTAR-GENERACION THRU F-755-AJUSTAR-GENERACION
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-CAT-CANT.

           OPEN OUTPUT CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              MOVE 'ERROR AL GRABAR RESPALDOS_Maestro' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
           PERFORM 757-GRABAR-GENERACION THRU F-757-GRABAR-GENERACION
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-CAT-CANT.
           CLOSE CATALOGO.

           MOVE WS-CONTA-CAT-AJUS  TO LCA-AJUSTADAS.
           MOVE WS-CONTA-CAT-INVAL TO LCA-INVALIDADAS.
           WRITE LINEA-BITACORA FROM LIN-CATALOGO-AJUSTE.
       F-750-AJUSTAR-CATALOGO.
           EXIT.

      *------------------------------------------------

       755-AJUSTAR-GENERACION.
           IF WS-CAT-POS-HIS (WS-IX-CAT) = WS-POS-INVALIDA
              GO TO F-755-AJUSTAR-GENERACION
           END-IF.
           IF WS-CAT-POS-HIS (WS-IX-CAT) LESS THAN WS-ULT-LIN-ARCH
              MOVE WS-POS-INVALIDA TO WS-CAT-POS-HIS (WS-IX-CAT)
              ADD 1 TO WS-CONTA-CAT-INVAL
           ELSE
              COMPUTE WS-CAT-POS-HIS (WS-IX-CAT) =
                      WS-CAT-POS-HIS (WS-IX-CAT) - WS-CONTA-ARCH
                    + WS-CONTA-SALDOS
              ADD 1 TO WS-CONTA-CAT-AJUS
           END-IF.
       F-755-AJUSTAR-GENERACION.
           EXIT.

      *------------------------------------------------

       757-GRABAR-GENERACION.
           MOVE WS-CAT-ELEM (WS-IX-CAT) TO REG-CATALOGO.
           WRITE REG-CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              MOVE 'ERROR GRABANDO RESPALDOS_Maestro' TO WS-MOTIVO
              PERFORM 990-ABORTAR THRU F-990-ABORTAR
           END-IF.
       F-757-GRABAR-GENERACION.
           EXIT.

      *------------------------------------------------

       800-FINAL.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: ARCHIVO CORTE=' DELIMITED BY SIZE
                  WS-FECHA-CORTE     DELIMITED BY SIZE
                  ' ARCHIVADOS='     DELIMITED BY SIZE
                  WS-CONTA-ARCH      DELIMITED BY SIZE
                  ' SALDOS='         DELIMITED BY SIZE
                  WS-CONTA-SALDOS    DELIMITED BY SIZE
                  ' CONSERVADOS='    DELIMITED BY SIZE
                  WS-CONTA-CONS      DELIMITED BY SIZE
                  ' ESTADO=OK'       DELIMITED BY SIZE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-800-FINAL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-FECHA-CORTE   TO LB-CORTE.
           MOVE WS-CONTA-ORIG    TO LB-LEIDOS.
           MOVE WS-CONTA-ARCH    TO LB-ARCHIVADOS.
           MOVE WS-CONTA-SALDOS  TO LB-SALDOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       990-ABORTAR.
           DISPLAY 'ERROR EN EL ARCHIVO DEL HISTORIAL: ' WS-MOTIVO.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: ARCHIVO CORTE=' DELIMITED BY SIZE
                  WS-FECHA-CORTE  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-MOTIVO       DELIMITED BY '  '
                  ' ESTADO=ERROR' DELIMITED BY SIZE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-990-ABORTAR.
           EXIT.

      *------------------------------------------------
