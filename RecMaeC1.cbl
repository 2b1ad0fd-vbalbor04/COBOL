      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecMaeC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO
           ASSIGN TO "MAESTRO_Articulos.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-ARTICULO
           FILE STATUS IS WS-FSTATUS-MAE.

           SELECT RESPALDO-G1
           ASSIGN TO "RESPALDO_Maestro_G1.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG1-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G2
           ASSIGN TO "RESPALDO_Maestro_G2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG2-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G3
           ASSIGN TO "RESPALDO_Maestro_G3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG3-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G4
           ASSIGN TO "RESPALDO_Maestro_G4.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG4-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G5
           ASSIGN TO "RESPALDO_Maestro_G5.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG5-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G6
           ASSIGN TO "RESPALDO_Maestro_G6.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG6-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G7
           ASSIGN TO "RESPALDO_Maestro_G7.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG7-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G8
           ASSIGN TO "RESPALDO_Maestro_G8.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG8-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT RESPALDO-G9
           ASSIGN TO "RESPALDO_Maestro_G9.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG9-ARTICULO
           FILE STATUS IS WS-FSTATUS-RSP.

           SELECT CATALOGO
           ASSIGN TO "RESPALDOS_Maestro.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CAT.

           SELECT HISTORIAL
           ASSIGN TO "HISTORIAL_Movimientos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT AUDITORIA
           ASSIGN TO "AUDITORIA_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-AUD.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_RecMaeC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT REPORTE-REC
           ASSIGN TO "REPORTE_Recuperacion.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RecMaeC1.TXT"
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

       FD RESPALDO-G1.
       01  REG-RESPALDO-G1.
           03 RG1-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G2.
       01  REG-RESPALDO-G2.
           03 RG2-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G3.
       01  REG-RESPALDO-G3.
           03 RG3-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G4.
       01  REG-RESPALDO-G4.
           03 RG4-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G5.
       01  REG-RESPALDO-G5.
           03 RG5-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G6.
       01  REG-RESPALDO-G6.
           03 RG6-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G7.
       01  REG-RESPALDO-G7.
           03 RG7-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G8.
       01  REG-RESPALDO-G8.
           03 RG8-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

       FD RESPALDO-G9.
       01  REG-RESPALDO-G9.
           03 RG9-ARTICULO   PIC X(10).
           03 FILLER         PIC X(63).

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
           03 FILLER         PIC X(10).
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
           03 FILLER         PIC X(01).
           03 AU-PRECIO-ENT  PIC 9(07).
           03 FILLER         PIC X(01).
           03 AU-PRECIO-DEC  PIC 9(02).
           03 FILLER         PIC X(01).
           03 AU-COSTO-ENT   PIC 9(07).
           03 FILLER         PIC X(01).
           03 AU-COSTO-DEC   PIC 9(02).
           03 FILLER         PIC X(39).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD REPORTE-REC.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-RSP            PIC X(1) VALUE 'N'.
           88 SI-FIN-RSP         VALUE 'S'.
           88 NO-FIN-RSP         VALUE 'N'.

       01  WS-FIN-MAE            PIC X(1) VALUE 'N'.
           88 SI-FIN-MAE         VALUE 'S'.
           88 NO-FIN-MAE         VALUE 'N'.

       01  WS-FIN-CAT            PIC X(1) VALUE 'N'.
           88 SI-FIN-CAT         VALUE 'S'.
           88 NO-FIN-CAT         VALUE 'N'.

       01  WS-FIN-HIS            PIC X(1) VALUE 'N'.
           88 SI-FIN-HIS         VALUE 'S'.
           88 NO-FIN-HIS         VALUE 'N'.

       01  WS-FIN-AUD            PIC X(1) VALUE 'N'.
           88 SI-FIN-AUD         VALUE 'S'.
           88 NO-FIN-AUD         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-NUM-VALIDO         PIC X(1) VALUE 'N'.
           88 SI-NUM-VALIDO      VALUE 'S'.
           88 NO-NUM-VALIDO      VALUE 'N'.

       01  WS-HASTA-FIN          PIC X(1) VALUE 'N'.
           88 SI-HASTA-FIN       VALUE 'S'.
           88 NO-HASTA-FIN       VALUE 'N'.

       01  WS-RESULTADO          PIC X(1) VALUE 'S'.
           88 SI-VERIFICADO      VALUE 'S'.
           88 NO-VERIFICADO      VALUE 'N'.

       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-RSP        PIC X(2).
       77  WS-FSTATUS-CAT        PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-AUD        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(40).
       77  WS-NUM-TEXTO          PIC X(10).
       77  WS-NUM-LARGO          PIC 9(02) VALUE 0.
       77  WS-NUM-LEIDO          PIC 9(05) VALUE 0.

       77  WS-GENERACION         PIC 9(05) VALUE 0.
       77  WS-HASTA              PIC 9(05) VALUE 0.
       77  WS-IX-GEN             PIC 9(02) VALUE 0.
       77  WS-IX-HASTA           PIC 9(02) VALUE 0.
       77  WS-IX-SEG             PIC 9(02) VALUE 0.
       77  WS-IX-K               PIC 9(02) VALUE 0.
       77  WS-RANURA             PIC 9(01) VALUE 0.

       77  WS-LIN-HIS            PIC 9(09) VALUE 0.
       77  WS-LIN-AUD            PIC 9(09) VALUE 0.
       77  WS-DESDE-HIS          PIC 9(09) VALUE 0.
       77  WS-DESDE-AUD          PIC 9(09) VALUE 0.
       77  WS-HASTA-HIS          PIC 9(09) VALUE 0.
       77  WS-HASTA-AUD          PIC 9(09) VALUE 0.
       77  WS-TOTAL-HIS          PIC 9(09) VALUE 0.
       77  WS-TOTAL-AUD          PIC 9(09) VALUE 0.

       77  WS-REST-REGISTROS     PIC 9(07) VALUE 0.
       77  WS-REST-STOCK         PIC 9(11) VALUE 0.
       77  WS-ESP-REGISTROS      PIC S9(07) VALUE 0.
       77  WS-ESP-STOCK          PIC S9(11) VALUE 0.
       77  WS-FIN-REGISTROS      PIC 9(07) VALUE 0.
       77  WS-FIN-STOCK          PIC 9(11) VALUE 0.

       77  WS-CONTA-HIS-APLIC    PIC 9(07) VALUE 0.
       77  WS-CONTA-HIS-OMIT     PIC 9(07) VALUE 0.
       77  WS-CONTA-AUD-APLIC    PIC 9(07) VALUE 0.
       77  WS-CONTA-AUD-OMIT     PIC 9(07) VALUE 0.
       77  WS-CONTA-DIFERENCIAS  PIC 9(02) VALUE 0.

       77  WS-STOCK-PREVIO       PIC 9(07) VALUE 0.
       77  WS-MOTIVO             PIC X(30).
       77  WS-LINEA-BIT-CONTROL  PIC X(132).

       01  WS-IMPORTE.
           03 WS-IMP-ENT         PIC 9(07).
           03 WS-IMP-DEC         PIC 9(02).
       01  WS-IMPORTE-N REDEFINES WS-IMPORTE
                                 PIC 9(07)V99.

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

       01  WS-FECHA-TRABAJO.
           03 WS-FT-AAAA         PIC 9(04).
           03 WS-FT-MM           PIC 9(02).
           03 WS-FT-DD           PIC 9(02).

       01  WS-HORA-TRABAJO.
           03 WS-HT-HH           PIC 9(02).
           03 WS-HT-MM           PIC 9(02).
           03 WS-HT-SS           PIC 9(02).

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'RECMAEC1'.
           03 WS-CTL-FECHA       PIC 9(08).
           03 WS-CTL-RETCODE     PIC 9(02).
           03 WS-CTL-RESULTADO   PIC X(01).
              88 CTL-PERMITIDO   VALUE '0'.
              88 CTL-BLOQUEADO   VALUE '1'.
           03 WS-CTL-MOTIVO      PIC X(40).

       01  WS-RSP-AREA.
           03 WS-RSP-PROGRAMA    PIC X(09) VALUE 'RECMAEC1'.
           03 WS-RSP-RESULTADO   PIC X(01).
              88 RSP-CORRECTO    VALUE '0'.
              88 RSP-FALLIDO     VALUE '1'.
           03 WS-RSP-NUMERO      PIC 9(05).
           03 WS-RSP-MOTIVO      PIC X(40).
           03 WS-RSP-CONSERVAR   PIC 9(05) VALUE 0.

       01  LIN-ENCABEZADO-REC.
           03 FILLER             PIC X(40) VALUE
              'RECUPERACION DEL MAESTRO DE ARTICULOS'.
           03 FILLER             PIC X(7)  VALUE 'FECHA: '.
           03 LER-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-AAAA           PIC 9999.

       01  LIN-GENERACION.
           03 FILLER             PIC X(23) VALUE
              'GENERACION RESTAURADA: '.
           03 LGE-NUMERO         PIC 9(05).
           03 FILLER             PIC X(5)  VALUE ' DEL '.
           03 LGE-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LGE-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LGE-AAAA           PIC 9999.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LGE-HH             PIC 99.
           03 FILLER             PIC X(1) VALUE ':'.
           03 LGE-MI             PIC 99.
           03 FILLER             PIC X(1) VALUE ':'.
           03 LGE-SS             PIC 99.
           03 FILLER             PIC X(11) VALUE ' PREVIO A: '.
           03 LGE-PROGRAMA       PIC X(09).
           03 FILLER             PIC X(11) VALUE ' ARCHIVO: G'.
           03 LGE-RANURA         PIC 9(01).

       01  LIN-HASTA.
           03 FILLER             PIC X(23) VALUE
              'REAPLICADO HASTA:      '.
           03 LHA-TEXTO          PIC X(60).

       01  LIN-TITULO-OMITIDOS.
           03 FILLER             PIC X(40) VALUE
              'ENTRADAS NO VALIDAS - NO REAPLICADAS'.

       01  LIN-ENCABEZADO-OMI.
           03 FILLER             PIC X(11) VALUE 'FUENTE'.
           03 FILLER             PIC X(11) VALUE 'LINEA'.
           03 FILLER             PIC X(5)  VALUE 'TIPO'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(30) VALUE 'MOTIVO'.

       01  LIN-DETALLE-OMI.
           03 LDO-FUENTE         PIC X(09).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDO-LINEA          PIC Z(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDO-TIPO           PIC X(01).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDO-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDO-MOTIVO         PIC X(30).

       01  LIN-TOTAL-REAPLICADO.
           03 LTR-FUENTE         PIC X(11).
           03 FILLER             PIC X(11) VALUE 'APLICADOS: '.
           03 LTR-APLICADOS      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' OMITIDOS: '.
           03 LTR-OMITIDOS       PIC Z(6)9.

       01  LIN-TITULO-VERIF.
           03 FILLER             PIC X(32) VALUE
              'VERIFICACION'.
           03 FILLER             PIC X(09) VALUE 'REGISTROS'.
           03 FILLER             PIC X(15) VALUE '          STOCK'.

       01  LIN-VERIFICACION.
           03 LVE-CONCEPTO       PIC X(30).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LVE-REGISTROS      PIC Z(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LVE-STOCK          PIC Z(12)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LVE-ESTADO         PIC X(20).

       01  LIN-RESULTADO.
           03 FILLER             PIC X(11) VALUE 'RESULTADO: '.
           03 LRE-TEXTO          PIC X(60).

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
           03 FILLER             PIC X(12) VALUE 'GENERACION: '.
           03 LB-GENERACION      PIC 9(05).
           03 FILLER             PIC X(12) VALUE ' REGISTROS: '.
           03 LB-REGISTROS       PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' STOCK: '.
           03 LB-STOCK           PIC Z(10)9.
           03 FILLER             PIC X(14) VALUE ' REAPLICADOS: '.
           03 LB-REAPLICADOS     PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' OMITIDOS: '.
           03 LB-OMITIDOS        PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-RESTAURAR THRU F-200-RESTAURAR.
           PERFORM 300-REAPLICAR THRU F-300-REAPLICAR.
           PERFORM 400-VERIFICAR THRU F-400-VERIFICAR.
           PERFORM 500-FINAL THRU F-500-FINAL.
           STOP RUN.

      *------------------------------------------------

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.

           OPEN EXTEND BITACORA.
           IF WS-FSTATUS-BIT = '35'
              OPEN OUTPUT BITACORA
           END-IF.

           MOVE 'R' TO WS-CTL-ACCION.
           MOVE WS-FECHA-HOY-N TO WS-CTL-FECHA.
           MOVE ZEROES TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.

           PERFORM 110-LEER-PARAMETROS THRU F-110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-CATALOGO THRU F-120-CARGAR-CATALOGO.
           PERFORM 130-ELEGIR-GENERACION THRU F-130-ELEGIR-GENERACION.
           PERFORM 140-CONTAR-DIARIOS THRU F-140-CONTAR-DIARIOS.

           OPEN OUTPUT REPORTE-REC.
           MOVE WS-FECHA-DD   TO LER-DD.
           MOVE WS-FECHA-MM   TO LER-MM.
           MOVE WS-FECHA-AAAA TO LER-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REC.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-CAT-NUMERO (WS-IX-GEN) TO LGE-NUMERO.
           MOVE WS-CAT-FECHA (WS-IX-GEN) TO WS-FECHA-TRABAJO.
           MOVE WS-FT-DD   TO LGE-DD.
           MOVE WS-FT-MM   TO LGE-MM.
           MOVE WS-FT-AAAA TO LGE-AAAA.
           MOVE WS-CAT-HORA (WS-IX-GEN) TO WS-HORA-TRABAJO.
           MOVE WS-HT-HH   TO LGE-HH.
           MOVE WS-HT-MM   TO LGE-MI.
           MOVE WS-HT-SS   TO LGE-SS.
           MOVE WS-CAT-PROGRAMA (WS-IX-GEN) TO LGE-PROGRAMA.
           MOVE WS-CAT-RANURA (WS-IX-GEN) TO LGE-RANURA.
           WRITE LINEA-REPORTE FROM LIN-GENERACION.

           MOVE SPACES TO LHA-TEXTO.
           EVALUATE TRUE
              WHEN SI-HASTA-FIN
                 MOVE 'FIN DE HISTORIAL Y AUDITORIA' TO LHA-TEXTO
              WHEN WS-IX-HASTA = WS-IX-GEN
                 MOVE 'SIN REAPLICACION - SOLO SE RESTAURA'
                      TO LHA-TEXTO
              WHEN OTHER
                 STRING 'RESPALDO ' DELIMITED BY SIZE
                        WS-HASTA DELIMITED BY SIZE
                        ' (PREVIO A ' DELIMITED BY SIZE
                        WS-CAT-PROGRAMA (WS-IX-HASTA)
                            DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO LHA-TEXTO
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LIN-HASTA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-LEER-PARAMETROS.
           MOVE 0 TO WS-GENERACION.
           MOVE 0 TO WS-HASTA.
           SET NO-HASTA-FIN TO TRUE.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_RecMaeC1.TXT - SE USA '
                      'LA ULTIMA GENERACION'
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
           IF LINEA-PARAMETRO = SPACES
              OR LINEA-PARAMETRO (1:1) = '*'
              GO TO F-115-LEER-PARAMETRO
           END-IF.
           MOVE SPACES TO WS-PARAM-CLAVE.
           MOVE SPACES TO WS-PARAM-VALOR.
           UNSTRING LINEA-PARAMETRO DELIMITED BY '='
               INTO WS-PARAM-CLAVE WS-PARAM-VALOR.
           MOVE WS-PARAM-VALOR (1:10) TO WS-NUM-TEXTO.
           PERFORM 119-CONVERTIR-NUMERO THRU F-119-CONVERTIR-NUMERO.
           EVALUATE WS-PARAM-CLAVE
              WHEN 'GENERACION'
                 IF SI-NUM-VALIDO AND WS-NUM-LEIDO GREATER THAN 0
                    MOVE WS-NUM-LEIDO TO WS-GENERACION
                 ELSE
                    MOVE 'PARAMETRO GENERACION INVALIDO' TO WS-MOTIVO
                    PERFORM 940-ABORTAR THRU F-940-ABORTAR
                 END-IF
              WHEN 'HASTA'
                 IF WS-PARAM-VALOR = 'FIN'
                    SET SI-HASTA-FIN TO TRUE
                 ELSE
                    IF SI-NUM-VALIDO AND WS-NUM-LEIDO GREATER THAN 0
                       MOVE WS-NUM-LEIDO TO WS-HASTA
                    ELSE
                       MOVE 'PARAMETRO HASTA INVALIDO' TO WS-MOTIVO
                       PERFORM 940-ABORTAR THRU F-940-ABORTAR
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                         ' - SE IGNORA'
           END-EVALUATE.
       F-115-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       119-CONVERTIR-NUMERO.
           SET NO-NUM-VALIDO TO TRUE.
           MOVE 0 TO WS-NUM-LEIDO.
           MOVE 0 TO WS-NUM-LARGO.
           INSPECT WS-NUM-TEXTO TALLYING WS-NUM-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LARGO GREATER THAN 0
              AND WS-NUM-LARGO NOT GREATER THAN 5
              IF WS-NUM-TEXTO (1:WS-NUM-LARGO) IS NUMERIC
                 MOVE WS-NUM-TEXTO (1:WS-NUM-LARGO) TO WS-NUM-LEIDO
                 SET SI-NUM-VALIDO TO TRUE
              END-IF
           END-IF.
       F-119-CONVERTIR-NUMERO.
           EXIT.

      *------------------------------------------------

       120-CARGAR-CATALOGO.
           MOVE 0 TO WS-CAT-CANT.
           OPEN INPUT CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              MOVE 'SIN ARCHIVO RESPALDOS_Maestro.TXT' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           SET NO-FIN-CAT TO TRUE.
           PERFORM 125-LEER-CATALOGO THRU F-125-LEER-CATALOGO
               UNTIL SI-FIN-CAT.
           CLOSE CATALOGO.
           IF WS-CAT-CANT = 0
              MOVE 'NO HAY GENERACIONES RESPALDADAS' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
       F-120-CARGAR-CATALOGO.
           EXIT.

      *------------------------------------------------

       125-LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET SI-FIN-CAT TO TRUE
           END-READ.
           IF SI-FIN-CAT
              GO TO F-125-LEER-CATALOGO
           END-IF.
           IF RS-NUMERO NOT NUMERIC OR RS-RANURA NOT NUMERIC
              OR RS-RANURA = 0
              GO TO F-125-LEER-CATALOGO
           END-IF.
           IF WS-CAT-CANT NOT LESS THAN 9
              SET SI-FIN-CAT TO TRUE
              GO TO F-125-LEER-CATALOGO
           END-IF.
           ADD 1 TO WS-CAT-CANT.
           SET WS-IX-CAT TO WS-CAT-CANT.
           MOVE REG-CATALOGO TO WS-CAT-ELEM (WS-IX-CAT).
       F-125-LEER-CATALOGO.
           EXIT.

      *------------------------------------------------

       130-ELEGIR-GENERACION.
           IF WS-GENERACION = 0
              MOVE WS-CAT-CANT TO WS-IX-GEN
              MOVE WS-CAT-NUMERO (WS-IX-GEN) TO WS-GENERACION
           ELSE
              MOVE 0 TO WS-IX-GEN
              SET WS-IX-CAT TO 1
              SEARCH WS-CAT-ELEM
                 WHEN WS-CAT-NUMERO (WS-IX-CAT) = WS-GENERACION
                    SET WS-IX-GEN TO WS-IX-CAT
              END-SEARCH
              IF WS-IX-GEN = 0
                 MOVE 'GENERACION NO ESTA EN EL CATALOGO' TO WS-MOTIVO
                 PERFORM 940-ABORTAR THRU F-940-ABORTAR
              END-IF
           END-IF.
           MOVE WS-CAT-RANURA (WS-IX-GEN) TO WS-RANURA.

           IF SI-HASTA-FIN
              MOVE WS-CAT-CANT TO WS-IX-HASTA
              GO TO F-130-ELEGIR-GENERACION
           END-IF.

           IF WS-HASTA = 0
              MOVE WS-IX-GEN TO WS-IX-HASTA
              PERFORM 135-BUSCAR-FIN-DIA THRU F-135-BUSCAR-FIN-DIA
                  UNTIL WS-IX-HASTA NOT LESS THAN WS-CAT-CANT
                  OR WS-CAT-FECHA (WS-IX-HASTA)
                     GREATER THAN WS-CAT-FECHA (WS-IX-GEN)
              IF WS-CAT-FECHA (WS-IX-HASTA)
                 GREATER THAN WS-CAT-FECHA (WS-IX-GEN)
                 MOVE WS-CAT-NUMERO (WS-IX-HASTA) TO WS-HASTA
              ELSE
                 SET SI-HASTA-FIN TO TRUE
              END-IF
              GO TO F-130-ELEGIR-GENERACION
           END-IF.

           MOVE 0 TO WS-IX-HASTA.
           SET WS-IX-CAT TO 1.
           SEARCH WS-CAT-ELEM
              WHEN WS-CAT-NUMERO (WS-IX-CAT) = WS-HASTA
                 SET WS-IX-HASTA TO WS-IX-CAT
           END-SEARCH.
           IF WS-IX-HASTA = 0
              MOVE 'HASTA NO ESTA EN EL CATALOGO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           IF WS-IX-HASTA LESS THAN WS-IX-GEN
              MOVE 'HASTA ANTERIOR A LA GENERACION' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
       F-130-ELEGIR-GENERACION.
           EXIT.

      *------------------------------------------------

       135-BUSCAR-FIN-DIA.
           ADD 1 TO WS-IX-HASTA.
       F-135-BUSCAR-FIN-DIA.
           EXIT.

      *------------------------------------------------

       140-CONTAR-DIARIOS.
           MOVE 0 TO WS-TOTAL-HIS.
           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS = '00'
              SET NO-FIN-HIS TO TRUE
              PERFORM 142-CONTAR-HISTORIAL THRU F-142-CONTAR-HISTORIAL
                  UNTIL SI-FIN-HIS
              CLOSE HISTORIAL
           END-IF.

           MOVE 0 TO WS-TOTAL-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-FSTATUS-AUD = '00'
              SET NO-FIN-AUD TO TRUE
              PERFORM 144-CONTAR-AUDITORIA THRU F-144-CONTAR-AUDITORIA
                  UNTIL SI-FIN-AUD
              CLOSE AUDITORIA
           END-IF.

           IF WS-CAT-POS-HIS (WS-IX-GEN) = 999999999
              AND (SI-HASTA-FIN OR WS-IX-HASTA NOT = WS-IX-GEN)
              DISPLAY 'EL HISTORIAL FUE ARCHIVADO DESPUES DE ESTE '
                      'RESPALDO - SOLO SE PUEDE RESTAURAR SIN '
                      'REAPLICAR (HASTA=GENERACION)'
              MOVE 'GENERACION ANTERIOR AL ARCHIVO HISTORIAL'
                   TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           IF WS-CAT-POS-HIS (WS-IX-HASTA) NOT = 999999999
              AND WS-TOTAL-HIS LESS THAN WS-CAT-POS-HIS (WS-IX-HASTA)
              MOVE 'HISTORIAL MAS CORTO QUE EL CATALOGO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           IF WS-TOTAL-AUD LESS THAN WS-CAT-POS-AUD (WS-IX-HASTA)
              MOVE 'AUDITORIA MAS CORTA QUE EL CATALOGO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
       F-140-CONTAR-DIARIOS.
           EXIT.

      *------------------------------------------------

       142-CONTAR-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-HIS
           END-READ.
       F-142-CONTAR-HISTORIAL.
           EXIT.

      *------------------------------------------------

       144-CONTAR-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET SI-FIN-AUD TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-AUD
           END-READ.
       F-144-CONTAR-AUDITORIA.
           EXIT.

      *------------------------------------------------

       200-RESTAURAR.
           MOVE WS-GENERACION TO WS-RSP-CONSERVAR.
           CALL 'RespMaC1' USING WS-RSP-AREA.
           IF RSP-FALLIDO
              DISPLAY 'ERROR: NO SE PUDO RESPALDAR EL MAESTRO - '
                      WS-RSP-MOTIVO
              MOVE 'NO SE PUDO RESPALDAR EL MAESTRO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.

           EVALUATE WS-RANURA
              WHEN 1 OPEN INPUT RESPALDO-G1
              WHEN 2 OPEN INPUT RESPALDO-G2
              WHEN 3 OPEN INPUT RESPALDO-G3
              WHEN 4 OPEN INPUT RESPALDO-G4
              WHEN 5 OPEN INPUT RESPALDO-G5
              WHEN 6 OPEN INPUT RESPALDO-G6
              WHEN 7 OPEN INPUT RESPALDO-G7
              WHEN 8 OPEN INPUT RESPALDO-G8
              WHEN 9 OPEN INPUT RESPALDO-G9
           END-EVALUATE.
           IF WS-FSTATUS-RSP NOT = '00'
              MOVE 'NO SE PUEDE ABRIR EL ARCHIVO DE LA GENERACION'
                   TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.

           OPEN OUTPUT MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
              DISPLAY 'ERROR AL ABRIR MAESTRO - FSTATUS: '
                      WS-FSTATUS-MAE
              MOVE 'NO SE PUEDE ABRIR EL MAESTRO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.

           MOVE 0 TO WS-REST-REGISTROS.
           MOVE 0 TO WS-REST-STOCK.
           SET NO-FIN-RSP TO TRUE.
           PERFORM 210-COPIAR-REGISTRO THRU F-210-COPIAR-REGISTRO
               UNTIL SI-FIN-RSP.
           EVALUATE WS-RANURA
              WHEN 1 CLOSE RESPALDO-G1
              WHEN 2 CLOSE RESPALDO-G2
              WHEN 3 CLOSE RESPALDO-G3
              WHEN 4 CLOSE RESPALDO-G4
              WHEN 5 CLOSE RESPALDO-G5
              WHEN 6 CLOSE RESPALDO-G6
              WHEN 7 CLOSE RESPALDO-G7
              WHEN 8 CLOSE RESPALDO-G8
              WHEN 9 CLOSE RESPALDO-G9
           END-EVALUATE.
           CLOSE MAESTRO.

           MOVE WS-REST-REGISTROS TO WS-ESP-REGISTROS.
           MOVE WS-REST-STOCK     TO WS-ESP-STOCK.

           WRITE LINEA-REPORTE FROM LIN-TITULO-VERIF.
           MOVE 'CATALOGO DE LA GENERACION' TO LVE-CONCEPTO.
           MOVE WS-CAT-REGISTROS (WS-IX-GEN) TO LVE-REGISTROS.
           MOVE WS-CAT-STOCK (WS-IX-GEN) TO LVE-STOCK.
           MOVE SPACES TO LVE-ESTADO.
           WRITE LINEA-REPORTE FROM LIN-VERIFICACION.
           MOVE 'RESTAURADO' TO LVE-CONCEPTO.
           MOVE WS-REST-REGISTROS TO LVE-REGISTROS.
           MOVE WS-REST-STOCK TO LVE-STOCK.
           IF WS-REST-REGISTROS = WS-CAT-REGISTROS (WS-IX-GEN)
              AND WS-REST-STOCK = WS-CAT-STOCK (WS-IX-GEN)
              MOVE 'COINCIDE' TO LVE-ESTADO
           ELSE
              MOVE 'NO COINCIDE' TO LVE-ESTADO
              SET NO-VERIFICADO TO TRUE
              ADD 1 TO WS-CONTA-DIFERENCIAS
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-VERIFICACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-200-RESTAURAR.
           EXIT.

      *------------------------------------------------

       210-COPIAR-REGISTRO.
           EVALUATE WS-RANURA
              WHEN 1
                 READ RESPALDO-G1 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 2
                 READ RESPALDO-G2 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 3
                 READ RESPALDO-G3 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 4
                 READ RESPALDO-G4 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 5
                 READ RESPALDO-G5 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 6
                 READ RESPALDO-G6 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 7
                 READ RESPALDO-G7 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 8
                 READ RESPALDO-G8 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
              WHEN 9
                 READ RESPALDO-G9 NEXT INTO REGISTRO-MAESTRO
                     AT END SET SI-FIN-RSP TO TRUE
                 END-READ
           END-EVALUATE.
           IF SI-FIN-RSP
              GO TO F-210-COPIAR-REGISTRO
           END-IF.
           IF WS-FSTATUS-RSP NOT = '00'
              MOVE 'ERROR DE LECTURA EN LA GENERACION' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           WRITE REGISTRO-MAESTRO
               INVALID KEY
                  MOVE 'ERROR AL GRABAR EL MAESTRO' TO WS-MOTIVO
                  PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-WRITE.
           ADD 1 TO WS-REST-REGISTROS.
           ADD MA-STOCK TO WS-REST-STOCK.
       F-210-COPIAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       300-REAPLICAR.
           IF NO-HASTA-FIN AND WS-IX-HASTA = WS-IX-GEN
              GO TO F-300-REAPLICAR
           END-IF.

           OPEN I-O MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
              MOVE 'NO SE PUEDE REABRIR EL MAESTRO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.

           MOVE 0 TO WS-LIN-HIS.
           SET NO-FIN-HIS TO TRUE.
           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              SET SI-FIN-HIS TO TRUE
           END-IF.
           MOVE 0 TO WS-LIN-AUD.
           SET NO-FIN-AUD TO TRUE.
           OPEN INPUT AUDITORIA.
           IF WS-FSTATUS-AUD NOT = '00'
              SET SI-FIN-AUD TO TRUE
           END-IF.

           MOVE WS-CAT-POS-HIS (WS-IX-GEN) TO WS-DESDE-HIS.
           MOVE WS-CAT-POS-AUD (WS-IX-GEN) TO WS-DESDE-AUD.

           WRITE LINEA-REPORTE FROM LIN-TITULO-OMITIDOS.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-OMI.

           PERFORM 310-REAPLICAR-TRAMO THRU F-310-REAPLICAR-TRAMO
               VARYING WS-IX-SEG FROM WS-IX-GEN BY 1
               UNTIL WS-IX-SEG NOT LESS THAN WS-IX-HASTA.
           IF SI-HASTA-FIN
              MOVE 999999999 TO WS-HASTA-HIS
              MOVE 999999999 TO WS-HASTA-AUD
              PERFORM 320-APLICAR-HISTORIAL THRU F-320-APLICAR-HISTORIAL
                  UNTIL SI-FIN-HIS
              PERFORM 330-APLICAR-AUDITORIA THRU F-330-APLICAR-AUDITORIA
                  UNTIL SI-FIN-AUD
           END-IF.

           IF WS-CONTA-HIS-OMIT = 0 AND WS-CONTA-AUD-OMIT = 0
              MOVE '  NINGUNA' TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'HISTORIAL' TO LTR-FUENTE.
           MOVE WS-CONTA-HIS-APLIC TO LTR-APLICADOS.
           MOVE WS-CONTA-HIS-OMIT TO LTR-OMITIDOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REAPLICADO.
           MOVE 'AUDITORIA' TO LTR-FUENTE.
           MOVE WS-CONTA-AUD-APLIC TO LTR-APLICADOS.
           MOVE WS-CONTA-AUD-OMIT TO LTR-OMITIDOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REAPLICADO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IF WS-FSTATUS-HIS NOT = '35'
              CLOSE HISTORIAL
           END-IF.
           IF WS-FSTATUS-AUD NOT = '35'
              CLOSE AUDITORIA
           END-IF.
           CLOSE MAESTRO.
       F-300-REAPLICAR.
           EXIT.

      *------------------------------------------------

       310-REAPLICAR-TRAMO.
           MOVE WS-CAT-POS-HIS (WS-IX-SEG + 1) TO WS-HASTA-HIS.
           MOVE WS-CAT-POS-AUD (WS-IX-SEG + 1) TO WS-HASTA-AUD.
           PERFORM 320-APLICAR-HISTORIAL THRU F-320-APLICAR-HISTORIAL
               UNTIL SI-FIN-HIS
               OR WS-LIN-HIS NOT LESS THAN WS-HASTA-HIS.
           PERFORM 330-APLICAR-AUDITORIA THRU F-330-APLICAR-AUDITORIA
               UNTIL SI-FIN-AUD
               OR WS-LIN-AUD NOT LESS THAN WS-HASTA-AUD.
       F-310-REAPLICAR-TRAMO.
           EXIT.

      *------------------------------------------------

       320-APLICAR-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF SI-FIN-HIS
              GO TO F-320-APLICAR-HISTORIAL
           END-IF.
           ADD 1 TO WS-LIN-HIS.
           IF WS-LIN-HIS NOT GREATER THAN WS-DESDE-HIS
              GO TO F-320-APLICAR-HISTORIAL
           END-IF.
           IF HS-STOCK-ANT NOT NUMERIC OR HS-STOCK-NUEVO NOT NUMERIC
              OR HS-FECHA NOT NUMERIC
              MOVE 'REGISTRO NO NUMERICO' TO WS-MOTIVO
              PERFORM 325-OMITIR-HISTORIAL THRU F-325-OMITIR-HISTORIAL
              GO TO F-320-APLICAR-HISTORIAL
           END-IF.
           MOVE HS-ARTICULO TO MA-ARTICULO.
           READ MAESTRO
               INVALID KEY
                  MOVE 'ARTICULO INEXISTENTE' TO WS-MOTIVO
                  PERFORM 325-OMITIR-HISTORIAL
                      THRU F-325-OMITIR-HISTORIAL
           END-READ.
           IF WS-FSTATUS-MAE NOT = '00'
              GO TO F-320-APLICAR-HISTORIAL
           END-IF.
           IF MA-STOCK NOT = HS-STOCK-ANT
              MOVE 'STOCK ANTERIOR NO COINCIDE' TO WS-MOTIVO
              PERFORM 325-OMITIR-HISTORIAL THRU F-325-OMITIR-HISTORIAL
              GO TO F-320-APLICAR-HISTORIAL
           END-IF.
           MOVE HS-STOCK-NUEVO TO MA-STOCK.
           IF HS-COSTO-NUEVO IS NUMERIC
              MOVE HS-COSTO-NUEVO TO MA-COSTO
           END-IF.
           MOVE HS-FECHA TO MA-FECHA-ULT-MOV.
           REWRITE REGISTRO-MAESTRO
               INVALID KEY
                  MOVE 'ERROR AL REESCRIBIR' TO WS-MOTIVO
                  PERFORM 325-OMITIR-HISTORIAL
                      THRU F-325-OMITIR-HISTORIAL
               NOT INVALID KEY
                  ADD 1 TO WS-CONTA-HIS-APLIC
                  ADD HS-STOCK-NUEVO TO WS-ESP-STOCK
                  SUBTRACT HS-STOCK-ANT FROM WS-ESP-STOCK
           END-REWRITE.
       F-320-APLICAR-HISTORIAL.
           EXIT.

      *------------------------------------------------

       325-OMITIR-HISTORIAL.
           MOVE 'HISTORIAL'  TO LDO-FUENTE.
           MOVE WS-LIN-HIS   TO LDO-LINEA.
           MOVE HS-TIPO      TO LDO-TIPO.
           MOVE HS-ARTICULO  TO LDO-ARTICULO.
           MOVE WS-MOTIVO    TO LDO-MOTIVO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-OMI.
           ADD 1 TO WS-CONTA-HIS-OMIT.
       F-325-OMITIR-HISTORIAL.
           EXIT.

      *------------------------------------------------

       330-APLICAR-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET SI-FIN-AUD TO TRUE
           END-READ.
           IF SI-FIN-AUD
              GO TO F-330-APLICAR-AUDITORIA
           END-IF.
           ADD 1 TO WS-LIN-AUD.
           IF WS-LIN-AUD NOT GREATER THAN WS-DESDE-AUD
              GO TO F-330-APLICAR-AUDITORIA
           END-IF.
           IF AU-FECHA NOT NUMERIC OR AU-STOCK NOT NUMERIC
              OR AU-PRECIO-ENT NOT NUMERIC OR AU-PRECIO-DEC NOT NUMERIC
              OR AU-COSTO-ENT NOT NUMERIC OR AU-COSTO-DEC NOT NUMERIC
              MOVE 'REGISTRO NO NUMERICO' TO WS-MOTIVO
              PERFORM 345-OMITIR-AUDITORIA THRU F-345-OMITIR-AUDITORIA
              GO TO F-330-APLICAR-AUDITORIA
           END-IF.
           EVALUATE AU-TIPO
              WHEN 'A'
                 PERFORM 335-REAPLICAR-ALTA THRU F-335-REAPLICAR-ALTA
              WHEN 'B'
                 PERFORM 340-REAPLICAR-BAJA THRU F-340-REAPLICAR-BAJA
              WHEN 'M'
              WHEN 'P'
                 PERFORM 338-REAPLICAR-CAMBIO
                     THRU F-338-REAPLICAR-CAMBIO
              WHEN OTHER
                 MOVE 'TIPO DE AUDITORIA INVALIDO' TO WS-MOTIVO
                 PERFORM 345-OMITIR-AUDITORIA
                     THRU F-345-OMITIR-AUDITORIA
           END-EVALUATE.
       F-330-APLICAR-AUDITORIA.
           EXIT.

      *------------------------------------------------

       335-REAPLICAR-ALTA.
           MOVE AU-ARTICULO TO MA-ARTICULO.
           PERFORM 337-IMAGEN-AUDITADA THRU F-337-IMAGEN-AUDITADA.
           MOVE AU-FECHA    TO MA-FECHA-ULT-MOV.
           WRITE REGISTRO-MAESTRO
               INVALID KEY
                  MOVE 'ARTICULO YA EXISTE' TO WS-MOTIVO
                  PERFORM 345-OMITIR-AUDITORIA
                      THRU F-345-OMITIR-AUDITORIA
               NOT INVALID KEY
                  ADD 1 TO WS-CONTA-AUD-APLIC
                  ADD 1 TO WS-ESP-REGISTROS
                  ADD AU-STOCK TO WS-ESP-STOCK
           END-WRITE.
       F-335-REAPLICAR-ALTA.
           EXIT.

      *------------------------------------------------

       337-IMAGEN-AUDITADA.
           MOVE AU-MARCA    TO MA-MARCA.
           MOVE AU-TALLE    TO MA-TALLE.
           MOVE AU-COLOR    TO MA-COLOR.
           MOVE AU-STOCK    TO MA-STOCK.
           MOVE AU-PRECIO-ENT TO WS-IMP-ENT.
           MOVE AU-PRECIO-DEC TO WS-IMP-DEC.
           MOVE WS-IMPORTE-N  TO MA-PRECIO.
           MOVE AU-COSTO-ENT  TO WS-IMP-ENT.
           MOVE AU-COSTO-DEC  TO WS-IMP-DEC.
           MOVE WS-IMPORTE-N  TO MA-COSTO.
       F-337-IMAGEN-AUDITADA.
           EXIT.

      *------------------------------------------------

       338-REAPLICAR-CAMBIO.
           MOVE AU-ARTICULO TO MA-ARTICULO.
           READ MAESTRO
               INVALID KEY
                  MOVE 'ARTICULO INEXISTENTE' TO WS-MOTIVO
                  PERFORM 345-OMITIR-AUDITORIA
                      THRU F-345-OMITIR-AUDITORIA
           END-READ.
           IF WS-FSTATUS-MAE NOT = '00'
              GO TO F-338-REAPLICAR-CAMBIO
           END-IF.
           MOVE MA-STOCK TO WS-STOCK-PREVIO.
           PERFORM 337-IMAGEN-AUDITADA THRU F-337-IMAGEN-AUDITADA.
           REWRITE REGISTRO-MAESTRO
               INVALID KEY
                  MOVE 'ERROR AL REESCRIBIR' TO WS-MOTIVO
                  PERFORM 345-OMITIR-AUDITORIA
                      THRU F-345-OMITIR-AUDITORIA
               NOT INVALID KEY
                  ADD 1 TO WS-CONTA-AUD-APLIC
                  ADD MA-STOCK TO WS-ESP-STOCK
                  SUBTRACT WS-STOCK-PREVIO FROM WS-ESP-STOCK
           END-REWRITE.
       F-338-REAPLICAR-CAMBIO.
           EXIT.

      *------------------------------------------------

       340-REAPLICAR-BAJA.
           MOVE AU-ARTICULO TO MA-ARTICULO.
           READ MAESTRO
               INVALID KEY
                  MOVE 'ARTICULO INEXISTENTE' TO WS-MOTIVO
                  PERFORM 345-OMITIR-AUDITORIA
                      THRU F-345-OMITIR-AUDITORIA
           END-READ.
           IF WS-FSTATUS-MAE NOT = '00'
              GO TO F-340-REAPLICAR-BAJA
           END-IF.
           MOVE MA-STOCK TO WS-STOCK-PREVIO.
           DELETE MAESTRO RECORD
               INVALID KEY
                  MOVE 'ERROR AL ELIMINAR' TO WS-MOTIVO
                  PERFORM 345-OMITIR-AUDITORIA
                      THRU F-345-OMITIR-AUDITORIA
               NOT INVALID KEY
                  ADD 1 TO WS-CONTA-AUD-APLIC
                  SUBTRACT 1 FROM WS-ESP-REGISTROS
                  SUBTRACT WS-STOCK-PREVIO FROM WS-ESP-STOCK
           END-DELETE.
       F-340-REAPLICAR-BAJA.
           EXIT.

      *------------------------------------------------

       345-OMITIR-AUDITORIA.
           MOVE 'AUDITORIA'  TO LDO-FUENTE.
           MOVE WS-LIN-AUD   TO LDO-LINEA.
           MOVE AU-TIPO      TO LDO-TIPO.
           MOVE AU-ARTICULO  TO LDO-ARTICULO.
           MOVE WS-MOTIVO    TO LDO-MOTIVO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-OMI.
           ADD 1 TO WS-CONTA-AUD-OMIT.
       F-345-OMITIR-AUDITORIA.
           EXIT.

      *------------------------------------------------

       400-VERIFICAR.
           OPEN INPUT MAESTRO.
           IF WS-FSTATUS-MAE NOT = '00'
              MOVE 'NO SE PUEDE LEER EL MAESTRO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           MOVE 0 TO WS-FIN-REGISTROS.
           MOVE 0 TO WS-FIN-STOCK.
           SET NO-FIN-MAE TO TRUE.
           PERFORM 410-SUMAR-MAESTRO THRU F-410-SUMAR-MAESTRO
               UNTIL SI-FIN-MAE.
           CLOSE MAESTRO.

           WRITE LINEA-REPORTE FROM LIN-TITULO-VERIF.
           MOVE 'ESPERADO' TO LVE-CONCEPTO.
           MOVE WS-ESP-REGISTROS TO LVE-REGISTROS.
           MOVE WS-ESP-STOCK TO LVE-STOCK.
           MOVE SPACES TO LVE-ESTADO.
           WRITE LINEA-REPORTE FROM LIN-VERIFICACION.

           MOVE 'MAESTRO RECONSTRUIDO' TO LVE-CONCEPTO.
           MOVE WS-FIN-REGISTROS TO LVE-REGISTROS.
           MOVE WS-FIN-STOCK TO LVE-STOCK.
           IF WS-FIN-REGISTROS = WS-ESP-REGISTROS
              AND WS-FIN-STOCK = WS-ESP-STOCK
              MOVE 'COINCIDE' TO LVE-ESTADO
           ELSE
              MOVE 'NO COINCIDE' TO LVE-ESTADO
              SET NO-VERIFICADO TO TRUE
              ADD 1 TO WS-CONTA-DIFERENCIAS
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-VERIFICACION.

           IF NO-HASTA-FIN AND WS-IX-HASTA GREATER THAN WS-IX-GEN
              MOVE SPACES TO LVE-CONCEPTO
              STRING 'RESPALDO ' DELIMITED BY SIZE
                     WS-CAT-NUMERO (WS-IX-HASTA) DELIMITED BY SIZE
                     ' (PUNTO ELEGIDO)' DELIMITED BY SIZE
                     INTO LVE-CONCEPTO
              MOVE WS-CAT-REGISTROS (WS-IX-HASTA) TO LVE-REGISTROS
              MOVE WS-CAT-STOCK (WS-IX-HASTA) TO LVE-STOCK
              IF WS-FIN-REGISTROS = WS-CAT-REGISTROS (WS-IX-HASTA)
                 AND WS-FIN-STOCK = WS-CAT-STOCK (WS-IX-HASTA)
                 MOVE 'COINCIDE' TO LVE-ESTADO
              ELSE
                 MOVE 'NO COINCIDE' TO LVE-ESTADO
                 SET NO-VERIFICADO TO TRUE
                 ADD 1 TO WS-CONTA-DIFERENCIAS
              END-IF
              WRITE LINEA-REPORTE FROM LIN-VERIFICACION
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF SI-VERIFICADO
              MOVE 'MAESTRO RECONSTRUIDO Y VERIFICADO' TO LRE-TEXTO
           ELSE
              MOVE 'DIFERENCIAS EN LA VERIFICACION - REVISAR'
                   TO LRE-TEXTO
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-RESULTADO.
       F-400-VERIFICAR.
           EXIT.

      *------------------------------------------------

       410-SUMAR-MAESTRO.
           READ MAESTRO NEXT
               AT END
                   SET SI-FIN-MAE TO TRUE
           END-READ.
           IF SI-FIN-MAE
              GO TO F-410-SUMAR-MAESTRO
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              MOVE 'ERROR DE LECTURA EN EL MAESTRO' TO WS-MOTIVO
              PERFORM 940-ABORTAR THRU F-940-ABORTAR
           END-IF.
           ADD 1 TO WS-FIN-REGISTROS.
           ADD MA-STOCK TO WS-FIN-STOCK.
       F-410-SUMAR-MAESTRO.
           EXIT.

      *------------------------------------------------

       500-FINAL.
           CLOSE REPORTE-REC.

           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           IF SI-VERIFICADO
              STRING 'CONTROL: RECUPERACION GENERACION='
                     DELIMITED BY SIZE
                     WS-GENERACION   DELIMITED BY SIZE
                     ' REGISTROS='   DELIMITED BY SIZE
                     WS-FIN-REGISTROS DELIMITED BY SIZE
                     ' STOCK='       DELIMITED BY SIZE
                     WS-FIN-STOCK    DELIMITED BY SIZE
                     ' ESTADO=OK'    DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
           ELSE
              STRING 'CONTROL: RECUPERACION GENERACION='
                     DELIMITED BY SIZE
                     WS-GENERACION   DELIMITED BY SIZE
                     ' DIFERENCIAS=' DELIMITED BY SIZE
                     WS-CONTA-DIFERENCIAS DELIMITED BY SIZE
                     ' ESTADO=ERROR' DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-CONTROL
              DISPLAY 'RECUPERACION CON DIFERENCIAS - REVISAR '
                      'REPORTE_Recuperacion.TXT'
           END-IF.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.

           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-500-FINAL.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-GENERACION    TO LB-GENERACION.
           MOVE WS-FIN-REGISTROS TO LB-REGISTROS.
           MOVE WS-FIN-STOCK     TO LB-STOCK.
           ADD WS-CONTA-HIS-APLIC WS-CONTA-AUD-APLIC
               GIVING LB-REAPLICADOS.
           ADD WS-CONTA-HIS-OMIT WS-CONTA-AUD-OMIT
               GIVING LB-OMITIDOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       940-ABORTAR.
           DISPLAY 'ERROR EN LA RECUPERACION: ' WS-MOTIVO.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: RECUPERACION GENERACION='
                  DELIMITED BY SIZE
                  WS-GENERACION   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-MOTIVO       DELIMITED BY '  '
                  ' ESTADO=ERROR' DELIMITED BY SIZE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-940-ABORTAR.
           EXIT.

      *------------------------------------------------
