      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RespMaC1.
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
           ASSIGN TO "PARAMETROS_RespMaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RespMaC1.TXT"
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
       01  LINEA-HISTORIAL       PIC X(70).

       FD AUDITORIA.
       01  LINEA-AUDITORIA       PIC X(132).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-MAE            PIC X(1) VALUE 'N'.
           88 SI-FIN-MAE         VALUE 'S'.
           88 NO-FIN-MAE         VALUE 'N'.

       01  WS-FIN-CAT            PIC X(1) VALUE 'N'.
           88 SI-FIN-CAT         VALUE 'S'.
           88 NO-FIN-CAT         VALUE 'N'.

       01  WS-FIN-LIN            PIC X(1) VALUE 'N'.
           88 SI-FIN-LIN         VALUE 'S'.
           88 NO-FIN-LIN         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-RANURA-LIBRE       PIC X(1) VALUE 'N'.
           88 SI-RANURA-LIBRE    VALUE 'S'.
           88 NO-RANURA-LIBRE    VALUE 'N'.

       01  WS-SIN-MAESTRO        PIC X(1) VALUE 'N'.
           88 SI-SIN-MAESTRO     VALUE 'S'.
           88 NO-SIN-MAESTRO     VALUE 'N'.

       01  WS-SOLO-CONSERVADA    PIC X(1) VALUE 'N'.
           88 SI-SOLO-CONSERVADA VALUE 'S'.
           88 NO-SOLO-CONSERVADA VALUE 'N'.

       77  WS-FSTATUS-MAE        PIC X(2).
       77  WS-FSTATUS-RSP        PIC X(2).
       77  WS-FSTATUS-CAT        PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-AUD        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(40).
       77  WS-GENERACIONES       PIC 9(01) VALUE 6.

       77  WS-RANURA             PIC 9(02) VALUE 0.
       77  WS-ULTIMO-NUMERO      PIC 9(05) VALUE 0.
       77  WS-NUMERO-NUEVO       PIC 9(05) VALUE 0.
       77  WS-CONTA-REG          PIC 9(07) VALUE 0.
       77  WS-SUMA-STOCK         PIC 9(11) VALUE 0.
       77  WS-POS-HIS            PIC 9(09) VALUE 0.
       77  WS-POS-AUD            PIC 9(09) VALUE 0.
       77  WS-CONTA-DESCARTADOS  PIC 9(02) VALUE 0.
       77  WS-IX-K               PIC 9(02) VALUE 0.
       77  WS-IX-DESDE           PIC 9(02) VALUE 0.
       77  WS-LINEA-BIT-CONTROL  PIC X(132).

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

       01  WS-HORA-INICIO.
           03 WS-HI-HH           PIC 9(02).
           03 WS-HI-MM           PIC 9(02).
           03 WS-HI-SS           PIC 9(02).
           03 WS-HI-DD           PIC 9(02).

       01  WS-HORA-HHMMSS.
           03 WS-HH              PIC 9(02).
           03 WS-MM              PIC 9(02).
           03 WS-SS              PIC 9(02).

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'RESPMAC1'.
           03 WS-CTL-FECHA       PIC 9(08).
           03 WS-CTL-RETCODE     PIC 9(02).
           03 WS-CTL-RESULTADO   PIC X(01).
              88 CTL-PERMITIDO   VALUE '0'.
              88 CTL-BLOQUEADO   VALUE '1'.
           03 WS-CTL-MOTIVO      PIC X(40).

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
           03 FILLER             PIC X(10) VALUE 'PROGRAMA: '.
           03 LB-PROGRAMA        PIC X(09).
           03 FILLER             PIC X(13) VALUE ' GENERACION: '.
           03 LB-NUMERO          PIC 9(05).
           03 FILLER             PIC X(11) VALUE ' ARCHIVO: G'.
           03 LB-RANURA          PIC 9(01).
           03 FILLER             PIC X(12) VALUE ' REGISTROS: '.
           03 LB-REGISTROS       PIC Z(6)9.
           03 FILLER             PIC X(8)  VALUE ' STOCK: '.
           03 LB-STOCK           PIC Z(10)9.

       LINKAGE SECTION.
       01  RSP-AREA.
           03 RSP-PROGRAMA   PIC X(09).
           03 RSP-RESULTADO  PIC X(01).
              88 RSP-CORRECTO    VALUE '0'.
              88 RSP-FALLIDO     VALUE '1'.
           03 RSP-NUMERO     PIC 9(05).
           03 RSP-MOTIVO     PIC X(40).
           03 RSP-CONSERVAR  PIC 9(05).

      *------------------------------------------------

       PROCEDURE DIVISION USING RSP-AREA.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-RESPALDAR THRU F-200-RESPALDAR.
           PERFORM 300-FINAL THRU F-300-FINAL.
           EXIT PROGRAM.

      *------------------------------------------------

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE WS-HI-HH TO WS-HH.
           MOVE WS-HI-MM TO WS-MM.
           MOVE WS-HI-SS TO WS-SS.

           SET RSP-CORRECTO TO TRUE.
           MOVE ZEROES TO RSP-NUMERO.
           MOVE SPACES TO RSP-MOTIVO.
           SET NO-SIN-MAESTRO TO TRUE.
           MOVE 6 TO WS-GENERACIONES.
           MOVE 0 TO WS-CAT-CANT.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE 0 TO WS-RANURA.
           MOVE 0 TO WS-CONTA-REG.
           MOVE 0 TO WS-SUMA-STOCK.

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
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
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
           EVALUATE WS-PARAM-CLAVE
              WHEN 'GENERACIONES'
                 IF WS-PARAM-VALOR (1:1) IS NUMERIC
                    AND WS-PARAM-VALOR (2:1) = SPACE
                    AND WS-PARAM-VALOR (1:1) NOT = '0'
                    MOVE WS-PARAM-VALOR (1:1) TO WS-GENERACIONES
                 ELSE
                    DISPLAY 'PARAMETRO GENERACIONES INVALIDO (1 A 9): '
                            WS-PARAM-VALOR ' - SE USA 6'
                    MOVE 6 TO WS-GENERACIONES
                 END-IF
              WHEN OTHER
                 DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                         ' - SE IGNORA'
           END-EVALUATE.
       F-115-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       120-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              GO TO F-120-CARGAR-CATALOGO
           END-IF.
           SET NO-FIN-CAT TO TRUE.
           PERFORM 125-LEER-CATALOGO THRU F-125-LEER-CATALOGO
               UNTIL SI-FIN-CAT.
           CLOSE CATALOGO.
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
           IF RS-NUMERO GREATER THAN WS-ULTIMO-NUMERO
              MOVE RS-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           IF WS-CAT-CANT NOT LESS THAN 9
              DISPLAY 'AVISO: MAS DE 9 GENERACIONES EN '
                      'RESPALDOS_Maestro.TXT - SE IGNORA EL RESTO'
              SET SI-FIN-CAT TO TRUE
              GO TO F-125-LEER-CATALOGO
           END-IF.
           ADD 1 TO WS-CAT-CANT.
           SET WS-IX-CAT TO WS-CAT-CANT.
           MOVE REG-CATALOGO TO WS-CAT-ELEM (WS-IX-CAT).
       F-125-LEER-CATALOGO.
           EXIT.

      *------------------------------------------------

       200-RESPALDAR.
           OPEN INPUT MAESTRO.
           IF WS-FSTATUS-MAE = '35'
              SET SI-SIN-MAESTRO TO TRUE
              MOVE 'MAESTRO INEXISTENTE - SIN RESPALDO' TO RSP-MOTIVO
              GO TO F-200-RESPALDAR
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              SET RSP-FALLIDO TO TRUE
              MOVE SPACES TO RSP-MOTIVO
              STRING 'ERROR AL ABRIR MAESTRO - FSTATUS: '
                     DELIMITED BY SIZE
                     WS-FSTATUS-MAE DELIMITED BY SIZE
                     INTO RSP-MOTIVO
              GO TO F-200-RESPALDAR
           END-IF.

           PERFORM 210-CONTAR-DIARIOS THRU F-210-CONTAR-DIARIOS.

           MOVE 0 TO WS-CONTA-DESCARTADOS.
           SET NO-SOLO-CONSERVADA TO TRUE.
           PERFORM 220-DESCARTAR-ANTIGUA THRU F-220-DESCARTAR-ANTIGUA
               UNTIL WS-CAT-CANT LESS THAN WS-GENERACIONES
               OR SI-SOLO-CONSERVADA.

           SET NO-RANURA-LIBRE TO TRUE.
           MOVE 0 TO WS-RANURA.
           PERFORM 230-VERIFICAR-RANURA THRU F-230-VERIFICAR-RANURA
               UNTIL SI-RANURA-LIBRE OR WS-RANURA NOT LESS THAN 9.

           EVALUATE WS-RANURA
              WHEN 1 OPEN OUTPUT RESPALDO-G1
              WHEN 2 OPEN OUTPUT RESPALDO-G2
              WHEN 3 OPEN OUTPUT RESPALDO-G3
              WHEN 4 OPEN OUTPUT RESPALDO-G4
              WHEN 5 OPEN OUTPUT RESPALDO-G5
              WHEN 6 OPEN OUTPUT RESPALDO-G6
              WHEN 7 OPEN OUTPUT RESPALDO-G7
              WHEN 8 OPEN OUTPUT RESPALDO-G8
              WHEN 9 OPEN OUTPUT RESPALDO-G9
           END-EVALUATE.
           IF WS-FSTATUS-RSP NOT = '00'
              SET RSP-FALLIDO TO TRUE
              MOVE SPACES TO RSP-MOTIVO
              STRING 'ERROR AL ABRIR RESPALDO G' DELIMITED BY SIZE
                     WS-RANURA (2:1)   DELIMITED BY SIZE
                     ' - FSTATUS: '    DELIMITED BY SIZE
                     WS-FSTATUS-RSP    DELIMITED BY SIZE
                     INTO RSP-MOTIVO
              CLOSE MAESTRO
              PERFORM 250-GRABAR-CATALOGO THRU F-250-GRABAR-CATALOGO
              GO TO F-200-RESPALDAR
           END-IF.

           SET NO-FIN-MAE TO TRUE.
           PERFORM 240-COPIAR-REGISTRO THRU F-240-COPIAR-REGISTRO
               UNTIL SI-FIN-MAE.
           CLOSE MAESTRO.
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

           IF RSP-CORRECTO
              ADD 1 TO WS-ULTIMO-NUMERO GIVING WS-NUMERO-NUEVO
              ADD 1 TO WS-CAT-CANT
              SET WS-IX-CAT TO WS-CAT-CANT
              MOVE WS-NUMERO-NUEVO TO WS-CAT-NUMERO (WS-IX-CAT)
              MOVE WS-FECHA-HOY-N  TO WS-CAT-FECHA (WS-IX-CAT)
              MOVE WS-HORA-HHMMSS  TO WS-CAT-HORA (WS-IX-CAT)
              MOVE RSP-PROGRAMA    TO WS-CAT-PROGRAMA (WS-IX-CAT)
              MOVE WS-RANURA       TO WS-CAT-RANURA (WS-IX-CAT)
              MOVE WS-CONTA-REG    TO WS-CAT-REGISTROS (WS-IX-CAT)
              MOVE WS-SUMA-STOCK   TO WS-CAT-STOCK (WS-IX-CAT)
              MOVE WS-POS-HIS      TO WS-CAT-POS-HIS (WS-IX-CAT)
              MOVE WS-POS-AUD      TO WS-CAT-POS-AUD (WS-IX-CAT)
              MOVE WS-NUMERO-NUEVO TO RSP-NUMERO
           END-IF.
           PERFORM 250-GRABAR-CATALOGO THRU F-250-GRABAR-CATALOGO.
       F-200-RESPALDAR.
           EXIT.

      *------------------------------------------------

       210-CONTAR-DIARIOS.
           MOVE 0 TO WS-POS-HIS.
           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS = '00'
              SET NO-FIN-LIN TO TRUE
              PERFORM 212-CONTAR-HISTORIAL THRU F-212-CONTAR-HISTORIAL
                  UNTIL SI-FIN-LIN
              CLOSE HISTORIAL
           END-IF.

           MOVE 0 TO WS-POS-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-FSTATUS-AUD = '00'
              SET NO-FIN-LIN TO TRUE
              PERFORM 214-CONTAR-AUDITORIA THRU F-214-CONTAR-AUDITORIA
                  UNTIL SI-FIN-LIN
              CLOSE AUDITORIA
           END-IF.
       F-210-CONTAR-DIARIOS.
           EXIT.

      *------------------------------------------------

       212-CONTAR-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-LIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-POS-HIS
           END-READ.
       F-212-CONTAR-HISTORIAL.
           EXIT.

      *------------------------------------------------

       214-CONTAR-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET SI-FIN-LIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-POS-AUD
           END-READ.
       F-214-CONTAR-AUDITORIA.
           EXIT.

      *------------------------------------------------

       220-DESCARTAR-ANTIGUA.
           MOVE 1 TO WS-IX-DESDE.
           IF RSP-CONSERVAR NOT = 0
              AND WS-CAT-NUMERO (1) = RSP-CONSERVAR
              MOVE 2 TO WS-IX-DESDE
           END-IF.
           IF WS-IX-DESDE GREATER THAN WS-CAT-CANT
              SET SI-SOLO-CONSERVADA TO TRUE
              GO TO F-220-DESCARTAR-ANTIGUA
           END-IF.
           PERFORM 225-CORRER-CATALOGO THRU F-225-CORRER-CATALOGO
               VARYING WS-IX-K FROM WS-IX-DESDE BY 1
               UNTIL WS-IX-K NOT LESS THAN WS-CAT-CANT.
           SUBTRACT 1 FROM WS-CAT-CANT.
           ADD 1 TO WS-CONTA-DESCARTADOS.
       F-220-DESCARTAR-ANTIGUA.
           EXIT.

      *------------------------------------------------

       225-CORRER-CATALOGO.
           MOVE WS-CAT-ELEM (WS-IX-K + 1) TO WS-CAT-ELEM (WS-IX-K).
       F-225-CORRER-CATALOGO.
           EXIT.

      *------------------------------------------------

       230-VERIFICAR-RANURA.
           ADD 1 TO WS-RANURA.
           SET SI-RANURA-LIBRE TO TRUE.
           IF WS-CAT-CANT = 0
              GO TO F-230-VERIFICAR-RANURA
           END-IF.
           SET WS-IX-CAT TO 1.
           SEARCH WS-CAT-ELEM
              WHEN WS-CAT-RANURA (WS-IX-CAT) = WS-RANURA
                 SET NO-RANURA-LIBRE TO TRUE
           END-SEARCH.
       F-230-VERIFICAR-RANURA.
           EXIT.

      *------------------------------------------------

       240-COPIAR-REGISTRO.
           READ MAESTRO NEXT
               AT END
                   SET SI-FIN-MAE TO TRUE
           END-READ.
           IF SI-FIN-MAE
              GO TO F-240-COPIAR-REGISTRO
           END-IF.
           IF WS-FSTATUS-MAE NOT = '00'
              SET RSP-FALLIDO TO TRUE
              MOVE SPACES TO RSP-MOTIVO
              STRING 'ERROR LECTURA MAESTRO - FSTATUS: '
                     DELIMITED BY SIZE
                     WS-FSTATUS-MAE DELIMITED BY SIZE
                     INTO RSP-MOTIVO
              SET SI-FIN-MAE TO TRUE
              GO TO F-240-COPIAR-REGISTRO
           END-IF.
           EVALUATE WS-RANURA
              WHEN 1 WRITE REG-RESPALDO-G1 FROM REGISTRO-MAESTRO
              WHEN 2 WRITE REG-RESPALDO-G2 FROM REGISTRO-MAESTRO
              WHEN 3 WRITE REG-RESPALDO-G3 FROM REGISTRO-MAESTRO
              WHEN 4 WRITE REG-RESPALDO-G4 FROM REGISTRO-MAESTRO
              WHEN 5 WRITE REG-RESPALDO-G5 FROM REGISTRO-MAESTRO
              WHEN 6 WRITE REG-RESPALDO-G6 FROM REGISTRO-MAESTRO
              WHEN 7 WRITE REG-RESPALDO-G7 FROM REGISTRO-MAESTRO
              WHEN 8 WRITE REG-RESPALDO-G8 FROM REGISTRO-MAESTRO
              WHEN 9 WRITE REG-RESPALDO-G9 FROM REGISTRO-MAESTRO
           END-EVALUATE.
           IF WS-FSTATUS-RSP NOT = '00'
              SET RSP-FALLIDO TO TRUE
              MOVE SPACES TO RSP-MOTIVO
              STRING 'ERROR AL GRABAR RESPALDO - FSTATUS: '
                     DELIMITED BY SIZE
                     WS-FSTATUS-RSP DELIMITED BY SIZE
                     INTO RSP-MOTIVO
              SET SI-FIN-MAE TO TRUE
              GO TO F-240-COPIAR-REGISTRO
           END-IF.
           ADD 1 TO WS-CONTA-REG.
           ADD MA-STOCK TO WS-SUMA-STOCK.
       F-240-COPIAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       250-GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO.
           IF WS-FSTATUS-CAT NOT = '00'
              SET RSP-FALLIDO TO TRUE
              MOVE SPACES TO RSP-MOTIVO
              STRING 'ERROR AL GRABAR CATALOGO - FSTATUS: '
                     DELIMITED BY SIZE
                     WS-FSTATUS-CAT DELIMITED BY SIZE
                     INTO RSP-MOTIVO
              GO TO F-250-GRABAR-CATALOGO
           END-IF.
           PERFORM 255-GRABAR-GENERACION THRU F-255-GRABAR-GENERACION
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-CAT-CANT.
           CLOSE CATALOGO.
       F-250-GRABAR-CATALOGO.
           EXIT.

      *------------------------------------------------

       255-GRABAR-GENERACION.
           MOVE WS-CAT-ELEM (WS-IX-CAT) TO REG-CATALOGO.
           WRITE REG-CATALOGO.
       F-255-GRABAR-GENERACION.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           EVALUATE TRUE
              WHEN RSP-FALLIDO
                 STRING 'CONTROL: RESPALDO PROGRAMA=' DELIMITED BY SIZE
                        RSP-PROGRAMA    DELIMITED BY SPACE
                        ' '             DELIMITED BY SIZE
                        RSP-MOTIVO      DELIMITED BY '  '
                        ' ESTADO=ERROR' DELIMITED BY SIZE
                        INTO WS-LINEA-BIT-CONTROL
                 MOVE 8 TO WS-CTL-RETCODE
              WHEN SI-SIN-MAESTRO
                 STRING 'CONTROL: RESPALDO PROGRAMA=' DELIMITED BY SIZE
                        RSP-PROGRAMA    DELIMITED BY SPACE
                        ' '             DELIMITED BY SIZE
                        RSP-MOTIVO      DELIMITED BY '  '
                        ' ESTADO=OK'    DELIMITED BY SIZE
                        INTO WS-LINEA-BIT-CONTROL
                 MOVE ZEROES TO WS-CTL-RETCODE
              WHEN OTHER
                 STRING 'CONTROL: RESPALDO=' DELIMITED BY SIZE
                        WS-NUMERO-NUEVO DELIMITED BY SIZE
                        ' PROGRAMA='    DELIMITED BY SIZE
                        RSP-PROGRAMA    DELIMITED BY SPACE
                        ' DESCARTADAS=' DELIMITED BY SIZE
                        WS-CONTA-DESCARTADOS DELIMITED BY SIZE
                        ' ESTADO=OK'    DELIMITED BY SIZE
                        INTO WS-LINEA-BIT-CONTROL
                 MOVE ZEROES TO WS-CTL-RETCODE
           END-EVALUATE.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.

           MOVE 'F' TO WS-CTL-ACCION.
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
           MOVE RSP-PROGRAMA     TO LB-PROGRAMA.
           MOVE RSP-NUMERO       TO LB-NUMERO.
           MOVE WS-RANURA        TO LB-RANURA.
           MOVE WS-CONTA-REG     TO LB-REGISTROS.
           MOVE WS-SUMA-STOCK    TO LB-STOCK.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
