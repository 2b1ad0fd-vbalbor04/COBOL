      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransfC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARTICULOS-S01
           ASSIGN TO "DATOS_Articulos_S01.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S02
           ASSIGN TO "DATOS_Articulos_S02.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S03
           ASSIGN TO "DATOS_Articulos_S03.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARTICULOS-S04
           ASSIGN TO "DATOS_Articulos_S04.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ORDENA-ART
           ASSIGN TO "SORTWORK_TransfC1.TMP".

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_CompSucC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT PROPUESTA
           ASSIGN TO "PROPUESTA_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRO.

           SELECT REPORTE-TRF
           ASSIGN TO "REPORTE_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_TransfC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD ARTICULOS-S01.
       01  REGISTRO-ENTRADA-S01  PIC X(73).

       FD ARTICULOS-S02.
       01  REGISTRO-ENTRADA-S02  PIC X(73).

       FD ARTICULOS-S03.
       01  REGISTRO-ENTRADA-S03  PIC X(73).

       FD ARTICULOS-S04.
       01  REGISTRO-ENTRADA-S04  PIC X(73).

       SD ORDENA-ART.
       01  REG-ORDENA.
           03 ORD-ARTICULO   PIC X(10).
           03 ORD-SUCURSAL   PIC 9(02).
           03 ORD-MARCA      PIC X(10).
           03 ORD-TALLE      PIC X(10).
           03 ORD-COLOR      PIC X(10).
           03 ORD-STOCK      PIC 9(07).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD PROPUESTA.
       01  REGISTRO-PROPUESTA.
           03 TP-ARTICULO    PIC X(10).
           03 TP-TALLE       PIC X(10).
           03 TP-SUC-ORIGEN  PIC 9(02).
           03 TP-SUC-DESTINO PIC 9(02).
           03 TP-CANTIDAD    PIC 9(07).
           03 TP-FECHA       PIC 9(08).
           03 TP-ESTADO      PIC X(01).
              88 TP-PENDIENTE   VALUE 'N'.
              88 TP-APROBADA    VALUE 'S'.
              88 TP-PROCESADA   VALUE 'P'.

       FD REPORTE-TRF.
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

       01  WS-FIN-SUC            PIC X(1) VALUE 'N'.
           88 SI-FIN-SUC         VALUE 'S'.
           88 NO-FIN-SUC         VALUE 'N'.

       01  WS-FIN-ORD            PIC X(1) VALUE 'N'.
           88 SI-FIN-ORD         VALUE 'S'.
           88 NO-FIN-ORD         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-PRO            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRO         VALUE 'S'.
           88 NO-FIN-PRO         VALUE 'N'.

       01  WS-COLA-LEIDA         PIC X(1) VALUE 'N'.
           88 SI-COLA-LEIDA      VALUE 'S'.
           88 NO-COLA-LEIDA      VALUE 'N'.

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-PRO        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(20).
       77  WS-CUOTA              PIC 9(03) VALUE 60.
       77  WS-CUOTA-LEIDA        PIC 9(03) VALUE 0.

       01  WS-TAB-CUOTAS.
           03 WS-CUOTA-SUC OCCURS 4 TIMES PIC 9(03).

       77  WS-NOMBRE-SUC         PIC X(30).
       77  WS-SUC                PIC 9(02) VALUE 0.
       77  WS-SUC-ED             PIC 9(02).
       77  WS-ORI                PIC 9(02) VALUE 0.
       77  WS-DES                PIC 9(02) VALUE 0.
       77  WS-CONTA-SUCURSALES   PIC 9(02) VALUE 0.
       77  WS-CONTA-REG-SUC      PIC 9(07) VALUE 0.
       77  WS-SUMA-STOCK-SUC     PIC 9(11) VALUE 0.
       77  WS-TRL-CANT           PIC 9(07) VALUE 0.
       77  WS-TRL-SUMA           PIC 9(11) VALUE 0.
       77  WS-CONTA-REG-TOTAL    PIC 9(07) VALUE 0.
       77  WS-LINEA-BIT-SUC      PIC X(132).

       01  WS-SUC-ACTIVA-TAB.
           03 WS-SUC-ACTIVA OCCURS 4 TIMES PIC X(01).

       77  WS-ARTICULO           PIC X(10).
       77  WS-CONTA-ARTICULOS    PIC 9(07) VALUE 0.
       77  WS-CONTA-CANDIDATOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-PROPUESTAS   PIC 9(07) VALUE 0.
       77  WS-UNIDADES-PROPUESTAS PIC 9(09) VALUE 0.
       77  WS-CONTA-APROBADAS    PIC 9(07) VALUE 0.

       01  WS-DATOS-ARTICULO.
           03 WS-ART-MARCA       PIC X(10).
           03 WS-ART-TALLE       PIC X(10).
           03 WS-ART-COLOR       PIC X(10).

       01  WS-ACUM-ARTICULO.
           03 WS-STOCK-SUC OCCURS 4 TIMES PIC 9(07).
           03 WS-STOCK-FINAL OCCURS 4 TIMES PIC 9(07).
           03 WS-SOBRANTE  OCCURS 4 TIMES PIC 9(07).
           03 WS-FALTANTE  OCCURS 4 TIMES PIC 9(07).
           03 WS-STOCK-TOTAL     PIC 9(09).
           03 WS-STOCK-TOTAL-FIN PIC 9(09).

       77  WS-SUC-ACTIVAS        PIC 9(01) VALUE 0.
       77  WS-STOCK-OBJETIVO     PIC 9(07) VALUE 0.
       77  WS-CANT-TRANSFERIR    PIC 9(07) VALUE 0.
       77  WS-PARTE              PIC 9(11) VALUE 0.
       77  WS-UMBRAL             PIC 9(13) VALUE 0.
       77  WS-FALTA-ALGUNA       PIC X(1)  VALUE 'N'.
       77  WS-DESBALANCE         PIC X(1)  VALUE 'N'.

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

       01  LIN-ENCABEZADO-TRF.
           03 FILLER             PIC X(34) VALUE
              'PROPUESTA DE TRANSFERENCIAS'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LET-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LET-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LET-AAAA           PIC 9999.
           03 FILLER             PIC X(9) VALUE '  CUOTA: '.
           03 LET-CUOTA          PIC ZZ9.
           03 FILLER             PIC X(2) VALUE ' %'.

       01  LIN-ENCABEZADO-TRF-2.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(12) VALUE 'TALLE'.
           03 FILLER             PIC X(12) VALUE 'COLOR'.
           03 FILLER             PIC X(8)  VALUE 'ORIGEN'.
           03 FILLER             PIC X(9)  VALUE 'DESTINO'.
           03 FILLER             PIC X(10) VALUE 'CANTIDAD'.
           03 FILLER             PIC X(18) VALUE 'ORIGEN ANTES/DESP'.
           03 FILLER             PIC X(18) VALUE 'DESTINO ANTES/DESP'.

       01  LIN-DETALLE-TRF.
           03 LDT-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-TALLE          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-COLOR          PIC X(10).
           03 FILLER             PIC X(3) VALUE '  S'.
           03 LDT-ORIGEN         PIC 99.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 FILLER             PIC X(1) VALUE 'S'.
           03 LDT-DESTINO        PIC 99.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDT-CANTIDAD       PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDT-ORI-ANTES      PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDT-ORI-DESP       PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDT-DES-ANTES      PIC Z(6)9.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LDT-DES-DESP       PIC Z(6)9.

       01  LIN-TOTAL-TRF.
           03 FILLER             PIC X(17) VALUE 'TOTAL ARTICULOS: '.
           03 LTT-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(16) VALUE ' A REBALANCEAR: '.
           03 LTT-CANDIDATOS     PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' PROPUESTAS: '.
           03 LTT-PROPUESTAS     PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' UNIDADES: '.
           03 LTT-UNIDADES       PIC Z(8)9.

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
           03 FILLER             PIC X(12) VALUE 'SUCURSALES: '.
           03 LB-SUCURSALES      PIC Z9.
           03 FILLER             PIC X(12) VALUE ' ARTICULOS: '.
           03 LB-ARTICULOS       PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' PROPUESTAS: '.
           03 LB-PROPUESTAS      PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' UNIDADES: '.
           03 LB-UNIDADES        PIC Z(8)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROPONER THRU F-200-PROPONER.
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

           PERFORM 105-LEER-PARAMETROS THRU F-105-LEER-PARAMETROS.
           PERFORM 110-VERIFICAR-PROPUESTA
               THRU F-110-VERIFICAR-PROPUESTA.

           OPEN OUTPUT PROPUESTA.
           OPEN OUTPUT REPORTE-TRF.

           MOVE WS-FECHA-DD   TO LET-DD.
           MOVE WS-FECHA-MM   TO LET-MM.
           MOVE WS-FECHA-AAAA TO LET-AAAA.
           MOVE WS-CUOTA      TO LET-CUOTA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TRF.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TRF-2.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           MOVE ZEROES TO WS-TAB-CUOTAS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_CompSucC1.TXT - SE USA '
                      'CUOTA 60'
           ELSE
              SET NO-FIN-PAR TO TRUE
              PERFORM 106-LEER-PARAMETRO THRU F-106-LEER-PARAMETRO
                  UNTIL SI-FIN-PAR
              CLOSE PARAMETROS
           END-IF.
           IF WS-CUOTA = 0 OR WS-CUOTA GREATER THAN 100
              DISPLAY 'PARAMETRO CUOTA FUERA DE RANGO - SE USA 60'
              MOVE 60 TO WS-CUOTA
           END-IF.
           PERFORM 108-COMPLETAR-CUOTA THRU F-108-COMPLETAR-CUOTA
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
       F-105-LEER-PARAMETROS.
           EXIT.

      *------------------------------------------------

       106-LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET SI-FIN-PAR TO TRUE
           END-READ.
           IF NOT SI-FIN-PAR AND WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PARAMETROS - FSTATUS: '
                      WS-FSTATUS-PAR ' - SE CONTINUA CON DEFECTOS'
              SET SI-FIN-PAR TO TRUE
           END-IF.
           IF NOT SI-FIN-PAR
              IF LINEA-PARAMETRO NOT = SPACES
                 AND LINEA-PARAMETRO (1:1) NOT = '*'
                 MOVE SPACES TO WS-PARAM-CLAVE
                 MOVE SPACES TO WS-PARAM-VALOR
                 UNSTRING LINEA-PARAMETRO DELIMITED BY '='
                     INTO WS-PARAM-CLAVE WS-PARAM-VALOR
                 EVALUATE WS-PARAM-CLAVE
                    WHEN 'CUOTA'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                       MOVE WS-CUOTA-LEIDA TO WS-CUOTA
                    WHEN 'CUOTA_S01'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                       MOVE WS-CUOTA-LEIDA TO WS-CUOTA-SUC (1)
                    WHEN 'CUOTA_S02'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                       MOVE WS-CUOTA-LEIDA TO WS-CUOTA-SUC (2)
                    WHEN 'CUOTA_S03'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                       MOVE WS-CUOTA-LEIDA TO WS-CUOTA-SUC (3)
                    WHEN 'CUOTA_S04'
                       PERFORM 107-APLICAR-CUOTA
                           THRU F-107-APLICAR-CUOTA
                       MOVE WS-CUOTA-LEIDA TO WS-CUOTA-SUC (4)
                    WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                               ' - SE IGNORA'
                 END-EVALUATE
              END-IF
           END-IF.
       F-106-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       107-APLICAR-CUOTA.
           IF WS-PARAM-VALOR (1:3) IS NUMERIC
              MOVE WS-PARAM-VALOR (1:3) TO WS-CUOTA-LEIDA
           ELSE
              IF WS-PARAM-VALOR (1:2) IS NUMERIC
                 MOVE WS-PARAM-VALOR (1:2) TO WS-CUOTA-LEIDA
              ELSE
                 IF WS-PARAM-VALOR (1:1) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:1) TO WS-CUOTA-LEIDA
                 ELSE
                    DISPLAY 'PARAMETRO ' WS-PARAM-CLAVE
                            ' NO NUMERICO: ' WS-PARAM-VALOR
                            ' - SE IGNORA'
                    MOVE 0 TO WS-CUOTA-LEIDA
                 END-IF
              END-IF
           END-IF.
       F-107-APLICAR-CUOTA.
           EXIT.

      *------------------------------------------------

       108-COMPLETAR-CUOTA.
           IF WS-CUOTA-SUC (WS-SUC) = 0
              OR WS-CUOTA-SUC (WS-SUC) GREATER THAN 100
              MOVE WS-CUOTA TO WS-CUOTA-SUC (WS-SUC)
           END-IF.
       F-108-COMPLETAR-CUOTA.
           EXIT.

      *------------------------------------------------

       110-VERIFICAR-PROPUESTA.
           OPEN INPUT PROPUESTA.
           IF WS-FSTATUS-PRO = '35'
              GO TO F-110-VERIFICAR-PROPUESTA
           END-IF.
           IF WS-FSTATUS-PRO NOT = '00'
              DISPLAY 'ERROR AL ABRIR PROPUESTA - FSTATUS: '
                      WS-FSTATUS-PRO
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-PRO TO TRUE.
           PERFORM 115-LEER-PROPUESTA THRU F-115-LEER-PROPUESTA
               UNTIL SI-FIN-PRO.
           CLOSE PROPUESTA.
           IF WS-CONTA-APROBADAS GREATER THAN 0
              DISPLAY 'ERROR: LA PROPUESTA ANTERIOR TIENE '
                      WS-CONTA-APROBADAS
                      ' LINEAS APROBADAS SIN REGISTRAR - '
                      'EJECUTAR TrfRegC1 ANTES DE PROPONER'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-110-VERIFICAR-PROPUESTA.
           EXIT.

      *------------------------------------------------

       115-LEER-PROPUESTA.
           READ PROPUESTA
               AT END
                   SET SI-FIN-PRO TO TRUE
           END-READ.
           IF NOT SI-FIN-PRO
              IF TP-APROBADA
                 ADD 1 TO WS-CONTA-APROBADAS
              END-IF
           END-IF.
       F-115-LEER-PROPUESTA.
           EXIT.

      *------------------------------------------------

       200-PROPONER.
           SORT ORDENA-ART
               ON ASCENDING KEY ORD-ARTICULO
                                ORD-SUCURSAL
               INPUT PROCEDURE IS 210-SORT-ENTRADA
                               THRU F-210-SORT-ENTRADA
               OUTPUT PROCEDURE IS 250-SORT-SALIDA
                                THRU F-250-SORT-SALIDA.
       F-200-PROPONER.
           EXIT.

      *------------------------------------------------

       210-SORT-ENTRADA.
           PERFORM 215-PROCESAR-SUCURSAL
               THRU F-215-PROCESAR-SUCURSAL
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
           IF WS-CONTA-SUCURSALES LESS THAN 2
              DISPLAY 'ERROR: SE REQUIEREN AL MENOS DOS SUCURSALES '
                      'PARA PROPONER TRANSFERENCIAS'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROPUESTA
              CLOSE REPORTE-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-210-SORT-ENTRADA.
           EXIT.

      *------------------------------------------------

       215-PROCESAR-SUCURSAL.
           MOVE 'N' TO WS-SUC-ACTIVA (WS-SUC).
           MOVE WS-SUC TO WS-SUC-ED.
           MOVE SPACES TO WS-NOMBRE-SUC.
           STRING 'DATOS_Articulos_S' DELIMITED BY SIZE
                  WS-SUC-ED           DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-NOMBRE-SUC.
           EVALUATE WS-SUC
              WHEN 1 OPEN INPUT ARTICULOS-S01
              WHEN 2 OPEN INPUT ARTICULOS-S02
              WHEN 3 OPEN INPUT ARTICULOS-S03
              WHEN 4 OPEN INPUT ARTICULOS-S04
           END-EVALUATE.
           IF WS-FSTATUS = '35'
              MOVE SPACES TO WS-LINEA-BIT-SUC
              STRING 'SUCURSAL S' DELIMITED BY SIZE
                     WS-SUC-ED    DELIMITED BY SIZE
                     ': SIN ARCHIVO - OMITIDA' DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-SUC
              WRITE LINEA-BITACORA FROM WS-LINEA-BIT-SUC
              GO TO F-215-PROCESAR-SUCURSAL
           END-IF.
           IF WS-FSTATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-SUC ' - FSTATUS: '
                      WS-FSTATUS
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROPUESTA
              CLOSE REPORTE-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO WS-CONTA-REG-SUC.
           MOVE 0 TO WS-SUMA-STOCK-SUC.
           MOVE 0 TO WS-TRL-CANT.
           MOVE 0 TO WS-TRL-SUMA.
           SET NO-COLA-LEIDA TO TRUE.
           SET NO-FIN-SUC TO TRUE.
           PERFORM 220-LEER-SUCURSAL THRU F-220-LEER-SUCURSAL
               UNTIL SI-FIN-SUC.
           EVALUATE WS-SUC
              WHEN 1 CLOSE ARTICULOS-S01
              WHEN 2 CLOSE ARTICULOS-S02
              WHEN 3 CLOSE ARTICULOS-S03
              WHEN 4 CLOSE ARTICULOS-S04
           END-EVALUATE.

           IF NO-COLA-LEIDA
              OR WS-CONTA-REG-SUC NOT = WS-TRL-CANT
              OR WS-SUMA-STOCK-SUC NOT = WS-TRL-SUMA
              DISPLAY 'ERROR DE CONTROL EN ' WS-NOMBRE-SUC
                      ' - SE ANULA LA PROPUESTA'
              MOVE SPACES TO WS-LINEA-BIT-SUC
              STRING 'SUCURSAL S' DELIMITED BY SIZE
                     WS-SUC-ED    DELIMITED BY SIZE
                     ': ERROR DE CONTROL - PROPUESTA ANULADA'
                                  DELIMITED BY SIZE
                     INTO WS-LINEA-BIT-SUC
              WRITE LINEA-BITACORA FROM WS-LINEA-BIT-SUC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROPUESTA
              CLOSE REPORTE-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO WS-SUC-ACTIVA (WS-SUC).
           ADD 1 TO WS-CONTA-SUCURSALES.
           ADD WS-CONTA-REG-SUC TO WS-CONTA-REG-TOTAL.
           MOVE SPACES TO WS-LINEA-BIT-SUC.
           STRING 'SUCURSAL S'  DELIMITED BY SIZE
                  WS-SUC-ED     DELIMITED BY SIZE
                  ': REGISTROS=' DELIMITED BY SIZE
                  WS-CONTA-REG-SUC DELIMITED BY SIZE
                  ' ESTADO=OK'  DELIMITED BY SIZE
                  INTO WS-LINEA-BIT-SUC.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-SUC.
       F-215-PROCESAR-SUCURSAL.
           EXIT.

      *------------------------------------------------

       220-LEER-SUCURSAL.
           EVALUATE WS-SUC
              WHEN 1
                 READ ARTICULOS-S01 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S01 TO REGISTRO-ARTICULOS
              WHEN 2
                 READ ARTICULOS-S02 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S02 TO REGISTRO-ARTICULOS
              WHEN 3
                 READ ARTICULOS-S03 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S03 TO REGISTRO-ARTICULOS
              WHEN 4
                 READ ARTICULOS-S04 NEXT
                     AT END SET SI-FIN-SUC TO TRUE
                 END-READ
                 MOVE REGISTRO-ENTRADA-S04 TO REGISTRO-ARTICULOS
           END-EVALUATE.
           IF NOT SI-FIN-SUC
              IF WS-FSTATUS NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN ' WS-NOMBRE-SUC
                         ' - FSTATUS: ' WS-FSTATUS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE PROPUESTA
                 CLOSE REPORTE-TRF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              EVALUATE TRUE
                 WHEN ES-REG-CABECERA
                    CONTINUE
                 WHEN ES-REG-COLA
                    MOVE TRL-CANT-REG   TO WS-TRL-CANT
                    MOVE TRL-SUMA-STOCK TO WS-TRL-SUMA
                    SET SI-COLA-LEIDA TO TRUE
                 WHEN OTHER
                    ADD 1 TO WS-CONTA-REG-SUC
                    ADD FD-STOCK TO WS-SUMA-STOCK-SUC
                    MOVE FD-ARTICULO TO ORD-ARTICULO
                    MOVE WS-SUC      TO ORD-SUCURSAL
                    MOVE FD-MARCA    TO ORD-MARCA
                    MOVE FD-TALLE    TO ORD-TALLE
                    MOVE FD-COLOR    TO ORD-COLOR
                    MOVE FD-STOCK    TO ORD-STOCK
                    RELEASE REG-ORDENA
              END-EVALUATE
           END-IF.
       F-220-LEER-SUCURSAL.
           EXIT.

      *------------------------------------------------

       250-SORT-SALIDA.
           SET NO-FIN-ORD TO TRUE.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
           PERFORM 260-ARTICULO THRU F-260-ARTICULO
               UNTIL SI-FIN-ORD.
       F-250-SORT-SALIDA.
           EXIT.

      *------------------------------------------------

       255-RETORNAR.
           RETURN ORDENA-ART
               AT END
                   SET SI-FIN-ORD TO TRUE
           END-RETURN.
       F-255-RETORNAR.
           EXIT.

      *------------------------------------------------

       260-ARTICULO.
           MOVE ORD-ARTICULO TO WS-ARTICULO.
           MOVE ORD-MARCA    TO WS-ART-MARCA.
           MOVE ORD-TALLE    TO WS-ART-TALLE.
           MOVE ORD-COLOR    TO WS-ART-COLOR.
           MOVE ZEROES TO WS-ACUM-ARTICULO.
           PERFORM 262-ACUMULAR-SUCURSAL
               THRU F-262-ACUMULAR-SUCURSAL
               UNTIL SI-FIN-ORD OR ORD-ARTICULO NOT EQUAL WS-ARTICULO.
           PERFORM 265-EVALUAR-ARTICULO THRU F-265-EVALUAR-ARTICULO.
           ADD 1 TO WS-CONTA-ARTICULOS.
       F-260-ARTICULO.
           EXIT.

      *------------------------------------------------

       262-ACUMULAR-SUCURSAL.
           MOVE ORD-STOCK TO WS-STOCK-SUC (ORD-SUCURSAL).
           ADD ORD-STOCK TO WS-STOCK-TOTAL.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.
       F-262-ACUMULAR-SUCURSAL.
           EXIT.

      *------------------------------------------------

       265-EVALUAR-ARTICULO.
           MOVE 'N' TO WS-FALTA-ALGUNA.
           MOVE 'N' TO WS-DESBALANCE.
           MOVE 0 TO WS-SUC-ACTIVAS.
           PERFORM 267-EXAMINAR-SUCURSAL
               THRU F-267-EXAMINAR-SUCURSAL
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
           IF WS-STOCK-TOTAL = 0
              OR (WS-FALTA-ALGUNA = 'N' AND WS-DESBALANCE = 'N')
              GO TO F-265-EVALUAR-ARTICULO
           END-IF.

           DIVIDE WS-STOCK-TOTAL BY WS-SUC-ACTIVAS
               GIVING WS-STOCK-OBJETIVO.
           IF WS-STOCK-OBJETIVO = 0
              GO TO F-265-EVALUAR-ARTICULO
           END-IF.
           ADD 1 TO WS-CONTA-CANDIDATOS.
           PERFORM 270-CALCULAR-SALDOS THRU F-270-CALCULAR-SALDOS
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
           PERFORM 275-ORIGEN THRU F-275-ORIGEN
               VARYING WS-ORI FROM 1 BY 1
               UNTIL WS-ORI > 4.

           MOVE 0 TO WS-STOCK-TOTAL-FIN.
           PERFORM 285-SUMAR-FINAL THRU F-285-SUMAR-FINAL
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 4.
           IF WS-STOCK-TOTAL-FIN NOT = WS-STOCK-TOTAL
              DISPLAY 'ERROR: LA PROPUESTA ALTERA EL STOCK TOTAL DEL '
                      'ARTICULO ' WS-ARTICULO
                      ' - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROPUESTA
              CLOSE REPORTE-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-265-EVALUAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       267-EXAMINAR-SUCURSAL.
           IF WS-SUC-ACTIVA (WS-SUC) = 'N'
              GO TO F-267-EXAMINAR-SUCURSAL
           END-IF.
           ADD 1 TO WS-SUC-ACTIVAS.
           IF WS-STOCK-SUC (WS-SUC) = 0
              MOVE 'S' TO WS-FALTA-ALGUNA
           END-IF.
           COMPUTE WS-PARTE = WS-STOCK-SUC (WS-SUC) * 100.
           COMPUTE WS-UMBRAL = WS-STOCK-TOTAL * WS-CUOTA-SUC (WS-SUC).
           IF WS-PARTE GREATER THAN WS-UMBRAL
              MOVE 'S' TO WS-DESBALANCE
           END-IF.
       F-267-EXAMINAR-SUCURSAL.
           EXIT.

      *------------------------------------------------

       270-CALCULAR-SALDOS.
           MOVE WS-STOCK-SUC (WS-SUC) TO WS-STOCK-FINAL (WS-SUC).
           IF WS-SUC-ACTIVA (WS-SUC) = 'N'
              GO TO F-270-CALCULAR-SALDOS
           END-IF.
           IF WS-STOCK-SUC (WS-SUC) GREATER THAN WS-STOCK-OBJETIVO
              COMPUTE WS-SOBRANTE (WS-SUC) =
                      WS-STOCK-SUC (WS-SUC) - WS-STOCK-OBJETIVO
           ELSE
              COMPUTE WS-FALTANTE (WS-SUC) =
                      WS-STOCK-OBJETIVO - WS-STOCK-SUC (WS-SUC)
           END-IF.
       F-270-CALCULAR-SALDOS.
           EXIT.

      *------------------------------------------------

       275-ORIGEN.
           IF WS-SOBRANTE (WS-ORI) = 0
              GO TO F-275-ORIGEN
           END-IF.
           PERFORM 280-DESTINO THRU F-280-DESTINO
               VARYING WS-DES FROM 1 BY 1
               UNTIL WS-DES > 4 OR WS-SOBRANTE (WS-ORI) = 0.
       F-275-ORIGEN.
           EXIT.

      *------------------------------------------------

       280-DESTINO.
           IF WS-FALTANTE (WS-DES) = 0
              GO TO F-280-DESTINO
           END-IF.
           IF WS-SOBRANTE (WS-ORI) LESS THAN WS-FALTANTE (WS-DES)
              MOVE WS-SOBRANTE (WS-ORI) TO WS-CANT-TRANSFERIR
           ELSE
              MOVE WS-FALTANTE (WS-DES) TO WS-CANT-TRANSFERIR
           END-IF.

           MOVE WS-ARTICULO             TO LDT-ARTICULO.
           MOVE WS-ART-MARCA            TO LDT-MARCA.
           MOVE WS-ART-TALLE            TO LDT-TALLE.
           MOVE WS-ART-COLOR            TO LDT-COLOR.
           MOVE WS-ORI                  TO LDT-ORIGEN.
           MOVE WS-DES                  TO LDT-DESTINO.
           MOVE WS-CANT-TRANSFERIR      TO LDT-CANTIDAD.
           MOVE WS-STOCK-FINAL (WS-ORI) TO LDT-ORI-ANTES.
           MOVE WS-STOCK-FINAL (WS-DES) TO LDT-DES-ANTES.

           SUBTRACT WS-CANT-TRANSFERIR FROM WS-SOBRANTE (WS-ORI).
           SUBTRACT WS-CANT-TRANSFERIR FROM WS-FALTANTE (WS-DES).
           SUBTRACT WS-CANT-TRANSFERIR FROM WS-STOCK-FINAL (WS-ORI).
           ADD WS-CANT-TRANSFERIR TO WS-STOCK-FINAL (WS-DES).

           MOVE WS-STOCK-FINAL (WS-ORI) TO LDT-ORI-DESP.
           MOVE WS-STOCK-FINAL (WS-DES) TO LDT-DES-DESP.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TRF.

           MOVE WS-ARTICULO        TO TP-ARTICULO.
           MOVE WS-ART-TALLE       TO TP-TALLE.
           MOVE WS-ORI             TO TP-SUC-ORIGEN.
           MOVE WS-DES             TO TP-SUC-DESTINO.
           MOVE WS-CANT-TRANSFERIR TO TP-CANTIDAD.
           MOVE WS-FECHA-HOY-N     TO TP-FECHA.
           SET TP-PENDIENTE TO TRUE.
           WRITE REGISTRO-PROPUESTA.

           ADD 1 TO WS-CONTA-PROPUESTAS.
           ADD WS-CANT-TRANSFERIR TO WS-UNIDADES-PROPUESTAS.
       F-280-DESTINO.
           EXIT.

      *------------------------------------------------

       285-SUMAR-FINAL.
           ADD WS-STOCK-FINAL (WS-SUC) TO WS-STOCK-TOTAL-FIN.
       F-285-SUMAR-FINAL.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           MOVE WS-CONTA-ARTICULOS     TO LTT-ARTICULOS.
           MOVE WS-CONTA-CANDIDATOS    TO LTT-CANDIDATOS.
           MOVE WS-CONTA-PROPUESTAS    TO LTT-PROPUESTAS.
           MOVE WS-UNIDADES-PROPUESTAS TO LTT-UNIDADES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-TRF.

           CLOSE PROPUESTA.
           CLOSE REPORTE-TRF.

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
           MOVE WS-CONTA-SUCURSALES    TO LB-SUCURSALES.
           MOVE WS-CONTA-ARTICULOS     TO LB-ARTICULOS.
           MOVE WS-CONTA-PROPUESTAS    TO LB-PROPUESTAS.
           MOVE WS-UNIDADES-PROPUESTAS TO LB-UNIDADES.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
