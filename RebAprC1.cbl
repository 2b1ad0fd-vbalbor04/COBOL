      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebAprC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROPUESTA
           ASSIGN TO "PROPUESTA_Rebajas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRO.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_RebajaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT PRECIOS
           ASSIGN TO "PRECIOS_Proveedor.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRE.

           SELECT REPORTE-APR
           ASSIGN TO "REPORTE_RebajasAprobadas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RebAprC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD PROPUESTA.
       01  REGISTRO-PROPUESTA.
           03 RB-ARTICULO    PIC X(10).
           03 RB-MARCA       PIC X(10).
           03 RB-DIAS        PIC 9(05).
           03 RB-TRAMO       PIC 9(01).
           03 RB-DESCUENTO   PIC 9(02).
           03 RB-STOCK       PIC 9(07).
           03 RB-COSTO       PIC 9(07)V99.
           03 RB-PRECIO-ANT  PIC 9(07)V99.
           03 RB-PRECIO-NUEVO PIC 9(07)V99.
           03 RB-FECHA-VIG   PIC 9(08).
           03 RB-ESTADO      PIC X(01).
              88 RB-PENDIENTE   VALUE 'N'.
              88 RB-APROBADA    VALUE 'S'.
              88 RB-PROCESADA   VALUE 'P'.
              88 RB-RECHAZADA   VALUE 'X'.

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD PRECIOS.
       01  REGISTRO-PRECIO.
           03 PP-ARTICULO    PIC X(10).
           03 PP-PRECIO      PIC 9(07)V99.
           03 PP-FECHA-VIG   PIC 9(08).
           03 PP-TIPO-PRECIO PIC X(01).
              88 PP-PRECIO-VENTA VALUE 'V'.

       FD REPORTE-APR.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-PRO            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRO         VALUE 'S'.
           88 NO-FIN-PRO         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       77  WS-FSTATUS-PRO        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-PRE        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(40).

       77  WS-MARGEN-MINIMO      PIC 9(03) VALUE 10.
       77  WS-PRECIO-PISO        PIC 9(07)V99 VALUE 0.
       77  WS-FACTOR             PIC 9(04) VALUE 0.
       77  WS-CONTA-APROBADAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-REGISTRADAS  PIC 9(07) VALUE 0.
       77  WS-CONTA-RECHAZADAS   PIC 9(07) VALUE 0.
       77  WS-CEDIDO-LINEA       PIC 9(11)V99 VALUE 0.
       77  WS-TOT-CEDIDO         PIC 9(11)V99 VALUE 0.
       77  WS-MOTIVO-RECHAZO     PIC X(30).
       77  WS-ESTADO-CONTROL     PIC X(05) VALUE 'OK'.
       77  WS-LINEA-BIT-CONTROL  PIC X(132).
       77  WS-IX-P               PIC 9(05) VALUE 0.

       01  WS-TAB-PROPUESTA.
           03 WS-PRO-CANT        PIC 9(05) VALUE 0.
           03 WS-PRO-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-PRO-CANT.
              05 WS-PRO-ARTICULO PIC X(10).
              05 WS-PRO-MARCA    PIC X(10).
              05 WS-PRO-DIAS     PIC 9(05).
              05 WS-PRO-TRAMO    PIC 9(01).
              05 WS-PRO-DESCUENTO PIC 9(02).
              05 WS-PRO-STOCK    PIC 9(07).
              05 WS-PRO-COSTO    PIC 9(07)V99.
              05 WS-PRO-PRECIO-ANT PIC 9(07)V99.
              05 WS-PRO-PRECIO-NUEVO PIC 9(07)V99.
              05 WS-PRO-FECHA-VIG PIC 9(08).
              05 WS-PRO-ESTADO   PIC X(01).

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

       01  LIN-ENCABEZADO-APR.
           03 FILLER             PIC X(30) VALUE
              'REBAJAS APROBADAS'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LEA-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEA-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LEA-AAAA           PIC 9999.

       01  LIN-ENCABEZADO-APR-2.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(12) VALUE ' PRECIO ANT'.
           03 FILLER             PIC X(12) VALUE ' PRECIO NVO'.
           03 FILLER             PIC X(10) VALUE 'VIGENCIA'.
           03 FILLER             PIC X(16) VALUE ' MARGEN CEDIDO'.
           03 FILLER             PIC X(30) VALUE 'RESULTADO'.

       01  LIN-DETALLE-APR.
           03 LDA-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-PRECIO-ANT     PIC Z(6)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-PRECIO-NUEVO   PIC Z(6)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-FECHA-VIG      PIC 9(08).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-CEDIDO         PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDA-RESULTADO      PIC X(30).

       01  LIN-TOTAL-APR.
           03 FILLER             PIC X(11) VALUE 'APROBADAS: '.
           03 LTA-APROBADAS      PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' REGISTRADAS: '.
           03 LTA-REGISTRADAS    PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' RECHAZADAS: '.
           03 LTA-RECHAZADAS     PIC Z(6)9.
           03 FILLER             PIC X(16) VALUE ' MARGEN CEDIDO: '.
           03 LTA-CEDIDO         PIC Z(10)9.99.

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
           03 FILLER             PIC X(11) VALUE 'APROBADAS: '.
           03 LB-APROBADAS       PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' REGISTRADAS: '.
           03 LB-REGISTRADAS     PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' RECHAZADAS: '.
           03 LB-RECHAZADAS      PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-REGISTRAR-APROBADAS
               THRU F-200-REGISTRAR-APROBADAS.
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

           OPEN INPUT PROPUESTA.
           IF WS-FSTATUS-PRO = '00'
              SET NO-FIN-PRO TO TRUE
              PERFORM 120-CARGAR-PROPUESTA THRU F-120-CARGAR-PROPUESTA
                  UNTIL SI-FIN-PRO
              CLOSE PROPUESTA
           ELSE
              IF WS-FSTATUS-PRO = '35'
                 DISPLAY 'SIN ARCHIVO PROPUESTA_Rebajas.TXT - '
                         'NO HAY REBAJAS PARA REGISTRAR'
              ELSE
                 DISPLAY 'ERROR AL ABRIR PROPUESTA - FSTATUS: '
                         WS-FSTATUS-PRO
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT REPORTE-APR.
           MOVE WS-FECHA-DD   TO LEA-DD.
           MOVE WS-FECHA-MM   TO LEA-MM.
           MOVE WS-FECHA-AAAA TO LEA-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-APR.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-APR-2.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
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
           IF LINEA-PARAMETRO = SPACES
              OR LINEA-PARAMETRO (1:1) = '*'
              GO TO F-106-LEER-PARAMETRO
           END-IF.
           MOVE SPACES TO WS-PARAM-CLAVE.
           MOVE SPACES TO WS-PARAM-VALOR.
           UNSTRING LINEA-PARAMETRO DELIMITED BY '='
               INTO WS-PARAM-CLAVE WS-PARAM-VALOR.
           IF WS-PARAM-CLAVE NOT = 'MARGEN_MINIMO'
              GO TO F-106-LEER-PARAMETRO
           END-IF.
           IF WS-PARAM-VALOR (1:3) IS NUMERIC
              MOVE WS-PARAM-VALOR (1:3) TO WS-MARGEN-MINIMO
           ELSE
              IF WS-PARAM-VALOR (1:2) IS NUMERIC
                 MOVE WS-PARAM-VALOR (1:2) TO WS-MARGEN-MINIMO
              ELSE
                 IF WS-PARAM-VALOR (1:1) IS NUMERIC
                    MOVE WS-PARAM-VALOR (1:1) TO WS-MARGEN-MINIMO
                 END-IF
              END-IF
           END-IF.
       F-106-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       120-CARGAR-PROPUESTA.
           READ PROPUESTA
               AT END
                   SET SI-FIN-PRO TO TRUE
           END-READ.
           IF SI-FIN-PRO
              GO TO F-120-CARGAR-PROPUESTA
           END-IF.
           IF WS-PRO-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 LINEAS DE PROPUESTA '
                      'EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROPUESTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PRO-CANT.
           MOVE RB-ARTICULO     TO WS-PRO-ARTICULO (WS-PRO-CANT).
           MOVE RB-MARCA        TO WS-PRO-MARCA (WS-PRO-CANT).
           MOVE RB-DIAS         TO WS-PRO-DIAS (WS-PRO-CANT).
           MOVE RB-TRAMO        TO WS-PRO-TRAMO (WS-PRO-CANT).
           MOVE RB-DESCUENTO    TO WS-PRO-DESCUENTO (WS-PRO-CANT).
           MOVE RB-STOCK        TO WS-PRO-STOCK (WS-PRO-CANT).
           MOVE RB-COSTO        TO WS-PRO-COSTO (WS-PRO-CANT).
           MOVE RB-PRECIO-ANT   TO WS-PRO-PRECIO-ANT (WS-PRO-CANT).
           MOVE RB-PRECIO-NUEVO TO WS-PRO-PRECIO-NUEVO (WS-PRO-CANT).
           MOVE RB-FECHA-VIG    TO WS-PRO-FECHA-VIG (WS-PRO-CANT).
           MOVE RB-ESTADO       TO WS-PRO-ESTADO (WS-PRO-CANT).
       F-120-CARGAR-PROPUESTA.
           EXIT.

      *------------------------------------------------

       200-REGISTRAR-APROBADAS.
           IF WS-PRO-CANT = 0
              GO TO F-200-REGISTRAR-APROBADAS
           END-IF.

           OPEN EXTEND PRECIOS.
           IF WS-FSTATUS-PRE = '35'
              OPEN OUTPUT PRECIOS
           END-IF.
           IF WS-FSTATUS-PRE NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRECIOS - FSTATUS: '
                      WS-FSTATUS-PRE
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-APR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 210-LINEA-PROPUESTA THRU F-210-LINEA-PROPUESTA
               VARYING WS-IX-P FROM 1 BY 1
               UNTIL WS-IX-P > WS-PRO-CANT.
           CLOSE PRECIOS.

           IF WS-CONTA-REGISTRADAS + WS-CONTA-RECHAZADAS
              NOT = WS-CONTA-APROBADAS
              MOVE 'ERROR' TO WS-ESTADO-CONTROL
              DISPLAY 'ERROR: LINEAS APROBADAS Y PROCESADAS NO '
                      'COINCIDEN'
              MOVE 8 TO RETURN-CODE
           END-IF.
       F-200-REGISTRAR-APROBADAS.
           EXIT.

      *------------------------------------------------

       210-LINEA-PROPUESTA.
           IF WS-PRO-ESTADO (WS-IX-P) NOT = 'S'
              GO TO F-210-LINEA-PROPUESTA
           END-IF.
           ADD 1 TO WS-CONTA-APROBADAS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           COMPUTE WS-FACTOR = 100 + WS-MARGEN-MINIMO.
           COMPUTE WS-PRECIO-PISO ROUNDED =
                   WS-PRO-COSTO (WS-IX-P) * WS-FACTOR / 100
               ON SIZE ERROR
                  MOVE 9999999.99 TO WS-PRECIO-PISO
           END-COMPUTE.

           EVALUATE TRUE
              WHEN WS-PRO-FECHA-VIG (WS-IX-P) IS NOT NUMERIC
                 OR WS-PRO-FECHA-VIG (WS-IX-P)
                    NOT GREATER THAN WS-FECHA-HOY-N
                 MOVE 'RECHAZADA: VIGENCIA VENCIDA'
                      TO WS-MOTIVO-RECHAZO
              WHEN WS-PRO-PRECIO-NUEVO (WS-IX-P) IS NOT NUMERIC
                 OR WS-PRO-PRECIO-NUEVO (WS-IX-P) = 0
                 MOVE 'RECHAZADA: PRECIO INVALIDO'
                      TO WS-MOTIVO-RECHAZO
              WHEN WS-PRO-PRECIO-NUEVO (WS-IX-P)
                   NOT LESS THAN WS-PRO-PRECIO-ANT (WS-IX-P)
                 MOVE 'RECHAZADA: NO ES REBAJA'
                      TO WS-MOTIVO-RECHAZO
              WHEN WS-PRO-PRECIO-NUEVO (WS-IX-P)
                   LESS THAN WS-PRECIO-PISO
                 MOVE 'RECHAZADA: BAJO MARGEN MINIMO'
                      TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

           MOVE WS-PRO-ARTICULO (WS-IX-P)     TO LDA-ARTICULO.
           MOVE WS-PRO-MARCA (WS-IX-P)        TO LDA-MARCA.
           MOVE WS-PRO-PRECIO-ANT (WS-IX-P)   TO LDA-PRECIO-ANT.
           MOVE WS-PRO-PRECIO-NUEVO (WS-IX-P) TO LDA-PRECIO-NUEVO.
           MOVE WS-PRO-FECHA-VIG (WS-IX-P)    TO LDA-FECHA-VIG.

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              MOVE 'X' TO WS-PRO-ESTADO (WS-IX-P)
              ADD 1 TO WS-CONTA-RECHAZADAS
              MOVE ZEROES TO LDA-CEDIDO
              MOVE WS-MOTIVO-RECHAZO TO LDA-RESULTADO
              WRITE LINEA-REPORTE FROM LIN-DETALLE-APR
              GO TO F-210-LINEA-PROPUESTA
           END-IF.

           MOVE WS-PRO-ARTICULO (WS-IX-P)     TO PP-ARTICULO.
           MOVE WS-PRO-PRECIO-NUEVO (WS-IX-P) TO PP-PRECIO.
           MOVE WS-PRO-FECHA-VIG (WS-IX-P)    TO PP-FECHA-VIG.
           SET PP-PRECIO-VENTA TO TRUE.
           WRITE REGISTRO-PRECIO.
           MOVE 'P' TO WS-PRO-ESTADO (WS-IX-P).
           ADD 1 TO WS-CONTA-REGISTRADAS.

           COMPUTE WS-CEDIDO-LINEA = WS-PRO-STOCK (WS-IX-P)
                 * (WS-PRO-PRECIO-ANT (WS-IX-P)
                  - WS-PRO-PRECIO-NUEVO (WS-IX-P)).
           ADD WS-CEDIDO-LINEA TO WS-TOT-CEDIDO.
           MOVE WS-CEDIDO-LINEA TO LDA-CEDIDO.
           MOVE 'REGISTRADA EN PRECIOS' TO LDA-RESULTADO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-APR.
       F-210-LINEA-PROPUESTA.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           PERFORM 340-GRABAR-PROPUESTA THRU F-340-GRABAR-PROPUESTA.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTA-APROBADAS   TO LTA-APROBADAS.
           MOVE WS-CONTA-REGISTRADAS TO LTA-REGISTRADAS.
           MOVE WS-CONTA-RECHAZADAS  TO LTA-RECHAZADAS.
           MOVE WS-TOT-CEDIDO        TO LTA-CEDIDO.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-APR.
           CLOSE REPORTE-APR.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: APROBADAS='  DELIMITED BY SIZE
                  WS-CONTA-APROBADAS     DELIMITED BY SIZE
                  ' REGISTRADAS='        DELIMITED BY SIZE
                  WS-CONTA-REGISTRADAS   DELIMITED BY SIZE
                  ' RECHAZADAS='         DELIMITED BY SIZE
                  WS-CONTA-RECHAZADAS    DELIMITED BY SIZE
                  ' ESTADO='             DELIMITED BY SIZE
                  WS-ESTADO-CONTROL      DELIMITED BY SPACE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       340-GRABAR-PROPUESTA.
           IF WS-PRO-CANT = 0
              GO TO F-340-GRABAR-PROPUESTA
           END-IF.
           OPEN OUTPUT PROPUESTA.
           PERFORM 345-GRABAR-LINEA-PRO THRU F-345-GRABAR-LINEA-PRO
               VARYING WS-IX-P FROM 1 BY 1
               UNTIL WS-IX-P > WS-PRO-CANT.
           CLOSE PROPUESTA.
       F-340-GRABAR-PROPUESTA.
           EXIT.

      *------------------------------------------------

       345-GRABAR-LINEA-PRO.
           MOVE WS-PRO-ARTICULO (WS-IX-P)     TO RB-ARTICULO.
           MOVE WS-PRO-MARCA (WS-IX-P)        TO RB-MARCA.
           MOVE WS-PRO-DIAS (WS-IX-P)         TO RB-DIAS.
           MOVE WS-PRO-TRAMO (WS-IX-P)        TO RB-TRAMO.
           MOVE WS-PRO-DESCUENTO (WS-IX-P)    TO RB-DESCUENTO.
           MOVE WS-PRO-STOCK (WS-IX-P)        TO RB-STOCK.
           MOVE WS-PRO-COSTO (WS-IX-P)        TO RB-COSTO.
           MOVE WS-PRO-PRECIO-ANT (WS-IX-P)   TO RB-PRECIO-ANT.
           MOVE WS-PRO-PRECIO-NUEVO (WS-IX-P) TO RB-PRECIO-NUEVO.
           MOVE WS-PRO-FECHA-VIG (WS-IX-P)    TO RB-FECHA-VIG.
           MOVE WS-PRO-ESTADO (WS-IX-P)       TO RB-ESTADO.
           WRITE REGISTRO-PROPUESTA.
       F-345-GRABAR-LINEA-PRO.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-APROBADAS   TO LB-APROBADAS.
           MOVE WS-CONTA-REGISTRADAS TO LB-REGISTRADAS.
           MOVE WS-CONTA-RECHAZADAS  TO LB-RECHAZADAS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.
