      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebajaC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARTICULOS
           ASSIGN TO "DATOS_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_RebajaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT PROPUESTA
           ASSIGN TO "PROPUESTA_Rebajas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRO.

           SELECT REPORTE-REB
           ASSIGN TO "REPORTE_Rebajas.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RebajaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD ARTICULOS.
       01  REGISTRO-ENTRADA      PIC X(73).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

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

       FD REPORTE-REB.
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

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-PRO            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRO         VALUE 'S'.
           88 NO-FIN-PRO         VALUE 'N'.

       01  WS-COLA-LEIDA         PIC X(1) VALUE 'N'.
           88 SI-COLA-LEIDA      VALUE 'S'.
           88 NO-COLA-LEIDA      VALUE 'N'.

       01  WS-NUM-VALIDO         PIC X(1) VALUE 'N'.
           88 SI-NUM-VALIDO      VALUE 'S'.
           88 NO-NUM-VALIDO      VALUE 'N'.

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-PRO        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(40).
       77  WS-NUM-TEXTO          PIC X(10).
       77  WS-NUM-LEIDO          PIC 9(03) VALUE 0.

       77  WS-TRL-CANT           PIC 9(07) VALUE ZEROES.
       77  WS-TRL-SUMA           PIC 9(11) VALUE ZEROES.
       77  WS-SUMA-STOCK         PIC 9(11) VALUE ZEROES.
       77  WS-CONTA-ARTICULOS    PIC 9(07) VALUE 0.

       77  WS-CONTA-APROBADAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-PROPUESTAS   PIC 9(07) VALUE 0.
       77  WS-CONTA-EN-PISO      PIC 9(07) VALUE 0.
       77  WS-CONTA-SIN-MARGEN   PIC 9(07) VALUE 0.

       77  WS-MARGEN-MINIMO      PIC 9(03) VALUE 10.
       77  WS-FECHA-VIGENCIA     PIC 9(08) VALUE 0.
       77  WS-DIAS-HOY           PIC 9(07) VALUE 0.
       77  WS-DIAS-MOV           PIC 9(07) VALUE 0.
       77  WS-DIAS-ANTIG         PIC S9(07) VALUE 0.
       77  WS-BUCKET             PIC 9(01) VALUE 0.
       77  WS-DESCUENTO          PIC 9(02) VALUE 0.
       77  WS-FACTOR             PIC 9(04) VALUE 0.
       77  WS-PRECIO-NUEVO       PIC 9(07)V99 VALUE 0.
       77  WS-PRECIO-PISO        PIC 9(07)V99 VALUE 0.
       77  WS-VALOR-ANT          PIC 9(11)V99 VALUE 0.
       77  WS-VALOR-NUEVO        PIC 9(11)V99 VALUE 0.
       77  WS-IX-TRAMO           PIC 9(01) VALUE 0.
       77  WS-IX-OVR-W           PIC 9(03) VALUE 0.

       01  WS-TAB-DESCUENTOS.
           03 WS-DESC-TRAMO      PIC 9(02) OCCURS 4 TIMES.

       01  WS-OVR-TEXTOS.
           03 WS-OVR-MARCA-TXT   PIC X(10).
           03 WS-OVR-TXT         PIC X(10) OCCURS 4 TIMES.

       01  WS-TAB-MARCAS-OVR.
           03 WS-OVR-CANT        PIC 9(03) VALUE 0.
           03 WS-OVR-ELEM OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-OVR-CANT
                          INDEXED BY WS-IX-OVR.
              05 WS-OVR-MARCA    PIC X(10).
              05 WS-OVR-DESC     PIC 9(02) OCCURS 4 TIMES.

       01  WS-TAB-TRAMOS.
           03 WS-TRA-ELEM OCCURS 4 TIMES.
              05 WS-TRA-ARTICULOS PIC 9(07).
              05 WS-TRA-VALOR-ANT PIC 9(11)V99.
              05 WS-TRA-VALOR-NVO PIC 9(11)V99.

       01  WS-TRA-NOMBRES-VALORES.
           03 FILLER             PIC X(10) VALUE '0-30'.
           03 FILLER             PIC X(10) VALUE '31-90'.
           03 FILLER             PIC X(10) VALUE '91-180'.
           03 FILLER             PIC X(10) VALUE 'MAS DE 180'.
       01  WS-TRA-NOMBRES REDEFINES WS-TRA-NOMBRES-VALORES.
           03 WS-TRA-NOMBRE      PIC X(10) OCCURS 4 TIMES.

       01  WS-TOTALES.
           03 WS-TOT-VALOR-ANT   PIC 9(11)V99.
           03 WS-TOT-VALOR-NVO   PIC 9(11)V99.
           03 WS-TOT-CEDIDO      PIC 9(11)V99.

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

       01  LIN-ENCABEZADO-REB.
           03 FILLER             PIC X(30) VALUE
              'PROPUESTA DE REBAJAS'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LER-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-AAAA           PIC 9999.
           03 FILLER             PIC X(13) VALUE '  VIGENCIA: '.
           03 LER-VIGENCIA       PIC 9(08).
           03 FILLER             PIC X(19) VALUE
              '  MARGEN MINIMO: '.
           03 LER-MARGEN         PIC ZZ9.
           03 FILLER             PIC X(2) VALUE ' %'.

       01  LIN-ENCABEZADO-REB-2.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(7)  VALUE ' DIAS'.
           03 FILLER             PIC X(5)  VALUE ' %'.
           03 FILLER             PIC X(12) VALUE ' PRECIO ANT'.
           03 FILLER             PIC X(12) VALUE ' PRECIO NVO'.
           03 FILLER             PIC X(9)  VALUE '   STOCK'.
           03 FILLER             PIC X(16) VALUE '    VALOR ANT'.
           03 FILLER             PIC X(16) VALUE '  VALOR NUEVO'.
           03 FILLER             PIC X(16) VALUE ' MARGEN CEDIDO'.
           03 FILLER             PIC X(6)  VALUE 'OBS'.

       01  LIN-DETALLE-REB.
           03 LDR-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-DIAS           PIC Z(4)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-DESCUENTO      PIC Z9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-PRECIO-ANT     PIC Z(6)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-PRECIO-NUEVO   PIC Z(6)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-STOCK          PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-VALOR-ANT      PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-VALOR-NUEVO    PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-CEDIDO         PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDR-OBS            PIC X(04).

       01  LIN-SECCION-REB.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSR-TITULO         PIC X(40).

       01  LIN-ENCABEZADO-TRAMO.
           03 FILLER             PIC X(14) VALUE 'ANTIGUEDAD'.
           03 FILLER             PIC X(12) VALUE '  ARTICULOS'.
           03 FILLER             PIC X(16) VALUE '    VALOR ANT'.
           03 FILLER             PIC X(16) VALUE '  VALOR NUEVO'.
           03 FILLER             PIC X(16) VALUE ' MARGEN CEDIDO'.

       01  LIN-DETALLE-TRAMO.
           03 LDT-TRAMO          PIC X(10).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDT-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 LDT-VALOR-ANT      PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-VALOR-NUEVO    PIC Z(10)9.99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-CEDIDO         PIC Z(10)9.99.

       01  LIN-TOTAL-REB.
           03 FILLER             PIC X(11) VALUE 'ARTICULOS: '.
           03 LTR-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' PROPUESTOS: '.
           03 LTR-PROPUESTOS     PIC Z(6)9.
           03 FILLER             PIC X(18) VALUE ' LIMITADOS (PISO):'.
           03 LTR-EN-PISO        PIC Z(6)9.
           03 FILLER             PIC X(25) VALUE
              ' SIN MARGEN PARA REBAJAR:'.
           03 LTR-SIN-MARGEN     PIC Z(6)9.

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
           03 FILLER             PIC X(13) VALUE ' PROPUESTOS: '.
           03 LB-PROPUESTOS      PIC Z(6)9.
           03 FILLER             PIC X(16) VALUE ' MARGEN CEDIDO: '.
           03 LB-CEDIDO          PIC Z(10)9.99.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-PROCESO THRU F-200-PROCESO UNTIL SI-FIN.
           PERFORM 300-FINAL THRU F-300-FINAL.
           STOP RUN.

      *------------------------------------------------

       100-INICIO.
           SET NO-FIN TO TRUE.
           MOVE ZEROES TO WS-TAB-TRAMOS.
           MOVE ZEROES TO WS-TOTALES.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-N).

           OPEN EXTEND BITACORA.
           IF WS-FSTATUS-BIT = '35'
              OPEN OUTPUT BITACORA
           END-IF.

           PERFORM 105-LEER-PARAMETROS THRU F-105-LEER-PARAMETROS.
           PERFORM 110-VERIFICAR-PROPUESTA
               THRU F-110-VERIFICAR-PROPUESTA.

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

           OPEN OUTPUT PROPUESTA.
           OPEN OUTPUT REPORTE-REB.
           MOVE WS-FECHA-DD       TO LER-DD.
           MOVE WS-FECHA-MM       TO LER-MM.
           MOVE WS-FECHA-AAAA     TO LER-AAAA.
           MOVE WS-FECHA-VIGENCIA TO LER-VIGENCIA.
           MOVE WS-MARGEN-MINIMO  TO LER-MARGEN.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REB.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REB-2.

           PERFORM LEER-ARCHIVO THRU F-LEER-ARCHIVO.
           IF SI-FIN
              DISPLAY 'EL ARCHIVO ESTA VACIO'
           END-IF.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           MOVE 0  TO WS-DESC-TRAMO (1).
           MOVE 10 TO WS-DESC-TRAMO (2).
           MOVE 20 TO WS-DESC-TRAMO (3).
           MOVE 35 TO WS-DESC-TRAMO (4).
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_RebajaC1.TXT - SE USAN '
                      'DESCUENTOS 0/10/20/35 Y MARGEN MINIMO 10'
           ELSE
              SET NO-FIN-PAR TO TRUE
              PERFORM 106-LEER-PARAMETRO THRU F-106-LEER-PARAMETRO
                  UNTIL SI-FIN-PAR
              CLOSE PARAMETROS
           END-IF.

           IF WS-FECHA-VIGENCIA NOT GREATER THAN WS-FECHA-HOY-N
              IF WS-FECHA-VIGENCIA NOT = 0
                 DISPLAY 'PARAMETRO FECHA_VIGENCIA ' WS-FECHA-VIGENCIA
                         ' NO ES FUTURA - SE USA EL DIA SIGUIENTE'
              END-IF
              COMPUTE WS-FECHA-VIGENCIA =
                      FUNCTION DATE-OF-INTEGER (WS-DIAS-HOY + 1)
           END-IF.
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
                    WHEN 'DESCUENTO_0_30'
                       MOVE 1 TO WS-IX-TRAMO
                       PERFORM 107-APLICAR-DESCUENTO
                           THRU F-107-APLICAR-DESCUENTO
                    WHEN 'DESCUENTO_31_90'
                       MOVE 2 TO WS-IX-TRAMO
                       PERFORM 107-APLICAR-DESCUENTO
                           THRU F-107-APLICAR-DESCUENTO
                    WHEN 'DESCUENTO_91_180'
                       MOVE 3 TO WS-IX-TRAMO
                       PERFORM 107-APLICAR-DESCUENTO
                           THRU F-107-APLICAR-DESCUENTO
                    WHEN 'DESCUENTO_MAS_180'
                       MOVE 4 TO WS-IX-TRAMO
                       PERFORM 107-APLICAR-DESCUENTO
                           THRU F-107-APLICAR-DESCUENTO
                    WHEN 'DESCUENTO_MARCA'
                       PERFORM 108-APLICAR-MARCA
                           THRU F-108-APLICAR-MARCA
                    WHEN 'MARGEN_MINIMO'
                       MOVE WS-PARAM-VALOR (1:10) TO WS-NUM-TEXTO
                       PERFORM 109-CONVERTIR-NUMERO
                           THRU F-109-CONVERTIR-NUMERO
                       IF SI-NUM-VALIDO
                          MOVE WS-NUM-LEIDO TO WS-MARGEN-MINIMO
                       ELSE
                          DISPLAY 'PARAMETRO MARGEN_MINIMO INVALIDO: '
                                  WS-PARAM-VALOR ' - SE USA 10'
                       END-IF
                    WHEN 'FECHA_VIGENCIA'
                       IF WS-PARAM-VALOR (1:8) IS NUMERIC
                          MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-VIGENCIA
                       ELSE
                          DISPLAY 'PARAMETRO FECHA_VIGENCIA INVALIDO: '
                                  WS-PARAM-VALOR ' - SE IGNORA'
                       END-IF
                    WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                               ' - SE IGNORA'
                 END-EVALUATE
              END-IF
           END-IF.
       F-106-LEER-PARAMETRO.
           EXIT.

      *------------------------------------------------

       107-APLICAR-DESCUENTO.
           MOVE WS-PARAM-VALOR (1:10) TO WS-NUM-TEXTO.
           PERFORM 109-CONVERTIR-NUMERO THRU F-109-CONVERTIR-NUMERO.
           IF SI-NUM-VALIDO AND WS-NUM-LEIDO LESS THAN 100
              MOVE WS-NUM-LEIDO TO WS-DESC-TRAMO (WS-IX-TRAMO)
           ELSE
              DISPLAY 'PARAMETRO ' WS-PARAM-CLAVE ' INVALIDO: '
                      WS-PARAM-VALOR ' - SE IGNORA'
           END-IF.
       F-107-APLICAR-DESCUENTO.
           EXIT.

      *------------------------------------------------

       108-APLICAR-MARCA.
           MOVE SPACES TO WS-OVR-TEXTOS.
           UNSTRING WS-PARAM-VALOR DELIMITED BY ','
               INTO WS-OVR-MARCA-TXT
                    WS-OVR-TXT (1) WS-OVR-TXT (2)
                    WS-OVR-TXT (3) WS-OVR-TXT (4).
           IF WS-OVR-MARCA-TXT = SPACES
              DISPLAY 'PARAMETRO DESCUENTO_MARCA SIN MARCA: '
                      WS-PARAM-VALOR ' - SE IGNORA'
              GO TO F-108-APLICAR-MARCA
           END-IF.
           IF WS-OVR-CANT NOT LESS THAN 100
              DISPLAY 'AVISO: LIMITE DE 100 MARCAS CON DESCUENTO '
                      'PROPIO - SE IGNORA ' WS-OVR-MARCA-TXT
              GO TO F-108-APLICAR-MARCA
           END-IF.
           ADD 1 TO WS-OVR-CANT.
           SET WS-IX-OVR TO WS-OVR-CANT.
           MOVE WS-OVR-MARCA-TXT TO WS-OVR-MARCA (WS-IX-OVR).
           PERFORM 108-CARGAR-TRAMO-MARCA
               THRU F-108-CARGAR-TRAMO-MARCA
               VARYING WS-IX-TRAMO FROM 1 BY 1
               UNTIL WS-IX-TRAMO > 4.
       F-108-APLICAR-MARCA.
           EXIT.

      *------------------------------------------------

       108-CARGAR-TRAMO-MARCA.
           MOVE WS-OVR-TXT (WS-IX-TRAMO) TO WS-NUM-TEXTO.
           PERFORM 109-CONVERTIR-NUMERO THRU F-109-CONVERTIR-NUMERO.
           IF SI-NUM-VALIDO AND WS-NUM-LEIDO LESS THAN 100
              MOVE WS-NUM-LEIDO
                   TO WS-OVR-DESC (WS-IX-OVR, WS-IX-TRAMO)
           ELSE
              DISPLAY 'DESCUENTO_MARCA ' WS-OVR-MARCA-TXT ' TRAMO '
                      WS-IX-TRAMO ' INVALIDO - SE USA EL GENERAL'
              MOVE WS-DESC-TRAMO (WS-IX-TRAMO)
                   TO WS-OVR-DESC (WS-IX-OVR, WS-IX-TRAMO)
           END-IF.
       F-108-CARGAR-TRAMO-MARCA.
           EXIT.

      *------------------------------------------------

       109-CONVERTIR-NUMERO.
           SET SI-NUM-VALIDO TO TRUE.
           IF WS-NUM-TEXTO (1:3) IS NUMERIC
              MOVE WS-NUM-TEXTO (1:3) TO WS-NUM-LEIDO
           ELSE
              IF WS-NUM-TEXTO (1:2) IS NUMERIC
                 MOVE WS-NUM-TEXTO (1:2) TO WS-NUM-LEIDO
              ELSE
                 IF WS-NUM-TEXTO (1:1) IS NUMERIC
                    MOVE WS-NUM-TEXTO (1:1) TO WS-NUM-LEIDO
                 ELSE
                    SET NO-NUM-VALIDO TO TRUE
                    MOVE 0 TO WS-NUM-LEIDO
                 END-IF
              END-IF
           END-IF.
       F-109-CONVERTIR-NUMERO.
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
                      'EJECUTAR RebAprC1 ANTES DE PROPONER'
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
              IF RB-APROBADA
                 ADD 1 TO WS-CONTA-APROBADAS
              END-IF
           END-IF.
       F-115-LEER-PROPUESTA.
           EXIT.

      *------------------------------------------------

       200-PROCESO.
           EVALUATE TRUE
              WHEN ES-REG-CABECERA
                 CONTINUE
              WHEN ES-REG-COLA
                 MOVE TRL-CANT-REG   TO WS-TRL-CANT
                 MOVE TRL-SUMA-STOCK TO WS-TRL-SUMA
                 SET SI-COLA-LEIDA TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-CONTA-ARTICULOS
                 ADD FD-STOCK TO WS-SUMA-STOCK
                 IF FD-STOCK GREATER THAN 0
                    PERFORM 210-EVALUAR-ARTICULO
                        THRU F-210-EVALUAR-ARTICULO
                 END-IF
           END-EVALUATE.
           PERFORM LEER-ARCHIVO THRU F-LEER-ARCHIVO.
       F-200-PROCESO.
           EXIT.

      *------------------------------------------------

       210-EVALUAR-ARTICULO.
           MOVE 0 TO WS-DIAS-ANTIG.
           IF FD-FECHA-ULT-MOV = 0
              MOVE 4 TO WS-BUCKET
           ELSE
              COMPUTE WS-DIAS-MOV =
                      FUNCTION INTEGER-OF-DATE (FD-FECHA-ULT-MOV)
              IF WS-DIAS-MOV = 0
                 MOVE 4 TO WS-BUCKET
              ELSE
                 COMPUTE WS-DIAS-ANTIG = WS-DIAS-HOY - WS-DIAS-MOV
                 EVALUATE TRUE
                    WHEN WS-DIAS-ANTIG NOT GREATER THAN 30
                       MOVE 1 TO WS-BUCKET
                    WHEN WS-DIAS-ANTIG NOT GREATER THAN 90
                       MOVE 2 TO WS-BUCKET
                    WHEN WS-DIAS-ANTIG NOT GREATER THAN 180
                       MOVE 3 TO WS-BUCKET
                    WHEN OTHER
                       MOVE 4 TO WS-BUCKET
                 END-EVALUATE
              END-IF
           END-IF.

           MOVE WS-DESC-TRAMO (WS-BUCKET) TO WS-DESCUENTO.
           IF WS-OVR-CANT GREATER THAN 0
              SET WS-IX-OVR TO 1
              SEARCH WS-OVR-ELEM
                 AT END
                    CONTINUE
                 WHEN WS-OVR-MARCA (WS-IX-OVR) EQUAL FD-MARCA
                    MOVE WS-OVR-DESC (WS-IX-OVR, WS-BUCKET)
                         TO WS-DESCUENTO
              END-SEARCH
           END-IF.
           IF WS-DESCUENTO = 0
              GO TO F-210-EVALUAR-ARTICULO
           END-IF.

           COMPUTE WS-FACTOR = 100 + WS-MARGEN-MINIMO.
           COMPUTE WS-PRECIO-PISO ROUNDED =
                   FD-COSTO * WS-FACTOR / 100
               ON SIZE ERROR
                  PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
           END-COMPUTE.
           IF WS-PRECIO-PISO NOT LESS THAN FD-PRECIO
              ADD 1 TO WS-CONTA-SIN-MARGEN
              GO TO F-210-EVALUAR-ARTICULO
           END-IF.

           MOVE SPACES TO LDR-OBS.
           COMPUTE WS-FACTOR = 100 - WS-DESCUENTO.
           COMPUTE WS-PRECIO-NUEVO ROUNDED =
                   FD-PRECIO * WS-FACTOR / 100.
           IF WS-PRECIO-NUEVO LESS THAN WS-PRECIO-PISO
              MOVE WS-PRECIO-PISO TO WS-PRECIO-NUEVO
              MOVE 'PISO' TO LDR-OBS
              ADD 1 TO WS-CONTA-EN-PISO
           END-IF.

           COMPUTE WS-VALOR-ANT = FD-STOCK * FD-PRECIO
               ON SIZE ERROR
                  PERFORM 940-ABORTAR-VALOR THRU F-940-ABORTAR-VALOR
           END-COMPUTE.
           COMPUTE WS-VALOR-NUEVO = FD-STOCK * WS-PRECIO-NUEVO.

           MOVE FD-ARTICULO       TO RB-ARTICULO.
           MOVE FD-MARCA          TO RB-MARCA.
           MOVE WS-DIAS-ANTIG     TO RB-DIAS.
           MOVE WS-BUCKET         TO RB-TRAMO.
           MOVE WS-DESCUENTO      TO RB-DESCUENTO.
           MOVE FD-STOCK          TO RB-STOCK.
           MOVE FD-COSTO          TO RB-COSTO.
           MOVE FD-PRECIO         TO RB-PRECIO-ANT.
           MOVE WS-PRECIO-NUEVO   TO RB-PRECIO-NUEVO.
           MOVE WS-FECHA-VIGENCIA TO RB-FECHA-VIG.
           SET RB-PENDIENTE TO TRUE.
           WRITE REGISTRO-PROPUESTA.
           ADD 1 TO WS-CONTA-PROPUESTAS.

           ADD 1 TO WS-TRA-ARTICULOS (WS-BUCKET).
           ADD WS-VALOR-ANT   TO WS-TRA-VALOR-ANT (WS-BUCKET).
           ADD WS-VALOR-NUEVO TO WS-TRA-VALOR-NVO (WS-BUCKET).
           ADD WS-VALOR-ANT   TO WS-TOT-VALOR-ANT.
           ADD WS-VALOR-NUEVO TO WS-TOT-VALOR-NVO.

           MOVE FD-ARTICULO       TO LDR-ARTICULO.
           MOVE FD-MARCA          TO LDR-MARCA.
           MOVE WS-DIAS-ANTIG     TO LDR-DIAS.
           MOVE WS-DESCUENTO      TO LDR-DESCUENTO.
           MOVE FD-PRECIO         TO LDR-PRECIO-ANT.
           MOVE WS-PRECIO-NUEVO   TO LDR-PRECIO-NUEVO.
           MOVE FD-STOCK          TO LDR-STOCK.
           MOVE WS-VALOR-ANT      TO LDR-VALOR-ANT.
           MOVE WS-VALOR-NUEVO    TO LDR-VALOR-NUEVO.
           COMPUTE LDR-CEDIDO = WS-VALOR-ANT - WS-VALOR-NUEVO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-REB.
       F-210-EVALUAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       LEER-ARCHIVO.
           READ ARTICULOS NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              IF WS-FSTATUS NOT = '00'
                 DISPLAY 'ERROR DE LECTURA EN ARTICULOS - FSTATUS: '
                         WS-FSTATUS
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 CLOSE ARTICULOS
                 CLOSE PROPUESTA
                 CLOSE REPORTE-REB
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE REGISTRO-ENTRADA TO REGISTRO-ARTICULOS
           END-IF.
       F-LEER-ARCHIVO.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           CLOSE ARTICULOS.
           CLOSE PROPUESTA.

           IF NO-COLA-LEIDA
              OR WS-CONTA-ARTICULOS NOT = WS-TRL-CANT
              OR WS-SUMA-STOCK NOT = WS-TRL-SUMA
              DISPLAY 'ERROR DE CONTROL EN DATOS_Articulos.TXT - '
                      'SE ANULA LA PROPUESTA DE REBAJAS'
              OPEN OUTPUT PROPUESTA
              CLOSE PROPUESTA
              MOVE ZEROES TO WS-CONTA-PROPUESTAS
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'RESUMEN POR ANTIGUEDAD' TO LSR-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-REB.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TRAMO.
           PERFORM 310-LINEA-TRAMO THRU F-310-LINEA-TRAMO
               VARYING WS-IX-TRAMO FROM 1 BY 1
               UNTIL WS-IX-TRAMO > 4.
           COMPUTE WS-TOT-CEDIDO = WS-TOT-VALOR-ANT - WS-TOT-VALOR-NVO.
           MOVE 'TOTAL'            TO LDT-TRAMO.
           MOVE WS-CONTA-PROPUESTAS TO LDT-ARTICULOS.
           MOVE WS-TOT-VALOR-ANT   TO LDT-VALOR-ANT.
           MOVE WS-TOT-VALOR-NVO   TO LDT-VALOR-NUEVO.
           MOVE WS-TOT-CEDIDO      TO LDT-CEDIDO.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TRAMO.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTA-ARTICULOS  TO LTR-ARTICULOS.
           MOVE WS-CONTA-PROPUESTAS TO LTR-PROPUESTOS.
           MOVE WS-CONTA-EN-PISO    TO LTR-EN-PISO.
           MOVE WS-CONTA-SIN-MARGEN TO LTR-SIN-MARGEN.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REB.
           CLOSE REPORTE-REB.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-LINEA-TRAMO.
           MOVE WS-TRA-NOMBRE (WS-IX-TRAMO)    TO LDT-TRAMO.
           MOVE WS-TRA-ARTICULOS (WS-IX-TRAMO) TO LDT-ARTICULOS.
           MOVE WS-TRA-VALOR-ANT (WS-IX-TRAMO) TO LDT-VALOR-ANT.
           MOVE WS-TRA-VALOR-NVO (WS-IX-TRAMO) TO LDT-VALOR-NUEVO.
           COMPUTE LDT-CEDIDO = WS-TRA-VALOR-ANT (WS-IX-TRAMO)
                              - WS-TRA-VALOR-NVO (WS-IX-TRAMO).
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TRAMO.
       F-310-LINEA-TRAMO.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-CONTA-ARTICULOS  TO LB-ARTICULOS.
           MOVE WS-CONTA-PROPUESTAS TO LB-PROPUESTOS.
           MOVE WS-TOT-CEDIDO       TO LB-CEDIDO.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       940-ABORTAR-VALOR.
           DISPLAY 'ERROR: DESBORDE DE VALOR EN ARTICULO ' FD-ARTICULO
                   ' - SE DETIENE EL PROCESO'.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           CLOSE ARTICULOS.
           CLOSE PROPUESTA.
           CLOSE REPORTE-REB.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       F-940-ABORTAR-VALOR.
           EXIT.
