      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DemandaC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARTICULOS
           ASSIGN TO "DATOS_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT HISTORIAL
           ASSIGN TO "HISTORIAL_Movimientos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-HIS.

           SELECT ARCHIVO-ANIO
           ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ANI.

           SELECT INDICE
           ASSIGN TO "HISTORIAL_Archivos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-IND.

           SELECT PROVEEDORES
           ASSIGN TO "PROVEEDORES_Datos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRV.

           SELECT PROV-ARTICULOS
           ASSIGN TO "PROVEEDORES_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PVA.

           SELECT PARAMETROS
           ASSIGN TO "PARAMETROS_DemandaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PAR.

           SELECT REPOSICION
           ASSIGN TO "REPOSICION_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REF.

           SELECT REPOSICION-NUE
           ASSIGN TO "REPOSICION_Articulos_NUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-NUE.

           SELECT REPORTE-DEM
           ASSIGN TO "REPORTE_Demanda.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_DemandaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD ARTICULOS.
       01  REGISTRO-ENTRADA      PIC X(73).

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

       FD ARCHIVO-ANIO.
       01  REGISTRO-ARCHIVO-ANIO     PIC X(59).

       FD INDICE.
       01  REGISTRO-INDICE.
           03 AI-ANIO        PIC 9(04).
           03 AI-REGISTROS   PIC 9(09).
           03 AI-CANTIDAD    PIC 9(11).
           03 AI-FECHA-CORTE PIC 9(08).
           03 AI-FECHA-PROCESO PIC 9(08).

       FD PROVEEDORES.
       01  REGISTRO-PROVEEDOR.
           03 PV-PROVEEDOR   PIC X(05).
           03 PV-NOMBRE      PIC X(30).
           03 PV-DIAS-ENTREGA PIC 9(03).

       FD PROV-ARTICULOS.
       01  REGISTRO-PROV-ART.
           03 PA-ARTICULO    PIC X(10).
           03 PA-PROVEEDOR   PIC X(05).
           03 PA-MINIMO      PIC 9(07).

       FD PARAMETROS.
       01  LINEA-PARAMETRO       PIC X(80).

       FD REPOSICION.
       01  REGISTRO-REPOSICION.
           03 RF-ARTICULO    PIC X(10).
           03 RF-STOCK-MIN   PIC 9(07).
           03 RF-STOCK-REPO  PIC 9(07).

       FD REPOSICION-NUE.
       01  REGISTRO-REPOSICION-NUE.
           03 RN-ARTICULO    PIC X(10).
           03 RN-STOCK-MIN   PIC 9(07).
           03 RN-STOCK-REPO  PIC 9(07).

       FD REPORTE-DEM.
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

       01  WS-FIN                PIC X(1) VALUE 'N'.
           88 SI-FIN             VALUE 'S'.
           88 NO-FIN             VALUE 'N'.

       01  WS-FIN-HIS            PIC X(1) VALUE 'N'.
           88 SI-FIN-HIS         VALUE 'S'.
           88 NO-FIN-HIS         VALUE 'N'.

       01  WS-FIN-ANI            PIC X(1) VALUE 'N'.
           88 SI-FIN-ANI         VALUE 'S'.
           88 NO-FIN-ANI         VALUE 'N'.

       01  WS-FIN-IND            PIC X(1) VALUE 'N'.
           88 SI-FIN-IND         VALUE 'S'.
           88 NO-FIN-IND         VALUE 'N'.

       01  WS-FIN-PRV            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRV         VALUE 'S'.
           88 NO-FIN-PRV         VALUE 'N'.

       01  WS-FIN-PVA            PIC X(1) VALUE 'N'.
           88 SI-FIN-PVA         VALUE 'S'.
           88 NO-FIN-PVA         VALUE 'N'.

       01  WS-FIN-PAR            PIC X(1) VALUE 'N'.
           88 SI-FIN-PAR         VALUE 'S'.
           88 NO-FIN-PAR         VALUE 'N'.

       01  WS-FIN-REF            PIC X(1) VALUE 'N'.
           88 SI-FIN-REF         VALUE 'S'.
           88 NO-FIN-REF         VALUE 'N'.

       01  WS-COLA-LEIDA         PIC X(1) VALUE 'N'.
           88 SI-COLA-LEIDA      VALUE 'S'.
           88 NO-COLA-LEIDA      VALUE 'N'.

       01  WS-NUM-VALIDO         PIC X(1) VALUE 'N'.
           88 SI-NUM-VALIDO      VALUE 'S'.
           88 NO-NUM-VALIDO      VALUE 'N'.

       77  WS-FSTATUS            PIC X(2).
       77  WS-FSTATUS-HIS        PIC X(2).
       77  WS-FSTATUS-ANI        PIC X(2).
       77  WS-FSTATUS-IND        PIC X(2).
       77  WS-FSTATUS-PRV        PIC X(2).
       77  WS-FSTATUS-PVA        PIC X(2).
       77  WS-FSTATUS-PAR        PIC X(2).
       77  WS-FSTATUS-REF        PIC X(2).
       77  WS-FSTATUS-NUE        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-PARAM-CLAVE        PIC X(20).
       77  WS-PARAM-VALOR        PIC X(40).
       77  WS-NUM-TEXTO          PIC X(10).
       77  WS-NUM-LEIDO          PIC 9(03) VALUE 0.

       77  WS-SEMANAS            PIC 9(02) VALUE 8.
       77  WS-DIAS-SEGURIDAD     PIC 9(03) VALUE 7.
       77  WS-DIAS-COBERTURA     PIC 9(03) VALUE 30.
       77  WS-DIAS-ENTREGA-DEF   PIC 9(03) VALUE 15.

       77  WS-DIAS-VENTANA       PIC 9(05) VALUE 0.
       77  WS-DIAS-HOY           PIC 9(07) VALUE 0.
       77  WS-FECHA-DESDE        PIC 9(08) VALUE 0.
       77  WS-FECHA-CORTE        PIC 9(08) VALUE 0.
       77  WS-CONTA-ARCHIVOS     PIC 9(03) VALUE 0.

       77  WS-CONTA-REG          PIC 9(07) VALUE 0.
       77  WS-SUMA-STOCK         PIC 9(11) VALUE 0.
       77  WS-TRL-CANT           PIC 9(07) VALUE 0.
       77  WS-TRL-SUMA           PIC 9(11) VALUE 0.

       77  WS-CONTA-HIS-LEIDOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-HIS-VENTAS   PIC 9(07) VALUE 0.
       77  WS-CONTA-CON-VENTAS   PIC 9(07) VALUE 0.
       77  WS-CONTA-SIN-VENTAS   PIC 9(07) VALUE 0.
       77  WS-CONTA-SIN-PROV     PIC 9(07) VALUE 0.
       77  WS-CONTA-QUITADOS     PIC 9(07) VALUE 0.
       77  WS-CONTA-GRABADOS     PIC 9(07) VALUE 0.
       77  WS-UNIDADES-VENTANA   PIC 9(09) VALUE 0.

       77  WS-PROMEDIO           PIC 9(05)V9(03) VALUE 0.
       77  WS-COBERTURA          PIC 9(05) VALUE 0.
       77  WS-DIAS-ENTREGA       PIC 9(03) VALUE 0.
       77  WS-DIAS-CALCULO       PIC 9(04) VALUE 0.
       77  WS-CALCULO            PIC 9(09)V9(03) VALUE 0.
       77  WS-CALCULO-ENTERO     PIC 9(09) VALUE 0.
       77  WS-NUEVO-MIN          PIC 9(07) VALUE 0.
       77  WS-NUEVO-REPO         PIC 9(07) VALUE 0.
       77  WS-ANT-MIN            PIC 9(07) VALUE 0.
       77  WS-ANT-REPO           PIC 9(07) VALUE 0.
       77  WS-OBS                PIC X(10).
       77  WS-IX-A               PIC 9(05) VALUE 0.

       01  WS-NOMBRE-ARCHIVO.
           03 FILLER             PIC X(18) VALUE
              'HISTORIAL_Archivo_'.
           03 WS-NA-ANIO         PIC 9(04) VALUE 0.
           03 FILLER             PIC X(04) VALUE '.TXT'.

       01  WS-FECHA-LIMITE       PIC 9(08) VALUE 0.
       01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
           03 WS-FLI-AAAA        PIC 9(04).
           03 WS-FLI-MMDD        PIC 9(04).

       01  WS-TAB-ANIOS.
           03 WS-ANI-CANT        PIC 9(03) VALUE 0.
           03 WS-ANI-ANIO OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-ANI-CANT
                          INDEXED BY WS-IX-ANI
                          PIC 9(04).

       01  WS-TAB-ARTICULOS.
           03 WS-ART-CANT        PIC 9(05) VALUE 0.
           03 WS-ART-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ART-CANT
                          INDEXED BY WS-IX-ART.
              05 WS-ART-ARTICULO PIC X(10).
              05 WS-ART-MARCA    PIC X(10).
              05 WS-ART-STOCK    PIC 9(07).
              05 WS-ART-VENDIDO  PIC 9(09).

       01  WS-TAB-REPOSICION.
           03 WS-REF-CANT        PIC 9(05) VALUE 0.
           03 WS-REF-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-REF-CANT
                          INDEXED BY WS-IX-REF.
              05 WS-REF-ARTICULO PIC X(10).
              05 WS-REF-MIN      PIC 9(07).
              05 WS-REF-REPO     PIC 9(07).
              05 WS-REF-USADO    PIC X(01).

       01  WS-TAB-PROVEEDORES.
           03 WS-PRV-CANT        PIC 9(03) VALUE 0.
           03 WS-PRV-ELEM OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-PRV-CANT
                          INDEXED BY WS-IX-PRV.
              05 WS-PRV-CODIGO   PIC X(05).
              05 WS-PRV-DIAS     PIC 9(03).

       01  WS-TAB-PROV-ART.
           03 WS-PVA-CANT        PIC 9(04) VALUE 0.
           03 WS-PVA-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-PVA-CANT
                          INDEXED BY WS-IX-PVA.
              05 WS-PVA-ARTICULO PIC X(10).
              05 WS-PVA-PROVEEDOR PIC X(05).

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

       01  LIN-ENCABEZADO-DEM.
           03 FILLER             PIC X(30) VALUE
              'ANALISIS DE DEMANDA'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LED-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LED-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LED-AAAA           PIC 9999.
           03 FILLER             PIC X(12) VALUE '  VENTAS DE '.
           03 LED-DESDE          PIC 9(08).
           03 FILLER             PIC X(4) VALUE ' A '.
           03 LED-HASTA          PIC 9(08).
           03 FILLER             PIC X(3) VALUE ' ('.
           03 LED-SEMANAS        PIC Z9.
           03 FILLER             PIC X(9) VALUE ' SEMANAS)'.

       01  LIN-PARAMETROS-DEM.
           03 FILLER             PIC X(18) VALUE 'DIAS SEGURIDAD: '.
           03 LPD-SEGURIDAD      PIC ZZ9.
           03 FILLER             PIC X(20) VALUE
              '   DIAS COBERTURA: '.
           03 LPD-COBERTURA      PIC ZZ9.
           03 FILLER             PIC X(30) VALUE
              '   ENTREGA SIN PROVEEDOR: '.
           03 LPD-ENTREGA        PIC ZZ9.

       01  LIN-SECCION-DEM.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSD-TITULO         PIC X(50).

       01  LIN-ENCABEZADO-DET.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(9)  VALUE '   STOCK'.
           03 FILLER             PIC X(11) VALUE '   VENDIDO'.
           03 FILLER             PIC X(11) VALUE '  PROM/DIA'.
           03 FILLER             PIC X(8)  VALUE ' COBERT'.
           03 FILLER             PIC X(6)  VALUE ' ENTR'.
           03 FILLER             PIC X(9)  VALUE ' MIN ANT'.
           03 FILLER             PIC X(9)  VALUE ' MIN NVO'.
           03 FILLER             PIC X(9)  VALUE 'REPO ANT'.
           03 FILLER             PIC X(9)  VALUE 'REPO NVO'.
           03 FILLER             PIC X(10) VALUE ' OBS'.

       01  LIN-DETALLE-DEM.
           03 LDD-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-STOCK          PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-VENDIDO        PIC Z(8)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-PROMEDIO       PIC Z(4)9.999.
           03 FILLER             PIC X(1) VALUE SPACE.
           03 LDD-COBERTURA      PIC Z(4)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-ENTREGA        PIC ZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-MIN-ANT        PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-MIN-NUEVO      PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-REPO-ANT       PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-REPO-NUEVO     PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDD-OBS            PIC X(10).

       01  LIN-ENCABEZADO-SIN.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'MARCA'.
           03 FILLER             PIC X(9)  VALUE '   STOCK'.
           03 FILLER             PIC X(9)  VALUE ' MIN ANT'.
           03 FILLER             PIC X(9)  VALUE 'REPO ANT'.
           03 FILLER             PIC X(20) VALUE ' OBS'.

       01  LIN-DETALLE-SIN.
           03 LDS-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDS-MARCA          PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDS-STOCK          PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDS-MIN-ANT        PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDS-REPO-ANT       PIC Z(6)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDS-OBS            PIC X(22).

       01  LIN-TOTAL-DEM.
           03 FILLER             PIC X(11) VALUE 'ARTICULOS: '.
           03 LTD-ARTICULOS      PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' CON VENTAS: '.
           03 LTD-CON-VENTAS     PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' SIN VENTAS: '.
           03 LTD-SIN-VENTAS     PIC Z(6)9.
           03 FILLER             PIC X(17) VALUE ' SIN PROVEEDOR: '.
           03 LTD-SIN-PROV       PIC Z(6)9.
           03 FILLER             PIC X(29) VALUE
              ' QUITADOS (NO EN ARTICULOS): '.
           03 LTD-QUITADOS       PIC Z(6)9.

       01  LIN-TOTAL-DEM-2.
           03 FILLER             PIC X(39) VALUE
              'REGISTROS EN REPOSICION_Articulos_NUE: '.
           03 LTD-GRABADOS       PIC Z(6)9.
           03 FILLER             PIC X(28) VALUE
              '  UNIDADES VENDIDAS: '.
           03 LTD-UNIDADES       PIC Z(8)9.

       01  LIN-AVISO-DEM.
           03 FILLER             PIC X(44) VALUE
              'REVISAR Y EJECUTAR RepCopC1 PARA REEMPLAZAR '.
           03 FILLER             PIC X(24) VALUE
              'REPOSICION_Articulos.TXT'.

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
           03 FILLER             PIC X(13) VALUE ' CON VENTAS: '.
           03 LB-CON-VENTAS      PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' GRABADOS: '.
           03 LB-GRABADOS        PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' ARCHIVOS: '.
           03 LB-ARCHIVOS        PIC ZZ9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-ACUMULAR-VENTAS THRU F-200-ACUMULAR-VENTAS
               UNTIL SI-FIN-HIS.
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

           PERFORM 105-LEER-PARAMETROS THRU F-105-LEER-PARAMETROS.
           COMPUTE WS-DIAS-VENTANA = WS-SEMANAS * 7.
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOY - WS-DIAS-VENTANA + 1).

           PERFORM 110-CARGAR-ARTICULOS THRU F-110-CARGAR-ARTICULOS.
           PERFORM 120-CARGAR-REPOSICION THRU F-120-CARGAR-REPOSICION.
           PERFORM 130-CARGAR-PROVEEDORES
               THRU F-130-CARGAR-PROVEEDORES.
           PERFORM 140-CARGAR-PROV-ART THRU F-140-CARGAR-PROV-ART.

           PERFORM 150-CARGAR-INDICE THRU F-150-CARGAR-INDICE.
           IF WS-FECHA-DESDE LESS THAN WS-FECHA-CORTE
              PERFORM 160-LEER-ARCHIVO THRU F-160-LEER-ARCHIVO
                  VARYING WS-IX-ANI FROM 1 BY 1
                  UNTIL WS-IX-ANI > WS-ANI-CANT
           END-IF.

           OPEN INPUT HISTORIAL.
           IF WS-FSTATUS-HIS NOT = '00'
              IF WS-FSTATUS-HIS = '35'
                 DISPLAY 'ERROR: ARCHIVO HISTORIAL_Movimientos.TXT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR HISTORIAL - FSTATUS: '
                         WS-FSTATUS-HIS
              END-IF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-HIS TO TRUE.
           PERFORM 210-LEER-HISTORIAL THRU F-210-LEER-HISTORIAL.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FSTATUS-PAR NOT = '00'
              DISPLAY 'SIN ARCHIVO PARAMETROS_DemandaC1.TXT - SE USAN '
                      '8 SEMANAS, 7 DIAS DE SEGURIDAD Y 30 DE '
                      'COBERTURA'
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
           MOVE WS-PARAM-VALOR (1:10) TO WS-NUM-TEXTO.
           PERFORM 109-CONVERTIR-NUMERO THRU F-109-CONVERTIR-NUMERO.
           EVALUATE WS-PARAM-CLAVE
              WHEN 'SEMANAS'
                 IF SI-NUM-VALIDO AND WS-NUM-LEIDO GREATER THAN 0
                    AND WS-NUM-LEIDO NOT GREATER THAN 52
                    MOVE WS-NUM-LEIDO TO WS-SEMANAS
                 ELSE
                    DISPLAY 'PARAMETRO SEMANAS INVALIDO: '
                            WS-PARAM-VALOR ' - SE USA 8'
                 END-IF
              WHEN 'DIAS_SEGURIDAD'
                 IF SI-NUM-VALIDO
                    MOVE WS-NUM-LEIDO TO WS-DIAS-SEGURIDAD
                 ELSE
                    DISPLAY 'PARAMETRO DIAS_SEGURIDAD INVALIDO: '
                            WS-PARAM-VALOR ' - SE USA 7'
                 END-IF
              WHEN 'DIAS_COBERTURA'
                 IF SI-NUM-VALIDO AND WS-NUM-LEIDO GREATER THAN 0
                    MOVE WS-NUM-LEIDO TO WS-DIAS-COBERTURA
                 ELSE
                    DISPLAY 'PARAMETRO DIAS_COBERTURA INVALIDO: '
                            WS-PARAM-VALOR ' - SE USA 30'
                 END-IF
              WHEN 'DIAS_ENTREGA'
                 IF SI-NUM-VALIDO
                    MOVE WS-NUM-LEIDO TO WS-DIAS-ENTREGA-DEF
                 ELSE
                    DISPLAY 'PARAMETRO DIAS_ENTREGA INVALIDO: '
                            WS-PARAM-VALOR ' - SE USA 15'
                 END-IF
              WHEN OTHER
                 DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PARAM-CLAVE
                         ' - SE IGNORA'
           END-EVALUATE.
       F-106-LEER-PARAMETRO.
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

       110-CARGAR-ARTICULOS.
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
           SET NO-FIN TO TRUE.
           PERFORM 115-LEER-ARTICULO THRU F-115-LEER-ARTICULO
               UNTIL SI-FIN.
           CLOSE ARTICULOS.

           IF NO-COLA-LEIDA
              OR WS-CONTA-REG NOT = WS-TRL-CANT
              OR WS-SUMA-STOCK NOT = WS-TRL-SUMA
              DISPLAY 'ERROR DE CONTROL EN DATOS_Articulos.TXT - '
                      'NO SE CALCULA LA REPOSICION'
              DISPLAY '  REGISTROS LEIDOS: ' WS-CONTA-REG
                      ' SEGUN COLA: ' WS-TRL-CANT
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-110-CARGAR-ARTICULOS.
           EXIT.

      *------------------------------------------------

       115-LEER-ARTICULO.
           READ ARTICULOS NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF SI-FIN
              GO TO F-115-LEER-ARTICULO
           END-IF.
           IF WS-FSTATUS NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ARTICULOS - FSTATUS: '
                      WS-FSTATUS
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ARTICULOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE REGISTRO-ENTRADA TO REGISTRO-ARTICULOS.
           EVALUATE TRUE
              WHEN ES-REG-CABECERA
                 CONTINUE
              WHEN ES-REG-COLA
                 MOVE TRL-CANT-REG   TO WS-TRL-CANT
                 MOVE TRL-SUMA-STOCK TO WS-TRL-SUMA
                 SET SI-COLA-LEIDA TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-CONTA-REG
                 ADD FD-STOCK TO WS-SUMA-STOCK
                 IF WS-ART-CANT NOT LESS THAN 5000
                    DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS EXCEDIDO '
                            '- SE DETIENE EL PROCESO'
                    PERFORM 930-ESCRIBIR-BITACORA
                        THRU F-930-ESCRIBIR-BITACORA
                    CLOSE BITACORA
                    CLOSE ARTICULOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ART-CANT
                 SET WS-IX-ART TO WS-ART-CANT
                 MOVE FD-ARTICULO TO WS-ART-ARTICULO (WS-IX-ART)
                 MOVE FD-MARCA    TO WS-ART-MARCA (WS-IX-ART)
                 MOVE FD-STOCK    TO WS-ART-STOCK (WS-IX-ART)
                 MOVE ZEROES      TO WS-ART-VENDIDO (WS-IX-ART)
           END-EVALUATE.
       F-115-LEER-ARTICULO.
           EXIT.

      *------------------------------------------------

       120-CARGAR-REPOSICION.
           OPEN INPUT REPOSICION.
           IF WS-FSTATUS-REF NOT = '00'
              IF WS-FSTATUS-REF = '35'
                 DISPLAY 'SIN ARCHIVO REPOSICION_Articulos.TXT - '
                         'NO HAY VALORES ANTERIORES'
                 GO TO F-120-CARGAR-REPOSICION
              END-IF
              DISPLAY 'ERROR AL ABRIR REPOSICION - FSTATUS: '
                      WS-FSTATUS-REF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-REF TO TRUE.
           PERFORM 125-LEER-REPOSICION THRU F-125-LEER-REPOSICION
               UNTIL SI-FIN-REF.
           CLOSE REPOSICION.
       F-120-CARGAR-REPOSICION.
           EXIT.

      *------------------------------------------------

       125-LEER-REPOSICION.
           READ REPOSICION NEXT
               AT END
                   SET SI-FIN-REF TO TRUE
           END-READ.
           IF SI-FIN-REF
              GO TO F-125-LEER-REPOSICION
           END-IF.
           IF WS-FSTATUS-REF NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN REPOSICION - FSTATUS: '
                      WS-FSTATUS-REF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPOSICION
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REF-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS EN '
                      'REPOSICION EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPOSICION
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-REF-CANT.
           SET WS-IX-REF TO WS-REF-CANT.
           MOVE RF-ARTICULO   TO WS-REF-ARTICULO (WS-IX-REF).
           MOVE RF-STOCK-MIN  TO WS-REF-MIN (WS-IX-REF).
           MOVE RF-STOCK-REPO TO WS-REF-REPO (WS-IX-REF).
           MOVE 'N'           TO WS-REF-USADO (WS-IX-REF).
       F-125-LEER-REPOSICION.
           EXIT.

      *------------------------------------------------

       130-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF WS-FSTATUS-PRV NOT = '00'
              IF WS-FSTATUS-PRV = '35'
                 DISPLAY 'SIN ARCHIVO PROVEEDORES_Datos.TXT - SE USA '
                         'LA DEMORA DE ENTREGA POR DEFECTO'
                 GO TO F-130-CARGAR-PROVEEDORES
              END-IF
              DISPLAY 'ERROR AL ABRIR PROVEEDORES - FSTATUS: '
                      WS-FSTATUS-PRV
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-PRV TO TRUE.
           PERFORM 135-LEER-PROVEEDOR THRU F-135-LEER-PROVEEDOR
               UNTIL SI-FIN-PRV.
           CLOSE PROVEEDORES.
       F-130-CARGAR-PROVEEDORES.
           EXIT.

      *------------------------------------------------

       135-LEER-PROVEEDOR.
           READ PROVEEDORES NEXT
               AT END
                   SET SI-FIN-PRV TO TRUE
           END-READ.
           IF SI-FIN-PRV
              GO TO F-135-LEER-PROVEEDOR
           END-IF.
           IF WS-FSTATUS-PRV NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PROVEEDORES - FSTATUS: '
                      WS-FSTATUS-PRV
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROVEEDORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PRV-CANT NOT LESS THAN 200
              DISPLAY 'ERROR: LIMITE DE 200 PROVEEDORES EXCEDIDO '
                      '- SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROVEEDORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PRV-CANT.
           SET WS-IX-PRV TO WS-PRV-CANT.
           MOVE PV-PROVEEDOR    TO WS-PRV-CODIGO (WS-IX-PRV).
           MOVE PV-DIAS-ENTREGA TO WS-PRV-DIAS (WS-IX-PRV).
       F-135-LEER-PROVEEDOR.
           EXIT.

      *------------------------------------------------

       140-CARGAR-PROV-ART.
           OPEN INPUT PROV-ARTICULOS.
           IF WS-FSTATUS-PVA NOT = '00'
              IF WS-FSTATUS-PVA = '35'
                 DISPLAY 'SIN ARCHIVO PROVEEDORES_Articulos.TXT - SE '
                         'USA LA DEMORA DE ENTREGA POR DEFECTO'
                 GO TO F-140-CARGAR-PROV-ART
              END-IF
              DISPLAY 'ERROR AL ABRIR PROVEEDORES ARTICULOS - '
                      'FSTATUS: ' WS-FSTATUS-PVA
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-PVA TO TRUE.
           PERFORM 145-LEER-PROV-ART THRU F-145-LEER-PROV-ART
               UNTIL SI-FIN-PVA.
           CLOSE PROV-ARTICULOS.
       F-140-CARGAR-PROV-ART.
           EXIT.

      *------------------------------------------------

       145-LEER-PROV-ART.
           READ PROV-ARTICULOS NEXT
               AT END
                   SET SI-FIN-PVA TO TRUE
           END-READ.
           IF SI-FIN-PVA
              GO TO F-145-LEER-PROV-ART
           END-IF.
           IF WS-FSTATUS-PVA NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN PROVEEDORES ARTICULOS - '
                      'FSTATUS: ' WS-FSTATUS-PVA
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROV-ARTICULOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PVA-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS POR '
                      'PROVEEDOR EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE PROV-ARTICULOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PVA-CANT.
           SET WS-IX-PVA TO WS-PVA-CANT.
           MOVE PA-ARTICULO  TO WS-PVA-ARTICULO (WS-IX-PVA).
           MOVE PA-PROVEEDOR TO WS-PVA-PROVEEDOR (WS-IX-PVA).
       F-145-LEER-PROV-ART.
           EXIT.

      *------------------------------------------------

       150-CARGAR-INDICE.
           OPEN INPUT INDICE.
           IF WS-FSTATUS-IND NOT = '00'
              GO TO F-150-CARGAR-INDICE
           END-IF.
           SET NO-FIN-IND TO TRUE.
           PERFORM 155-LEER-INDICE THRU F-155-LEER-INDICE
               UNTIL SI-FIN-IND.
           CLOSE INDICE.
       F-150-CARGAR-INDICE.
           EXIT.

      *------------------------------------------------

       155-LEER-INDICE.
           READ INDICE
               AT END
                   SET SI-FIN-IND TO TRUE
           END-READ.
           IF SI-FIN-IND
              GO TO F-155-LEER-INDICE
           END-IF.
           IF AI-ANIO NOT NUMERIC OR AI-FECHA-CORTE NOT NUMERIC
              GO TO F-155-LEER-INDICE
           END-IF.
           IF AI-FECHA-CORTE GREATER THAN WS-FECHA-CORTE
              MOVE AI-FECHA-CORTE TO WS-FECHA-CORTE
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-FECHA-LIMITE.
           IF AI-ANIO LESS THAN WS-FLI-AAAA
              GO TO F-155-LEER-INDICE
           END-IF.
           MOVE WS-FECHA-HOY-N TO WS-FECHA-LIMITE.
           IF AI-ANIO GREATER THAN WS-FLI-AAAA
              OR WS-ANI-CANT NOT LESS THAN 100
              GO TO F-155-LEER-INDICE
           END-IF.
           ADD 1 TO WS-ANI-CANT.
           SET WS-IX-ANI TO WS-ANI-CANT.
           MOVE AI-ANIO TO WS-ANI-ANIO (WS-IX-ANI).
       F-155-LEER-INDICE.
           EXIT.

      *------------------------------------------------

       160-LEER-ARCHIVO.
           MOVE WS-ANI-ANIO (WS-IX-ANI) TO WS-NA-ANIO.
           OPEN INPUT ARCHIVO-ANIO.
           IF WS-FSTATUS-ANI NOT = '00'
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTA-ARCHIVOS.
           SET NO-FIN-ANI TO TRUE.
           PERFORM 165-PROCESO-ARCHIVO THRU F-165-PROCESO-ARCHIVO
               UNTIL SI-FIN-ANI.
           CLOSE ARCHIVO-ANIO.
       F-160-LEER-ARCHIVO.
           EXIT.

      *------------------------------------------------

       165-PROCESO-ARCHIVO.
           READ ARCHIVO-ANIO INTO REGISTRO-HISTORIAL
               AT END
                   SET SI-FIN-ANI TO TRUE
           END-READ.
           IF SI-FIN-ANI
              GO TO F-165-PROCESO-ARCHIVO
           END-IF.
           IF WS-FSTATUS-ANI NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ' WS-NOMBRE-ARCHIVO
                      ' - FSTATUS: ' WS-FSTATUS-ANI
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ARCHIVO-ANIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 205-EVALUAR-VENTA THRU F-205-EVALUAR-VENTA.
       F-165-PROCESO-ARCHIVO.
           EXIT.

      *------------------------------------------------

       200-ACUMULAR-VENTAS.
           PERFORM 205-EVALUAR-VENTA THRU F-205-EVALUAR-VENTA.
           PERFORM 210-LEER-HISTORIAL THRU F-210-LEER-HISTORIAL.
       F-200-ACUMULAR-VENTAS.
           EXIT.

      *------------------------------------------------

       205-EVALUAR-VENTA.
           ADD 1 TO WS-CONTA-HIS-LEIDOS.
           IF HS-TIPO = 'S'
              AND HS-ORIGEN NOT = 'I'
              AND HS-FECHA IS NUMERIC
              AND HS-FECHA NOT LESS THAN WS-FECHA-DESDE
              AND HS-FECHA NOT GREATER THAN WS-FECHA-HOY-N
              AND HS-CANTIDAD IS NUMERIC
              SET WS-IX-ART TO 1
              SEARCH WS-ART-ELEM
                 AT END
                    CONTINUE
                 WHEN WS-ART-ARTICULO (WS-IX-ART) EQUAL HS-ARTICULO
                    ADD HS-CANTIDAD TO WS-ART-VENDIDO (WS-IX-ART)
                    ADD HS-CANTIDAD TO WS-UNIDADES-VENTANA
                    ADD 1 TO WS-CONTA-HIS-VENTAS
              END-SEARCH
           END-IF.
       F-205-EVALUAR-VENTA.
           EXIT.

      *------------------------------------------------

       210-LEER-HISTORIAL.
           READ HISTORIAL
               AT END
                   SET SI-FIN-HIS TO TRUE
           END-READ.
           IF NOT SI-FIN-HIS AND WS-FSTATUS-HIS NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN HISTORIAL - FSTATUS: '
                      WS-FSTATUS-HIS
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE HISTORIAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-210-LEER-HISTORIAL.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           CLOSE HISTORIAL.

           OPEN OUTPUT REPOSICION-NUE.
           OPEN OUTPUT REPORTE-DEM.
           MOVE WS-FECHA-DD         TO LED-DD.
           MOVE WS-FECHA-MM         TO LED-MM.
           MOVE WS-FECHA-AAAA       TO LED-AAAA.
           MOVE WS-FECHA-DESDE      TO LED-DESDE.
           MOVE WS-FECHA-HOY-N      TO LED-HASTA.
           MOVE WS-SEMANAS          TO LED-SEMANAS.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-DEM.
           MOVE WS-DIAS-SEGURIDAD   TO LPD-SEGURIDAD.
           MOVE WS-DIAS-COBERTURA   TO LPD-COBERTURA.
           MOVE WS-DIAS-ENTREGA-DEF TO LPD-ENTREGA.
           WRITE LINEA-REPORTE FROM LIN-PARAMETROS-DEM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'NUEVOS VALORES DE REPOSICION' TO LSD-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-DEM.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-DET.
           PERFORM 310-CALCULAR-ARTICULO THRU F-310-CALCULAR-ARTICULO
               VARYING WS-IX-A FROM 1 BY 1
               UNTIL WS-IX-A > WS-ART-CANT.
           CLOSE REPOSICION-NUE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'ARTICULOS SIN VENTAS EN EL PERIODO' TO LSD-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-DEM.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-SIN.
           PERFORM 330-LINEA-SIN-VENTAS THRU F-330-LINEA-SIN-VENTAS
               VARYING WS-IX-A FROM 1 BY 1
               UNTIL WS-IX-A > WS-ART-CANT.
           PERFORM 340-LINEA-QUITADO THRU F-340-LINEA-QUITADO
               VARYING WS-IX-A FROM 1 BY 1
               UNTIL WS-IX-A > WS-REF-CANT.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-ART-CANT         TO LTD-ARTICULOS.
           MOVE WS-CONTA-CON-VENTAS TO LTD-CON-VENTAS.
           MOVE WS-CONTA-SIN-VENTAS TO LTD-SIN-VENTAS.
           MOVE WS-CONTA-SIN-PROV   TO LTD-SIN-PROV.
           MOVE WS-CONTA-QUITADOS   TO LTD-QUITADOS.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-DEM.
           MOVE WS-CONTA-GRABADOS   TO LTD-GRABADOS.
           MOVE WS-UNIDADES-VENTANA TO LTD-UNIDADES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-DEM-2.
           WRITE LINEA-REPORTE FROM LIN-AVISO-DEM.
           CLOSE REPORTE-DEM.

           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-CALCULAR-ARTICULO.
           IF WS-ART-VENDIDO (WS-IX-A) = 0
              ADD 1 TO WS-CONTA-SIN-VENTAS
              GO TO F-310-CALCULAR-ARTICULO
           END-IF.
           ADD 1 TO WS-CONTA-CON-VENTAS.
           MOVE SPACES TO WS-OBS.
           PERFORM 315-VALORES-ANTERIORES
               THRU F-315-VALORES-ANTERIORES.

           MOVE WS-DIAS-ENTREGA-DEF TO WS-DIAS-ENTREGA.
           SET WS-IX-PVA TO 1.
           SEARCH WS-PVA-ELEM
              AT END
                 MOVE 'SIN PROV' TO WS-OBS
                 ADD 1 TO WS-CONTA-SIN-PROV
              WHEN WS-PVA-ARTICULO (WS-IX-PVA)
                   EQUAL WS-ART-ARTICULO (WS-IX-A)
                 PERFORM 320-DEMORA-PROVEEDOR
                     THRU F-320-DEMORA-PROVEEDOR
           END-SEARCH.

           COMPUTE WS-PROMEDIO ROUNDED =
                   WS-ART-VENDIDO (WS-IX-A) / WS-DIAS-VENTANA
               ON SIZE ERROR
                  MOVE 99999.999 TO WS-PROMEDIO
           END-COMPUTE.
           IF WS-PROMEDIO = 0
              MOVE 0.001 TO WS-PROMEDIO
           END-IF.
           COMPUTE WS-COBERTURA =
                   WS-ART-STOCK (WS-IX-A) / WS-PROMEDIO
               ON SIZE ERROR
                  MOVE 99999 TO WS-COBERTURA
           END-COMPUTE.

           COMPUTE WS-DIAS-CALCULO = WS-DIAS-ENTREGA
                                   + WS-DIAS-SEGURIDAD.
           PERFORM 325-REDONDEAR-ARRIBA THRU F-325-REDONDEAR-ARRIBA.
           MOVE WS-CALCULO-ENTERO TO WS-NUEVO-MIN.

           COMPUTE WS-DIAS-CALCULO = WS-DIAS-ENTREGA
                                   + WS-DIAS-SEGURIDAD
                                   + WS-DIAS-COBERTURA.
           PERFORM 325-REDONDEAR-ARRIBA THRU F-325-REDONDEAR-ARRIBA.
           MOVE WS-CALCULO-ENTERO TO WS-NUEVO-REPO.
           IF WS-NUEVO-MIN = 0
              MOVE 1 TO WS-NUEVO-MIN
           END-IF.
           IF WS-NUEVO-REPO NOT GREATER THAN WS-NUEVO-MIN
              COMPUTE WS-NUEVO-REPO = WS-NUEVO-MIN + 1
           END-IF.

           MOVE WS-ART-ARTICULO (WS-IX-A) TO RN-ARTICULO.
           MOVE WS-NUEVO-MIN              TO RN-STOCK-MIN.
           MOVE WS-NUEVO-REPO             TO RN-STOCK-REPO.
           WRITE REGISTRO-REPOSICION-NUE.
           ADD 1 TO WS-CONTA-GRABADOS.

           MOVE WS-ART-ARTICULO (WS-IX-A) TO LDD-ARTICULO.
           MOVE WS-ART-MARCA (WS-IX-A)    TO LDD-MARCA.
           MOVE WS-ART-STOCK (WS-IX-A)    TO LDD-STOCK.
           MOVE WS-ART-VENDIDO (WS-IX-A)  TO LDD-VENDIDO.
           MOVE WS-PROMEDIO               TO LDD-PROMEDIO.
           MOVE WS-COBERTURA              TO LDD-COBERTURA.
           MOVE WS-DIAS-ENTREGA           TO LDD-ENTREGA.
           MOVE WS-ANT-MIN                TO LDD-MIN-ANT.
           MOVE WS-NUEVO-MIN              TO LDD-MIN-NUEVO.
           MOVE WS-ANT-REPO               TO LDD-REPO-ANT.
           MOVE WS-NUEVO-REPO             TO LDD-REPO-NUEVO.
           MOVE WS-OBS                    TO LDD-OBS.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-DEM.
       F-310-CALCULAR-ARTICULO.
           EXIT.

      *------------------------------------------------

       315-VALORES-ANTERIORES.
           MOVE ZEROES TO WS-ANT-MIN.
           MOVE ZEROES TO WS-ANT-REPO.
           IF WS-REF-CANT = 0
              MOVE 'NUEVO' TO WS-OBS
              GO TO F-315-VALORES-ANTERIORES
           END-IF.
           SET WS-IX-REF TO 1.
           SEARCH WS-REF-ELEM
              AT END
                 MOVE 'NUEVO' TO WS-OBS
              WHEN WS-REF-ARTICULO (WS-IX-REF)
                   EQUAL WS-ART-ARTICULO (WS-IX-A)
                 MOVE WS-REF-MIN (WS-IX-REF)  TO WS-ANT-MIN
                 MOVE WS-REF-REPO (WS-IX-REF) TO WS-ANT-REPO
                 MOVE 'S' TO WS-REF-USADO (WS-IX-REF)
           END-SEARCH.
       F-315-VALORES-ANTERIORES.
           EXIT.

      *------------------------------------------------

       320-DEMORA-PROVEEDOR.
           IF WS-PRV-CANT = 0
              MOVE 'SIN PROV' TO WS-OBS
              ADD 1 TO WS-CONTA-SIN-PROV
              GO TO F-320-DEMORA-PROVEEDOR
           END-IF.
           SET WS-IX-PRV TO 1.
           SEARCH WS-PRV-ELEM
              AT END
                 MOVE 'SIN PROV' TO WS-OBS
                 ADD 1 TO WS-CONTA-SIN-PROV
              WHEN WS-PRV-CODIGO (WS-IX-PRV)
                   EQUAL WS-PVA-PROVEEDOR (WS-IX-PVA)
                 MOVE WS-PRV-DIAS (WS-IX-PRV) TO WS-DIAS-ENTREGA
           END-SEARCH.
       F-320-DEMORA-PROVEEDOR.
           EXIT.

      *------------------------------------------------

       325-REDONDEAR-ARRIBA.
           COMPUTE WS-CALCULO = WS-PROMEDIO * WS-DIAS-CALCULO.
           MOVE WS-CALCULO TO WS-CALCULO-ENTERO.
           IF WS-CALCULO GREATER THAN WS-CALCULO-ENTERO
              ADD 1 TO WS-CALCULO-ENTERO
           END-IF.
       F-325-REDONDEAR-ARRIBA.
           EXIT.

      *------------------------------------------------

       330-LINEA-SIN-VENTAS.
           IF WS-ART-VENDIDO (WS-IX-A) NOT = 0
              GO TO F-330-LINEA-SIN-VENTAS
           END-IF.
           MOVE SPACES TO WS-OBS.
           PERFORM 315-VALORES-ANTERIORES
               THRU F-315-VALORES-ANTERIORES.
           MOVE WS-ART-ARTICULO (WS-IX-A) TO LDS-ARTICULO.
           MOVE WS-ART-MARCA (WS-IX-A)    TO LDS-MARCA.
           MOVE WS-ART-STOCK (WS-IX-A)    TO LDS-STOCK.
           MOVE WS-ANT-MIN                TO LDS-MIN-ANT.
           MOVE WS-ANT-REPO               TO LDS-REPO-ANT.
           IF WS-OBS = 'NUEVO'
              MOVE 'SIN REPOSICION' TO LDS-OBS
           ELSE
              MOVE 'SE QUITA DE REPOSICION' TO LDS-OBS
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-SIN.
       F-330-LINEA-SIN-VENTAS.
           EXIT.

      *------------------------------------------------

       340-LINEA-QUITADO.
           IF WS-REF-USADO (WS-IX-A) = 'S'
              GO TO F-340-LINEA-QUITADO
           END-IF.
           ADD 1 TO WS-CONTA-QUITADOS.
           MOVE WS-REF-ARTICULO (WS-IX-A) TO LDS-ARTICULO.
           MOVE SPACES                    TO LDS-MARCA.
           MOVE ZEROES                    TO LDS-STOCK.
           MOVE WS-REF-MIN (WS-IX-A)      TO LDS-MIN-ANT.
           MOVE WS-REF-REPO (WS-IX-A)     TO LDS-REPO-ANT.
           MOVE 'NO ESTA EN ARTICULOS' TO LDS-OBS.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-SIN.
       F-340-LINEA-QUITADO.
           EXIT.

      *------------------------------------------------

       930-ESCRIBIR-BITACORA.
           MOVE WS-FECHA-DD      TO LB-DD.
           MOVE WS-FECHA-MM      TO LB-MM.
           MOVE WS-FECHA-AAAA    TO LB-AAAA.
           MOVE WS-HI-HH         TO LB-HH.
           MOVE WS-HI-MM         TO LB-MI.
           MOVE WS-HI-SS         TO LB-SS.
           MOVE WS-ART-CANT         TO LB-ARTICULOS.
           MOVE WS-CONTA-CON-VENTAS TO LB-CON-VENTAS.
           MOVE WS-CONTA-GRABADOS   TO LB-GRABADOS.
           MOVE WS-CONTA-ARCHIVOS   TO LB-ARCHIVOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.
