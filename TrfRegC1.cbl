      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrfRegC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROPUESTA
           ASSIGN TO "PROPUESTA_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-PRO.

           SELECT REGISTRO-TRF
           ASSIGN TO "TRANSFERENCIAS_Registro.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-RTF.

           SELECT NUMERADOR
           ASSIGN TO "NUMERADOR_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-NUM.

           SELECT CONFIRMACIONES
           ASSIGN TO "CONFIRMACION_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-CNF.

           SELECT MOVIMIENTOS-TRF
           ASSIGN TO "MOVIMIENTOS_Transferencias.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-MOV.

           SELECT REPORTE-REG
           ASSIGN TO "REPORTE_TransfRegistro.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REP.

           SELECT BITACORA
           ASSIGN TO "BITACORA_TrfRegC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

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
              88 TP-RECHAZADA   VALUE 'X'.

       FD REGISTRO-TRF.
       01  REGISTRO-TRANSFERENCIA.
           03 RT-DOCUMENTO   PIC 9(06).
           03 RT-FECHA       PIC 9(08).
           03 RT-SUC-ORIGEN  PIC 9(02).
           03 RT-SUC-DESTINO PIC 9(02).
           03 RT-ARTICULO    PIC X(10).
           03 RT-TALLE       PIC X(10).
           03 RT-CANTIDAD    PIC 9(07).
           03 RT-ESTADO      PIC X(01).
              88 RT-EN-TRANSITO VALUE 'T'.
              88 RT-RECIBIDA    VALUE 'R'.
           03 RT-FECHA-RECEP PIC 9(08).

       FD NUMERADOR.
       01  REGISTRO-NUMERADOR.
           03 NU-ULTIMO-DOC  PIC 9(06).

       FD CONFIRMACIONES.
       01  REGISTRO-CONFIRMACION.
           03 CF-DOCUMENTO   PIC 9(06).
           03 CF-SUCURSAL    PIC 9(02).
           03 CF-FECHA       PIC 9(08).

       FD MOVIMIENTOS-TRF.
       01  REGISTRO-MOV-TRF.
           03 MT-DOCUMENTO   PIC 9(06).
           03 MT-SUCURSAL    PIC 9(02).
           03 MT-ARTICULO    PIC X(10).
           03 MT-TIPO        PIC X(01).
           03 MT-CANTIDAD    PIC 9(07).
           03 MT-FECHA       PIC 9(08).

       FD REPORTE-REG.
       01  LINEA-REPORTE         PIC X(132).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN-PRO            PIC X(1) VALUE 'N'.
           88 SI-FIN-PRO         VALUE 'S'.
           88 NO-FIN-PRO         VALUE 'N'.

       01  WS-FIN-RTF            PIC X(1) VALUE 'N'.
           88 SI-FIN-RTF         VALUE 'S'.
           88 NO-FIN-RTF         VALUE 'N'.

       01  WS-FIN-CNF            PIC X(1) VALUE 'N'.
           88 SI-FIN-CNF         VALUE 'S'.
           88 NO-FIN-CNF         VALUE 'N'.

       01  WS-DOC-ENCONTRADO     PIC X(1) VALUE 'N'.
           88 SI-DOC-ENCONTRADO  VALUE 'S'.
           88 NO-DOC-ENCONTRADO  VALUE 'N'.

       77  WS-FSTATUS-PRO        PIC X(2).
       77  WS-FSTATUS-RTF        PIC X(2).
       77  WS-FSTATUS-NUM        PIC X(2).
       77  WS-FSTATUS-CNF        PIC X(2).
       77  WS-FSTATUS-MOV        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-ULTIMO-DOC         PIC 9(06) VALUE 0.
       77  WS-DOCUMENTO          PIC 9(06) VALUE 0.
       77  WS-MOTIVO             PIC X(30).
       77  WS-CONTA-APROBADAS    PIC 9(07) VALUE 0.
       77  WS-CONTA-RECHAZADAS   PIC 9(07) VALUE 0.
       77  WS-CONTA-DOCUMENTOS   PIC 9(07) VALUE 0.
       77  WS-CONTA-CONFIRMADAS  PIC 9(07) VALUE 0.
       77  WS-CONTA-CNF-RECH     PIC 9(07) VALUE 0.
       77  WS-CONTA-LINEAS-CNF   PIC 9(07) VALUE 0.
       77  WS-CONTA-TRANSITO     PIC 9(07) VALUE 0.
       77  WS-CONTA-DEPURADAS    PIC 9(07) VALUE 0.
       77  WS-UNIDADES-SALIDA    PIC 9(09) VALUE 0.
       77  WS-UNIDADES-ENTRADA   PIC 9(09) VALUE 0.
       77  WS-UNIDADES-TRANSITO  PIC 9(09) VALUE 0.
       77  WS-CONTA-DOC-TRANSITO PIC 9(07) VALUE 0.
       77  WS-CONTA-DOC-DESTINO  PIC 9(07) VALUE 0.
       77  WS-DIAS-TRANSITO      PIC 9(05) VALUE 0.
       77  WS-ESTADO-CONTROL     PIC X(05) VALUE 'OK'.
       77  WS-LINEA-BIT-CONTROL  PIC X(132).
       77  WS-IX-P               PIC 9(05) VALUE 0.
       77  WS-IX-R               PIC 9(05) VALUE 0.

       01  WS-TAB-PROPUESTA.
           03 WS-PRO-CANT        PIC 9(05) VALUE 0.
           03 WS-PRO-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-PRO-CANT.
              05 WS-PRO-ARTICULO PIC X(10).
              05 WS-PRO-TALLE    PIC X(10).
              05 WS-PRO-ORIGEN   PIC 9(02).
              05 WS-PRO-DESTINO  PIC 9(02).
              05 WS-PRO-CANTIDAD PIC 9(07).
              05 WS-PRO-FECHA    PIC 9(08).
              05 WS-PRO-ESTADO   PIC X(01).

       01  WS-TAB-REGISTRO.
           03 WS-REG-CANT        PIC 9(05) VALUE 0.
           03 WS-REG-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-REG-CANT.
              05 WS-REG-DOCUMENTO PIC 9(06).
              05 WS-REG-FECHA    PIC 9(08).
              05 WS-REG-ORIGEN   PIC 9(02).
              05 WS-REG-DESTINO  PIC 9(02).
              05 WS-REG-ARTICULO PIC X(10).
              05 WS-REG-TALLE    PIC X(10).
              05 WS-REG-CANTIDAD PIC 9(07).
              05 WS-REG-ESTADO   PIC X(01).
              05 WS-REG-FECHA-RECEP PIC 9(08).

       01  WS-TAB-DOCUMENTOS.
           03 WS-DOC-CANT        PIC 9(02) VALUE 0.
           03 WS-DOC-ELEM OCCURS 1 TO 12 TIMES
                          DEPENDING ON WS-DOC-CANT
                          INDEXED BY WS-IX-DOC.
              05 WS-DOC-ORIGEN   PIC 9(02).
              05 WS-DOC-DESTINO  PIC 9(02).
              05 WS-DOC-NUMERO   PIC 9(06).

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

       01  LIN-ENCABEZADO-REG.
           03 FILLER             PIC X(34) VALUE
              'REGISTRO DE TRANSFERENCIAS'.
           03 FILLER             PIC X(10) VALUE 'FECHA: '.
           03 LER-DD             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-MM             PIC 99.
           03 FILLER             PIC X(1) VALUE '/'.
           03 LER-AAAA           PIC 9999.

       01  LIN-SECCION-REG.
           03 FILLER             PIC X(4) VALUE '*** '.
           03 LSR-TITULO         PIC X(40).

       01  LIN-ENCABEZADO-MOV.
           03 FILLER             PIC X(11) VALUE 'DOCUMENTO'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'TALLE'.
           03 FILLER             PIC X(8)  VALUE 'ORIGEN'.
           03 FILLER             PIC X(9)  VALUE 'DESTINO'.
           03 FILLER             PIC X(10) VALUE 'CANTIDAD'.
           03 FILLER             PIC X(30) VALUE 'OBSERVACION'.

       01  LIN-DETALLE-MOV.
           03 LDM-DOCUMENTO      PIC Z(5)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 LDM-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDM-TALLE          PIC X(10).
           03 FILLER             PIC X(3) VALUE '  S'.
           03 LDM-ORIGEN         PIC 99.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 FILLER             PIC X(1) VALUE 'S'.
           03 LDM-DESTINO        PIC 99.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDM-CANTIDAD       PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDM-OBS            PIC X(30).

       01  LIN-ENCABEZADO-CNF.
           03 FILLER             PIC X(11) VALUE 'DOCUMENTO'.
           03 FILLER             PIC X(10) VALUE 'SUCURSAL'.
           03 FILLER             PIC X(12) VALUE 'FECHA'.
           03 FILLER             PIC X(8)  VALUE 'LINEAS'.
           03 FILLER             PIC X(30) VALUE 'RESULTADO'.

       01  LIN-DETALLE-CNF.
           03 LDC-DOCUMENTO      PIC Z(5)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 FILLER             PIC X(1) VALUE 'S'.
           03 LDC-SUCURSAL       PIC 99.
           03 FILLER             PIC X(7) VALUE SPACES.
           03 LDC-FECHA          PIC 9(08).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 LDC-LINEAS         PIC Z(4)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDC-RESULTADO      PIC X(30).

       01  LIN-ENCABEZADO-TRA.
           03 FILLER             PIC X(11) VALUE 'DOCUMENTO'.
           03 FILLER             PIC X(10) VALUE 'FECHA'.
           03 FILLER             PIC X(12) VALUE 'ARTICULO'.
           03 FILLER             PIC X(12) VALUE 'TALLE'.
           03 FILLER             PIC X(8)  VALUE 'ORIGEN'.
           03 FILLER             PIC X(9)  VALUE 'DESTINO'.
           03 FILLER             PIC X(10) VALUE 'CANTIDAD'.
           03 FILLER             PIC X(6)  VALUE 'DIAS'.

       01  LIN-DETALLE-TRA.
           03 LDT-DOCUMENTO      PIC Z(5)9.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 LDT-FECHA          PIC 9(08).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-ARTICULO       PIC X(10).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LDT-TALLE          PIC X(10).
           03 FILLER             PIC X(3) VALUE '  S'.
           03 LDT-ORIGEN         PIC 99.
           03 FILLER             PIC X(5) VALUE SPACES.
           03 FILLER             PIC X(1) VALUE 'S'.
           03 LDT-DESTINO        PIC 99.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDT-CANTIDAD       PIC Z(6)9.
           03 FILLER             PIC X(3) VALUE SPACES.
           03 LDT-DIAS           PIC Z(4)9.

       01  LIN-TOTAL-TRA.
           03 FILLER             PIC X(20) VALUE
              'LINEAS EN TRANSITO: '.
           03 LTR-LINEAS         PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' UNIDADES: '.
           03 LTR-UNIDADES       PIC Z(8)9.

       01  LIN-TOTAL-REG.
           03 FILLER             PIC X(12) VALUE 'APROBADAS: '.
           03 LTG-APROBADAS      PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' RECHAZADAS: '.
           03 LTG-RECHAZADAS     PIC Z(6)9.
           03 FILLER             PIC X(13) VALUE ' DOCUMENTOS: '.
           03 LTG-DOCUMENTOS     PIC Z(6)9.
           03 FILLER             PIC X(18) VALUE ' UNIDADES SALIDA: '.
           03 LTG-SALIDA         PIC Z(8)9.
           03 FILLER             PIC X(11) VALUE ' ENTRADA: '.
           03 LTG-ENTRADA        PIC Z(8)9.

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
           03 FILLER             PIC X(12) VALUE 'DOCUMENTOS: '.
           03 LB-DOCUMENTOS      PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' CONFIRMADOS: '.
           03 LB-CONFIRMADAS     PIC Z(6)9.
           03 FILLER             PIC X(14) VALUE ' EN TRANSITO: '.
           03 LB-TRANSITO        PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-REGISTRAR-APROBADAS
               THRU F-200-REGISTRAR-APROBADAS.
           PERFORM 250-CONFIRMAR THRU F-250-CONFIRMAR.
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

           OPEN INPUT NUMERADOR.
           IF WS-FSTATUS-NUM = '00'
              READ NUMERADOR
                  AT END
                      MOVE 0 TO NU-ULTIMO-DOC
              END-READ
              IF NU-ULTIMO-DOC IS NUMERIC
                 MOVE NU-ULTIMO-DOC TO WS-ULTIMO-DOC
              END-IF
              CLOSE NUMERADOR
           END-IF.

           OPEN INPUT REGISTRO-TRF.
           IF WS-FSTATUS-RTF = '00'
              SET NO-FIN-RTF TO TRUE
              PERFORM 110-CARGAR-REGISTRO THRU F-110-CARGAR-REGISTRO
                  UNTIL SI-FIN-RTF
              CLOSE REGISTRO-TRF
           ELSE
              IF WS-FSTATUS-RTF NOT = '35'
                 DISPLAY 'ERROR AL ABRIR REGISTRO-TRF - FSTATUS: '
                         WS-FSTATUS-RTF
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT PROPUESTA.
           IF WS-FSTATUS-PRO = '00'
              SET NO-FIN-PRO TO TRUE
              PERFORM 120-CARGAR-PROPUESTA THRU F-120-CARGAR-PROPUESTA
                  UNTIL SI-FIN-PRO
              CLOSE PROPUESTA
           ELSE
              IF WS-FSTATUS-PRO NOT = '35'
                 DISPLAY 'ERROR AL ABRIR PROPUESTA - FSTATUS: '
                         WS-FSTATUS-PRO
                 PERFORM 930-ESCRIBIR-BITACORA
                     THRU F-930-ESCRIBIR-BITACORA
                 CLOSE BITACORA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT REPORTE-REG.
           MOVE WS-FECHA-DD   TO LER-DD.
           MOVE WS-FECHA-MM   TO LER-MM.
           MOVE WS-FECHA-AAAA TO LER-AAAA.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-REG.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-CARGAR-REGISTRO.
           READ REGISTRO-TRF
               AT END
                   SET SI-FIN-RTF TO TRUE
           END-READ.
           IF SI-FIN-RTF
              GO TO F-110-CARGAR-REGISTRO
           END-IF.
           IF WS-REG-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 LINEAS DE TRANSFERENCIA '
                      'EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REGISTRO-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-REG-CANT.
           MOVE RT-DOCUMENTO   TO WS-REG-DOCUMENTO (WS-REG-CANT).
           MOVE RT-FECHA       TO WS-REG-FECHA (WS-REG-CANT).
           MOVE RT-SUC-ORIGEN  TO WS-REG-ORIGEN (WS-REG-CANT).
           MOVE RT-SUC-DESTINO TO WS-REG-DESTINO (WS-REG-CANT).
           MOVE RT-ARTICULO    TO WS-REG-ARTICULO (WS-REG-CANT).
           MOVE RT-TALLE       TO WS-REG-TALLE (WS-REG-CANT).
           MOVE RT-CANTIDAD    TO WS-REG-CANTIDAD (WS-REG-CANT).
           MOVE RT-ESTADO      TO WS-REG-ESTADO (WS-REG-CANT).
           MOVE RT-FECHA-RECEP TO WS-REG-FECHA-RECEP (WS-REG-CANT).
           IF RT-DOCUMENTO GREATER THAN WS-ULTIMO-DOC
              MOVE RT-DOCUMENTO TO WS-ULTIMO-DOC
           END-IF.
       F-110-CARGAR-REGISTRO.
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
           MOVE TP-ARTICULO    TO WS-PRO-ARTICULO (WS-PRO-CANT).
           MOVE TP-TALLE       TO WS-PRO-TALLE (WS-PRO-CANT).
           MOVE TP-SUC-ORIGEN  TO WS-PRO-ORIGEN (WS-PRO-CANT).
           MOVE TP-SUC-DESTINO TO WS-PRO-DESTINO (WS-PRO-CANT).
           MOVE TP-CANTIDAD    TO WS-PRO-CANTIDAD (WS-PRO-CANT).
           MOVE TP-FECHA       TO WS-PRO-FECHA (WS-PRO-CANT).
           MOVE TP-ESTADO      TO WS-PRO-ESTADO (WS-PRO-CANT).
       F-120-CARGAR-PROPUESTA.
           EXIT.

      *------------------------------------------------

       200-REGISTRAR-APROBADAS.
           MOVE 'TRANSFERENCIAS REGISTRADAS' TO LSR-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-REG.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-MOV.

           OPEN EXTEND MOVIMIENTOS-TRF.
           IF WS-FSTATUS-MOV = '35'
              OPEN OUTPUT MOVIMIENTOS-TRF
           END-IF.
           IF WS-FSTATUS-MOV NOT = '00'
              DISPLAY 'ERROR AL ABRIR MOVIMIENTOS-TRF - FSTATUS: '
                      WS-FSTATUS-MOV
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-REG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 210-LINEA-PROPUESTA THRU F-210-LINEA-PROPUESTA
               VARYING WS-IX-P FROM 1 BY 1
               UNTIL WS-IX-P > WS-PRO-CANT.
           CLOSE MOVIMIENTOS-TRF.

           IF WS-UNIDADES-SALIDA NOT = WS-UNIDADES-ENTRADA
              MOVE 'ERROR' TO WS-ESTADO-CONTROL
              DISPLAY 'ERROR: UNIDADES DE SALIDA Y ENTRADA NO '
                      'COINCIDEN'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTA-APROBADAS  TO LTG-APROBADAS.
           MOVE WS-CONTA-RECHAZADAS TO LTG-RECHAZADAS.
           MOVE WS-CONTA-DOCUMENTOS TO LTG-DOCUMENTOS.
           MOVE WS-UNIDADES-SALIDA  TO LTG-SALIDA.
           MOVE WS-UNIDADES-ENTRADA TO LTG-ENTRADA.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-REG.

           MOVE SPACES TO WS-LINEA-BIT-CONTROL.
           STRING 'CONTROL: SALIDAS='  DELIMITED BY SIZE
                  WS-UNIDADES-SALIDA   DELIMITED BY SIZE
                  ' ENTRADAS='         DELIMITED BY SIZE
                  WS-UNIDADES-ENTRADA  DELIMITED BY SIZE
                  ' ESTADO='           DELIMITED BY SIZE
                  WS-ESTADO-CONTROL    DELIMITED BY SPACE
                  INTO WS-LINEA-BIT-CONTROL.
           WRITE LINEA-BITACORA FROM WS-LINEA-BIT-CONTROL.
       F-200-REGISTRAR-APROBADAS.
           EXIT.

      *------------------------------------------------

       210-LINEA-PROPUESTA.
           IF WS-PRO-ESTADO (WS-IX-P) NOT = 'S'
              GO TO F-210-LINEA-PROPUESTA
           END-IF.
           MOVE WS-PRO-ARTICULO (WS-IX-P) TO LDM-ARTICULO.
           MOVE WS-PRO-TALLE (WS-IX-P)    TO LDM-TALLE.
           MOVE WS-PRO-ORIGEN (WS-IX-P)   TO LDM-ORIGEN.
           MOVE WS-PRO-DESTINO (WS-IX-P)  TO LDM-DESTINO.
           MOVE WS-PRO-CANTIDAD (WS-IX-P) TO LDM-CANTIDAD.

           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
              WHEN WS-PRO-CANTIDAD (WS-IX-P) NOT NUMERIC
                 MOVE 'CANTIDAD NO NUMERICA' TO WS-MOTIVO
              WHEN WS-PRO-CANTIDAD (WS-IX-P) = 0
                 MOVE 'CANTIDAD EN CERO' TO WS-MOTIVO
              WHEN WS-PRO-ORIGEN (WS-IX-P) NOT NUMERIC
                 OR WS-PRO-ORIGEN (WS-IX-P) < 1
                 OR WS-PRO-ORIGEN (WS-IX-P) > 4
                 MOVE 'SUCURSAL ORIGEN INVALIDA' TO WS-MOTIVO
              WHEN WS-PRO-DESTINO (WS-IX-P) NOT NUMERIC
                 OR WS-PRO-DESTINO (WS-IX-P) < 1
                 OR WS-PRO-DESTINO (WS-IX-P) > 4
                 MOVE 'SUCURSAL DESTINO INVALIDA' TO WS-MOTIVO
              WHEN WS-PRO-ORIGEN (WS-IX-P) = WS-PRO-DESTINO (WS-IX-P)
                 MOVE 'ORIGEN IGUAL A DESTINO' TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
              MOVE 'X' TO WS-PRO-ESTADO (WS-IX-P)
              ADD 1 TO WS-CONTA-RECHAZADAS
              MOVE 0 TO LDM-DOCUMENTO
              MOVE WS-MOTIVO TO LDM-OBS
              WRITE LINEA-REPORTE FROM LIN-DETALLE-MOV
              GO TO F-210-LINEA-PROPUESTA
           END-IF.

           IF WS-REG-CANT NOT LESS THAN 5000
              DISPLAY 'ERROR: LIMITE DE 5000 LINEAS DE TRANSFERENCIA '
                      'EXCEDIDO - SE DETIENE EL PROCESO'
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-REG
              CLOSE MOVIMIENTOS-TRF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 220-ASIGNAR-DOCUMENTO THRU F-220-ASIGNAR-DOCUMENTO.

           MOVE WS-DOCUMENTO              TO MT-DOCUMENTO.
           MOVE WS-PRO-ORIGEN (WS-IX-P)   TO MT-SUCURSAL.
           MOVE WS-PRO-ARTICULO (WS-IX-P) TO MT-ARTICULO.
           MOVE 'S'                       TO MT-TIPO.
           MOVE WS-PRO-CANTIDAD (WS-IX-P) TO MT-CANTIDAD.
           MOVE WS-FECHA-HOY-N            TO MT-FECHA.
           WRITE REGISTRO-MOV-TRF.
           ADD WS-PRO-CANTIDAD (WS-IX-P) TO WS-UNIDADES-SALIDA.

           MOVE WS-PRO-DESTINO (WS-IX-P)  TO MT-SUCURSAL.
           MOVE 'E'                       TO MT-TIPO.
           WRITE REGISTRO-MOV-TRF.
           ADD WS-PRO-CANTIDAD (WS-IX-P) TO WS-UNIDADES-ENTRADA.

           ADD 1 TO WS-REG-CANT.
           MOVE WS-DOCUMENTO TO WS-REG-DOCUMENTO (WS-REG-CANT).
           MOVE WS-FECHA-HOY-N TO WS-REG-FECHA (WS-REG-CANT).
           MOVE WS-PRO-ORIGEN (WS-IX-P)
                TO WS-REG-ORIGEN (WS-REG-CANT).
           MOVE WS-PRO-DESTINO (WS-IX-P)
                TO WS-REG-DESTINO (WS-REG-CANT).
           MOVE WS-PRO-ARTICULO (WS-IX-P)
                TO WS-REG-ARTICULO (WS-REG-CANT).
           MOVE WS-PRO-TALLE (WS-IX-P)
                TO WS-REG-TALLE (WS-REG-CANT).
           MOVE WS-PRO-CANTIDAD (WS-IX-P)
                TO WS-REG-CANTIDAD (WS-REG-CANT).
           MOVE 'T' TO WS-REG-ESTADO (WS-REG-CANT).
           MOVE 0 TO WS-REG-FECHA-RECEP (WS-REG-CANT).

           MOVE 'P' TO WS-PRO-ESTADO (WS-IX-P).
           ADD 1 TO WS-CONTA-APROBADAS.
           MOVE WS-DOCUMENTO TO LDM-DOCUMENTO.
           MOVE 'REGISTRADA - EN TRANSITO' TO LDM-OBS.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-MOV.
       F-210-LINEA-PROPUESTA.
           EXIT.

      *------------------------------------------------

       220-ASIGNAR-DOCUMENTO.
           SET WS-IX-DOC TO 1.
           SEARCH WS-DOC-ELEM
              AT END
                 ADD 1 TO WS-ULTIMO-DOC
                 ADD 1 TO WS-CONTA-DOCUMENTOS
                 ADD 1 TO WS-DOC-CANT
                 SET WS-IX-DOC TO WS-DOC-CANT
                 MOVE WS-PRO-ORIGEN (WS-IX-P)
                      TO WS-DOC-ORIGEN (WS-IX-DOC)
                 MOVE WS-PRO-DESTINO (WS-IX-P)
                      TO WS-DOC-DESTINO (WS-IX-DOC)
                 MOVE WS-ULTIMO-DOC TO WS-DOC-NUMERO (WS-IX-DOC)
              WHEN WS-DOC-ORIGEN (WS-IX-DOC) = WS-PRO-ORIGEN (WS-IX-P)
               AND WS-DOC-DESTINO (WS-IX-DOC) = WS-PRO-DESTINO (WS-IX-P)
                 CONTINUE
           END-SEARCH.
           MOVE WS-DOC-NUMERO (WS-IX-DOC) TO WS-DOCUMENTO.
       F-220-ASIGNAR-DOCUMENTO.
           EXIT.

      *------------------------------------------------

       250-CONFIRMAR.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'CONFIRMACIONES DE RECEPCION' TO LSR-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-REG.
           OPEN INPUT CONFIRMACIONES.
           IF WS-FSTATUS-CNF = '35'
              MOVE 'SIN CONFIRMACIONES PARA PROCESAR' TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              GO TO F-250-CONFIRMAR
           END-IF.
           IF WS-FSTATUS-CNF NOT = '00'
              DISPLAY 'ERROR AL ABRIR CONFIRMACIONES - FSTATUS: '
                      WS-FSTATUS-CNF
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE REPORTE-REG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-CNF.
           SET NO-FIN-CNF TO TRUE.
           PERFORM 255-LEER-CONFIRMACION THRU F-255-LEER-CONFIRMACION.
           PERFORM 260-APLICAR-CONFIRMACION
               THRU F-260-APLICAR-CONFIRMACION
               UNTIL SI-FIN-CNF.
           CLOSE CONFIRMACIONES.
       F-250-CONFIRMAR.
           EXIT.

      *------------------------------------------------

       255-LEER-CONFIRMACION.
           READ CONFIRMACIONES
               AT END
                   SET SI-FIN-CNF TO TRUE
           END-READ.
       F-255-LEER-CONFIRMACION.
           EXIT.

      *------------------------------------------------

       260-APLICAR-CONFIRMACION.
           MOVE CF-DOCUMENTO TO LDC-DOCUMENTO.
           MOVE CF-SUCURSAL  TO LDC-SUCURSAL.
           MOVE CF-FECHA     TO LDC-FECHA.
           MOVE 0 TO WS-CONTA-LINEAS-CNF.
           MOVE 0 TO WS-CONTA-DOC-TRANSITO.
           MOVE 0 TO WS-CONTA-DOC-DESTINO.
           SET NO-DOC-ENCONTRADO TO TRUE.

           IF CF-DOCUMENTO NOT NUMERIC OR CF-SUCURSAL NOT NUMERIC
              MOVE 'CONFIRMACION INVALIDA' TO LDC-RESULTADO
              ADD 1 TO WS-CONTA-CNF-RECH
           ELSE
              IF CF-FECHA NOT NUMERIC OR CF-FECHA = 0
                 MOVE WS-FECHA-HOY-N TO CF-FECHA
                 MOVE CF-FECHA TO LDC-FECHA
              END-IF
              PERFORM 265-EXAMINAR-LINEA THRU F-265-EXAMINAR-LINEA
                  VARYING WS-IX-R FROM 1 BY 1
                  UNTIL WS-IX-R > WS-REG-CANT
              EVALUATE TRUE
                 WHEN NO-DOC-ENCONTRADO
                    MOVE 'DOCUMENTO INEXISTENTE' TO LDC-RESULTADO
                    ADD 1 TO WS-CONTA-CNF-RECH
                 WHEN WS-CONTA-DOC-DESTINO = 0
                    MOVE 'SUCURSAL NO ES DESTINO' TO LDC-RESULTADO
                    ADD 1 TO WS-CONTA-CNF-RECH
                 WHEN WS-CONTA-DOC-TRANSITO = 0
                    MOVE 'DOCUMENTO YA CONFIRMADO' TO LDC-RESULTADO
                    ADD 1 TO WS-CONTA-CNF-RECH
                 WHEN OTHER
                    PERFORM 270-MARCAR-RECIBIDA
                        THRU F-270-MARCAR-RECIBIDA
                        VARYING WS-IX-R FROM 1 BY 1
                        UNTIL WS-IX-R > WS-REG-CANT
                    MOVE 'RECEPCION CONFIRMADA' TO LDC-RESULTADO
                    ADD 1 TO WS-CONTA-CONFIRMADAS
              END-EVALUATE
           END-IF.
           MOVE WS-CONTA-LINEAS-CNF TO LDC-LINEAS.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-CNF.
           PERFORM 255-LEER-CONFIRMACION THRU F-255-LEER-CONFIRMACION.
       F-260-APLICAR-CONFIRMACION.
           EXIT.

      *------------------------------------------------

       265-EXAMINAR-LINEA.
           IF WS-REG-DOCUMENTO (WS-IX-R) NOT = CF-DOCUMENTO
              GO TO F-265-EXAMINAR-LINEA
           END-IF.
           SET SI-DOC-ENCONTRADO TO TRUE.
           IF WS-REG-DESTINO (WS-IX-R) NOT = CF-SUCURSAL
              GO TO F-265-EXAMINAR-LINEA
           END-IF.
           ADD 1 TO WS-CONTA-DOC-DESTINO.
           IF WS-REG-ESTADO (WS-IX-R) = 'T'
              ADD 1 TO WS-CONTA-DOC-TRANSITO
           END-IF.
       F-265-EXAMINAR-LINEA.
           EXIT.

      *------------------------------------------------

       270-MARCAR-RECIBIDA.
           IF WS-REG-DOCUMENTO (WS-IX-R) = CF-DOCUMENTO
              AND WS-REG-DESTINO (WS-IX-R) = CF-SUCURSAL
              AND WS-REG-ESTADO (WS-IX-R) = 'T'
              MOVE 'R' TO WS-REG-ESTADO (WS-IX-R)
              MOVE CF-FECHA TO WS-REG-FECHA-RECEP (WS-IX-R)
              ADD 1 TO WS-CONTA-LINEAS-CNF
           END-IF.
       F-270-MARCAR-RECIBIDA.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           PERFORM 310-REPORTE-TRANSITO THRU F-310-REPORTE-TRANSITO.
           PERFORM 330-GRABAR-REGISTRO THRU F-330-GRABAR-REGISTRO.
           PERFORM 340-GRABAR-PROPUESTA THRU F-340-GRABAR-PROPUESTA.

           OPEN OUTPUT NUMERADOR.
           MOVE WS-ULTIMO-DOC TO NU-ULTIMO-DOC.
           WRITE REGISTRO-NUMERADOR.
           CLOSE NUMERADOR.

           CLOSE REPORTE-REG.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
       F-300-FINAL.
           EXIT.

      *------------------------------------------------

       310-REPORTE-TRANSITO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'MERCADERIA EN TRANSITO' TO LSR-TITULO.
           WRITE LINEA-REPORTE FROM LIN-SECCION-REG.
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO-TRA.
           PERFORM 315-LINEA-TRANSITO THRU F-315-LINEA-TRANSITO
               VARYING WS-IX-R FROM 1 BY 1
               UNTIL WS-IX-R > WS-REG-CANT.
           MOVE WS-CONTA-TRANSITO    TO LTR-LINEAS.
           MOVE WS-UNIDADES-TRANSITO TO LTR-UNIDADES.
           WRITE LINEA-REPORTE FROM LIN-TOTAL-TRA.
       F-310-REPORTE-TRANSITO.
           EXIT.

      *------------------------------------------------

       315-LINEA-TRANSITO.
           IF WS-REG-ESTADO (WS-IX-R) NOT = 'T'
              GO TO F-315-LINEA-TRANSITO
           END-IF.
           ADD 1 TO WS-CONTA-TRANSITO.
           ADD WS-REG-CANTIDAD (WS-IX-R) TO WS-UNIDADES-TRANSITO.
           MOVE 0 TO WS-DIAS-TRANSITO.
           IF WS-REG-FECHA (WS-IX-R) NUMERIC
              AND WS-REG-FECHA (WS-IX-R) < WS-FECHA-HOY-N
              COMPUTE WS-DIAS-TRANSITO =
                      FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-N)
                    - FUNCTION INTEGER-OF-DATE (WS-REG-FECHA (WS-IX-R))
           END-IF.
           MOVE WS-REG-DOCUMENTO (WS-IX-R) TO LDT-DOCUMENTO.
           MOVE WS-REG-FECHA (WS-IX-R)     TO LDT-FECHA.
           MOVE WS-REG-ARTICULO (WS-IX-R)  TO LDT-ARTICULO.
           MOVE WS-REG-TALLE (WS-IX-R)     TO LDT-TALLE.
           MOVE WS-REG-ORIGEN (WS-IX-R)    TO LDT-ORIGEN.
           MOVE WS-REG-DESTINO (WS-IX-R)   TO LDT-DESTINO.
           MOVE WS-REG-CANTIDAD (WS-IX-R)  TO LDT-CANTIDAD.
           MOVE WS-DIAS-TRANSITO           TO LDT-DIAS.
           WRITE LINEA-REPORTE FROM LIN-DETALLE-TRA.
       F-315-LINEA-TRANSITO.
           EXIT.

      *------------------------------------------------

       330-GRABAR-REGISTRO.
           OPEN OUTPUT REGISTRO-TRF.
           PERFORM 335-GRABAR-LINEA-REG THRU F-335-GRABAR-LINEA-REG
               VARYING WS-IX-R FROM 1 BY 1
               UNTIL WS-IX-R > WS-REG-CANT.
           CLOSE REGISTRO-TRF.
       F-330-GRABAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       335-GRABAR-LINEA-REG.
           IF WS-REG-ESTADO (WS-IX-R) = 'R'
              AND WS-REG-FECHA-RECEP (WS-IX-R) < WS-FECHA-HOY-N
              ADD 1 TO WS-CONTA-DEPURADAS
              GO TO F-335-GRABAR-LINEA-REG
           END-IF.
           MOVE WS-REG-DOCUMENTO (WS-IX-R)   TO RT-DOCUMENTO.
           MOVE WS-REG-FECHA (WS-IX-R)       TO RT-FECHA.
           MOVE WS-REG-ORIGEN (WS-IX-R)      TO RT-SUC-ORIGEN.
           MOVE WS-REG-DESTINO (WS-IX-R)     TO RT-SUC-DESTINO.
           MOVE WS-REG-ARTICULO (WS-IX-R)    TO RT-ARTICULO.
           MOVE WS-REG-TALLE (WS-IX-R)       TO RT-TALLE.
           MOVE WS-REG-CANTIDAD (WS-IX-R)    TO RT-CANTIDAD.
           MOVE WS-REG-ESTADO (WS-IX-R)      TO RT-ESTADO.
           MOVE WS-REG-FECHA-RECEP (WS-IX-R) TO RT-FECHA-RECEP.
           WRITE REGISTRO-TRANSFERENCIA.
       F-335-GRABAR-LINEA-REG.
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
           MOVE WS-PRO-ARTICULO (WS-IX-P) TO TP-ARTICULO.
           MOVE WS-PRO-TALLE (WS-IX-P)    TO TP-TALLE.
           MOVE WS-PRO-ORIGEN (WS-IX-P)   TO TP-SUC-ORIGEN.
           MOVE WS-PRO-DESTINO (WS-IX-P)  TO TP-SUC-DESTINO.
           MOVE WS-PRO-CANTIDAD (WS-IX-P) TO TP-CANTIDAD.
           MOVE WS-PRO-FECHA (WS-IX-P)    TO TP-FECHA.
           MOVE WS-PRO-ESTADO (WS-IX-P)   TO TP-ESTADO.
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
           MOVE WS-CONTA-DOCUMENTOS  TO LB-DOCUMENTOS.
           MOVE WS-CONTA-CONFIRMADAS TO LB-CONFIRMADAS.
           MOVE WS-CONTA-TRANSITO    TO LB-TRANSITO.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------
