      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepCopC1.
       ENVIRONMENT DIVISION.

      *------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPOSICION-NUE
           ASSIGN TO "REPOSICION_Articulos_NUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-NUE.

           SELECT REPOSICION
           ASSIGN TO "REPOSICION_Articulos.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-REF.

           SELECT REPOSICION-ANT
           ASSIGN TO "REPOSICION_Articulos_ANT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ANT.

           SELECT BITACORA
           ASSIGN TO "BITACORA_RepCopC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIT.

       DATA DIVISION.
       FILE SECTION.

       FD REPOSICION-NUE.
       01  REGISTRO-NUE.
           03 RN-ARTICULO    PIC X(10).
           03 RN-STOCK-MIN   PIC 9(07).
           03 RN-STOCK-REPO  PIC 9(07).

       FD REPOSICION.
       01  REGISTRO-REPOSICION   PIC X(24).

       FD REPOSICION-ANT.
       01  REGISTRO-ANT          PIC X(24).

       FD BITACORA.
       01  LINEA-BITACORA        PIC X(132).

      *------------------------------------------------

       WORKING-STORAGE SECTION.
       01  WS-FIN                PIC X(1).
           88 SI-FIN             VALUE 'S'.
           88 NO-FIN             VALUE 'N'.

       77  WS-FSTATUS-NUE        PIC X(2).
       77  WS-FSTATUS-REF        PIC X(2).
       77  WS-FSTATUS-ANT        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).

       77  WS-CONTA-REG          PIC 9(07) VALUE 0.
       77  WS-CONTA-ERRORES      PIC 9(07) VALUE 0.
       77  WS-CONTA-RESGUARDO    PIC 9(07) VALUE 0.
       77  WS-CONTA-COPIADOS     PIC 9(07) VALUE 0.

       01  WS-CTL-AREA.
           03 WS-CTL-ACCION      PIC X(01).
           03 WS-CTL-PROGRAMA    PIC X(08) VALUE 'REPCOPC1'.
           03 WS-CTL-FECHA       PIC 9(08).
           03 WS-CTL-RETCODE     PIC 9(02).
           03 WS-CTL-RESULTADO   PIC X(01).
              88 CTL-PERMITIDO   VALUE '0'.
              88 CTL-BLOQUEADO   VALUE '1'.
           03 WS-CTL-MOTIVO      PIC X(40).

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
           03 FILLER             PIC X(12) VALUE 'RESGUARDO: '.
           03 LB-RESGUARDO       PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' COPIADOS: '.
           03 LB-COPIADOS        PIC Z(6)9.

      *------------------------------------------------

       PROCEDURE DIVISION.
           PERFORM 100-INICIO THRU F-100-INICIO.
           PERFORM 200-COPIAR THRU F-200-COPIAR.
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

           PERFORM 110-VERIFICAR-ENTRADA THRU F-110-VERIFICAR-ENTRADA.
       F-100-INICIO.
           EXIT.

      *------------------------------------------------

       110-VERIFICAR-ENTRADA.
           OPEN INPUT REPOSICION-NUE.
           IF WS-FSTATUS-NUE NOT = '00'
              IF WS-FSTATUS-NUE = '35'
                 DISPLAY 'ERROR: ARCHIVO REPOSICION_Articulos_NUE.TXT '
                         'NO EXISTE'
              ELSE
                 DISPLAY 'ERROR AL ABRIR REPOSICION NUE - FSTATUS: '
                         WS-FSTATUS-NUE
              END-IF
              PERFORM 990-ABORTAR-COPIA THRU F-990-ABORTAR-COPIA
           END-IF.

           SET NO-FIN TO TRUE.
           PERFORM 115-LEER-VERIFICACION THRU F-115-LEER-VERIFICACION
               UNTIL SI-FIN.
           CLOSE REPOSICION-NUE.

           IF WS-CONTA-REG = 0 OR WS-CONTA-ERRORES GREATER THAN 0
              DISPLAY 'ERROR DE CONTROL EN REPOSICION_Articulos_NUE.TXT'
                      ' - NO SE REEMPLAZA REPOSICION_Articulos.TXT'
              DISPLAY '  REGISTROS LEIDOS: ' WS-CONTA-REG
                      ' CON ERROR: ' WS-CONTA-ERRORES
              PERFORM 990-ABORTAR-COPIA THRU F-990-ABORTAR-COPIA
           END-IF.
       F-110-VERIFICAR-ENTRADA.
           EXIT.

      *------------------------------------------------

       115-LEER-VERIFICACION.
           READ REPOSICION-NUE NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF SI-FIN
              GO TO F-115-LEER-VERIFICACION
           END-IF.
           IF WS-FSTATUS-NUE NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN REPOSICION NUE - '
                      'FSTATUS: ' WS-FSTATUS-NUE
              CLOSE REPOSICION-NUE
              PERFORM 990-ABORTAR-COPIA THRU F-990-ABORTAR-COPIA
           END-IF.
           ADD 1 TO WS-CONTA-REG.
           IF RN-ARTICULO = SPACES
              OR RN-STOCK-MIN IS NOT NUMERIC
              OR RN-STOCK-REPO IS NOT NUMERIC
              ADD 1 TO WS-CONTA-ERRORES
              DISPLAY '  REGISTRO INVALIDO: ' REGISTRO-NUE
              GO TO F-115-LEER-VERIFICACION
           END-IF.
           IF RN-STOCK-REPO LESS THAN RN-STOCK-MIN
              ADD 1 TO WS-CONTA-ERRORES
              DISPLAY '  REPOSICION MENOR AL MINIMO: ' RN-ARTICULO
           END-IF.
       F-115-LEER-VERIFICACION.
           EXIT.

      *------------------------------------------------

       200-COPIAR.
           OPEN INPUT REPOSICION.
           IF WS-FSTATUS-REF = '00'
              OPEN OUTPUT REPOSICION-ANT
              SET NO-FIN TO TRUE
              PERFORM 210-RESGUARDAR-REGISTRO
                  THRU F-210-RESGUARDAR-REGISTRO
                  UNTIL SI-FIN
              CLOSE REPOSICION-ANT
              CLOSE REPOSICION
           ELSE
              IF WS-FSTATUS-REF NOT = '35'
                 DISPLAY 'ERROR AL ABRIR REPOSICION - FSTATUS: '
                         WS-FSTATUS-REF
                 PERFORM 990-ABORTAR-COPIA THRU F-990-ABORTAR-COPIA
              END-IF
           END-IF.

           OPEN INPUT REPOSICION-NUE.
           OPEN OUTPUT REPOSICION.
           IF WS-FSTATUS-REF NOT = '00'
              DISPLAY 'ERROR AL ABRIR REPOSICION_Articulos.TXT - '
                      'FSTATUS: ' WS-FSTATUS-REF
              CLOSE REPOSICION-NUE
              PERFORM 990-ABORTAR-COPIA THRU F-990-ABORTAR-COPIA
           END-IF.
           SET NO-FIN TO TRUE.
           PERFORM 220-COPIAR-REGISTRO THRU F-220-COPIAR-REGISTRO
               UNTIL SI-FIN.
           CLOSE REPOSICION-NUE.
           CLOSE REPOSICION.
       F-200-COPIAR.
           EXIT.

      *------------------------------------------------

       210-RESGUARDAR-REGISTRO.
           READ REPOSICION NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              WRITE REGISTRO-ANT FROM REGISTRO-REPOSICION
              ADD 1 TO WS-CONTA-RESGUARDO
           END-IF.
       F-210-RESGUARDAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       220-COPIAR-REGISTRO.
           READ REPOSICION-NUE NEXT
               AT END
                   SET SI-FIN TO TRUE
           END-READ.
           IF NOT SI-FIN
              WRITE REGISTRO-REPOSICION FROM REGISTRO-NUE
              ADD 1 TO WS-CONTA-COPIADOS
           END-IF.
       F-220-COPIAR-REGISTRO.
           EXIT.

      *------------------------------------------------

       300-FINAL.
           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.

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
           MOVE WS-CONTA-RESGUARDO TO LB-RESGUARDO.
           MOVE WS-CONTA-COPIADOS  TO LB-COPIADOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.

      *------------------------------------------------

       990-ABORTAR-COPIA.
           MOVE 8 TO RETURN-CODE.
           MOVE 'F' TO WS-CTL-ACCION.
           MOVE RETURN-CODE TO WS-CTL-RETCODE.
           CALL 'CtrlRunC1' USING WS-CTL-AREA.
           MOVE WS-CTL-RETCODE TO RETURN-CODE.
           PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA.
           CLOSE BITACORA.
           STOP RUN.
       F-990-ABORTAR-COPIA.
           EXIT.
