           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIX.

           SELECT BIT-RESPMA
           ASSIGN TO "BITACORA_RespMaC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIX.

           SELECT BIT-RECMAE
           ASSIGN TO "BITACORA_RecMaeC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIX.

           SELECT BIT-ARCHIS
           ASSIGN TO "BITACORA_ArcHisC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIX.

           SELECT BIT-CONSTK
           ASSIGN TO "BITACORA_ConStkC1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-BIX.

           SELECT REPORTE-OPE
           ASSIGN TO "REPORTE_Operaciones.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD BIT-MANTART.
       01  LINEA-BIT-MANTART     PIC X(132).

       FD BIT-RESPMA.
       01  LINEA-BIT-RESPMA      PIC X(132).

       FD BIT-RECMAE.
       01  LINEA-BIT-RECMAE      PIC X(132).

       FD BIT-ARCHIS.
       01  LINEA-BIT-ARCHIS      PIC X(132).

       FD BIT-CONSTK.
       01  LINEA-BIT-CONSTK      PIC X(132).

       FD REPORTE-OPE.
       01  LINEA-REPORTE         PIC X(132).

           03 FILLER PIC X(09) VALUE 'TOPNC1'.
           03 FILLER PIC X(09) VALUE 'PRECIOC1'.
           03 FILLER PIC X(09) VALUE 'MANTARTC1'.
           03 FILLER PIC X(09) VALUE 'RESPMAC1'.
           03 FILLER PIC X(09) VALUE 'RECMAEC1'.
           03 FILLER PIC X(09) VALUE 'ARCHISC1'.
           03 FILLER PIC X(09) VALUE 'CONSTKC1'.
       01  WS-TAB-NOMBRES-R REDEFINES WS-TAB-NOMBRES.
           03 WS-PGM-NOMBRE OCCURS 16 TIMES PIC X(09).

       01  WS-TAB-ESTADOS.
           03 WS-EST-CANT        PIC 9(02) VALUE 0.
           WRITE LINEA-REPORTE FROM LIN-SECCION.
           PERFORM 410-RESUMIR-BITACORA THRU F-410-RESUMIR-BITACORA
               VARYING WS-PGM FROM 1 BY 1
               UNTIL WS-PGM > 16.
       F-400-RESUMIR-BITACORAS.
           EXIT.

              WHEN 10 OPEN INPUT BIT-TOPN
              WHEN 11 OPEN INPUT BIT-PRECIO
              WHEN 12 OPEN INPUT BIT-MANTART
              WHEN 13 OPEN INPUT BIT-RESPMA
              WHEN 14 OPEN INPUT BIT-RECMAE
              WHEN 15 OPEN INPUT BIT-ARCHIS
              WHEN 16 OPEN INPUT BIT-CONSTK
           END-EVALUATE.
       F-420-ABRIR-BITACORA.
           EXIT.
                     AT END SET SI-FIN-BIT TO TRUE
                 END-READ
                 MOVE LINEA-BIT-MANTART TO WS-LINEA-LEIDA
              WHEN 13
                 READ BIT-RESPMA NEXT
                     AT END SET SI-FIN-BIT TO TRUE
                 END-READ
                 MOVE LINEA-BIT-RESPMA TO WS-LINEA-LEIDA
              WHEN 14
                 READ BIT-RECMAE NEXT
                     AT END SET SI-FIN-BIT TO TRUE
                 END-READ
                 MOVE LINEA-BIT-RECMAE TO WS-LINEA-LEIDA
              WHEN 15
                 READ BIT-ARCHIS NEXT
                     AT END SET SI-FIN-BIT TO TRUE
                 END-READ
                 MOVE LINEA-BIT-ARCHIS TO WS-LINEA-LEIDA
              WHEN 16
                 READ BIT-CONSTK NEXT
                     AT END SET SI-FIN-BIT TO TRUE
                 END-READ
                 MOVE LINEA-BIT-CONSTK TO WS-LINEA-LEIDA
           END-EVALUATE.
           IF NOT SI-FIN-BIT
              IF WS-FSTATUS-BIX NOT = '00'
              WHEN 10 CLOSE BIT-TOPN
              WHEN 11 CLOSE BIT-PRECIO
              WHEN 12 CLOSE BIT-MANTART
              WHEN 13 CLOSE BIT-RESPMA
              WHEN 14 CLOSE BIT-RECMAE
              WHEN 15 CLOSE BIT-ARCHIS
              WHEN 16 CLOSE BIT-CONSTK
           END-EVALUATE.
       F-440-CERRAR-BITACORA.
           EXIT.
