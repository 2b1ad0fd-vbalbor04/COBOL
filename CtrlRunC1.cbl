           88 SI-PRED-OK         VALUE 'S'.
           88 NO-PRED-OK         VALUE 'N'.

       01  WS-PRED2-OK           PIC X(1) VALUE 'N'.
           88 SI-PRED2-OK        VALUE 'S'.
           88 NO-PRED2-OK        VALUE 'N'.

       01  WS-YA-CORRIDO         PIC X(1) VALUE 'N'.
           88 SI-YA-CORRIDO      VALUE 'S'.
           88 NO-YA-CORRIDO      VALUE 'N'.
       77  WS-FSTATUS-OVR        PIC X(2).

       77  WS-PREDECESOR         PIC X(08) VALUE SPACES.
       77  WS-PREDECESOR-2       PIC X(08) VALUE SPACES.

       01  LIN-CONTROL.
           03 CR-FECHA       PIC 9(08).
           03 CTL-ACCION     PIC X(01).
              88 ACCION-INICIO   VALUE 'I'.
              88 ACCION-FIN      VALUE 'F'.
              88 ACCION-REGISTRO VALUE 'R'.
           03 CTL-PROGRAMA   PIC X(08).
           03 CTL-FECHA      PIC 9(08).
           03 CTL-RETCODE    PIC 9(02).
              WHEN ACCION-INICIO
                 PERFORM 100-REGISTRAR-INICIO
                     THRU F-100-REGISTRAR-INICIO
              WHEN ACCION-REGISTRO
                 MOVE 'INI' TO CR-ESTADO
                 MOVE ZEROES TO CR-RETCODE
                 PERFORM 900-GRABAR-REGISTRO
                     THRU F-900-GRABAR-REGISTRO
              WHEN ACCION-FIN
                 MOVE 'FIN' TO CR-ESTADO
                 MOVE CTL-RETCODE TO CR-RETCODE
                        ' SIN COMPLETAR' DELIMITED BY SIZE
                        INTO CTL-MOTIVO
              END-IF
              IF CTL-PERMITIDO
                 AND WS-PREDECESOR-2 NOT = SPACES AND NO-PRED2-OK
                 SET CTL-BLOQUEADO TO TRUE
                 MOVE SPACES TO CTL-MOTIVO
                 STRING 'PREDECESOR ' DELIMITED BY SIZE
                        WS-PREDECESOR-2 DELIMITED BY SPACE
                        ' SIN COMPLETAR' DELIMITED BY SIZE
                        INTO CTL-MOTIVO
              END-IF
           END-IF.

           IF CTL-BLOQUEADO
      *------------------------------------------------

       110-DETERMINAR-PREDECESOR.
           MOVE SPACES TO WS-PREDECESOR-2.
           EVALUATE CTL-PROGRAMA
              WHEN 'EXTARTC1'
                 MOVE 'PRECIOC1' TO WS-PREDECESOR
              WHEN 'ACTSTKC1'
                 MOVE 'EXTARTC1' TO WS-PREDECESOR
                 MOVE 'RECEPC1' TO WS-PREDECESOR-2
              WHEN 'COPIAC1'
                 MOVE 'ACTSTKC1' TO WS-PREDECESOR
              WHEN 'CONSTKC1'
                 MOVE 'ACTSTKC1' TO WS-PREDECESOR
              WHEN 'CORTEC1'
                 MOVE 'COPIAC1' TO WS-PREDECESOR
              WHEN 'REPOC1'
                 MOVE 'CORTEC1' TO WS-PREDECESOR
              WHEN 'ORDCMPC1'
                 MOVE 'REPOC1' TO WS-PREDECESOR
              WHEN 'VENTASC1'
                 MOVE 'TICKETC1' TO WS-PREDECESOR
              WHEN 'RECEPC1'
                 MOVE 'TICKETC1' TO WS-PREDECESOR
              WHEN OTHER
                 MOVE SPACES TO WS-PREDECESOR
           END-EVALUATE.

       120-EXAMINAR-CORRIDA.
           SET NO-PRED-OK TO TRUE.
           SET NO-PRED2-OK TO TRUE.
           SET NO-YA-CORRIDO TO TRUE.
           SET NO-FIN-CTL TO TRUE.
           OPEN INPUT CONTROL-CORRIDA.
                    IF CR-PROGRAMA = WS-PREDECESOR
                       SET SI-PRED-OK TO TRUE
                    END-IF
                    IF CR-PROGRAMA = WS-PREDECESOR-2
                       SET SI-PRED2-OK TO TRUE
                    END-IF
                    IF CR-PROGRAMA = CTL-PROGRAMA
                       SET SI-YA-CORRIDO TO TRUE
                    END-IF
