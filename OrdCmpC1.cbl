           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-ORD.

           SELECT ESTADO-OC
           ASSIGN TO "ESTADO_OrdenesCompra.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSTATUS-EOC.

           SELECT REPORTE-OC
           ASSIGN TO "REPORTE_OrdenesCompra.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           03 OC-FECHA       PIC 9(08).
           03 OC-FECHA-ENTREGA PIC 9(08).

       FD ESTADO-OC.
       01  REGISTRO-ESTADO-OC.
           03 EO-NUMERO      PIC 9(06).
           03 EO-PROVEEDOR   PIC X(05).
           03 EO-ARTICULO    PIC X(10).
           03 EO-CANT-PEDIDA PIC 9(07).
           03 EO-CANT-RECIBIDA PIC 9(07).
           03 EO-PRECIO      PIC 9(07)V99.
           03 EO-FECHA       PIC 9(08).
           03 EO-FECHA-ENTREGA PIC 9(08).
           03 EO-FECHA-ULT-REC PIC 9(08).
           03 EO-ESTADO      PIC X(01).
              88 EO-ABIERTA      VALUE 'A'.
              88 EO-PARCIAL      VALUE 'P'.
              88 EO-CERRADA      VALUE 'C'.

       FD REPORTE-OC.
       01  LINEA-REPORTE         PIC X(132).

           88 SI-FIN-ORD         VALUE 'S'.
           88 NO-FIN-ORD         VALUE 'N'.

       01  WS-FIN-EOC            PIC X(1) VALUE 'N'.
           88 SI-FIN-EOC         VALUE 'S'.
           88 NO-FIN-EOC         VALUE 'N'.

       77  WS-FSTATUS-PRV        PIC X(2).
       77  WS-FSTATUS-PVA        PIC X(2).
       77  WS-FSTATUS-SUG        PIC X(2).
       77  WS-FSTATUS-NUM        PIC X(2).
       77  WS-FSTATUS-ORD        PIC X(2).
       77  WS-FSTATUS-EOC        PIC X(2).
       77  WS-FSTATUS-REP        PIC X(2).
       77  WS-FSTATUS-RCH        PIC X(2).
       77  WS-FSTATUS-BIT        PIC X(2).
       77  WS-CONTA-LINEAS-OC    PIC 9(07) VALUE 0.
       77  WS-CONTA-ORDENES      PIC 9(05) VALUE 0.
       77  WS-CONTA-RECHAZOS     PIC 9(07) VALUE 0.
       77  WS-CONTA-CUBIERTOS    PIC 9(07) VALUE 0.

       77  WS-ULTIMO-NRO         PIC 9(06) VALUE 0.
       77  WS-PROVEEDOR          PIC X(05).
       77  WS-CANT-PEDIDO        PIC 9(07) VALUE 0.
       77  WS-CANT-NECESARIA     PIC 9(07) VALUE 0.
       77  WS-VALOR-LINEA        PIC 9(09)V99 VALUE 0.
       77  WS-VALOR-ORDEN        PIC 9(11)V99 VALUE 0.
       77  WS-DIAS-HOY           PIC 9(07) VALUE 0.
              05 WS-PVA-PROVEEDOR PIC X(05).
              05 WS-PVA-MINIMO   PIC 9(07).

       01  WS-TAB-PENDIENTES.
           03 WS-PEN-CANT        PIC 9(04) VALUE 0.
           03 WS-PEN-ELEM OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-PEN-CANT
                          INDEXED BY WS-IX-PEN.
              05 WS-PEN-ARTICULO PIC X(10).
              05 WS-PEN-CANTIDAD PIC 9(09).

       01  WS-FECHA-HOY.
           03 WS-FECHA-AAAA      PIC 9(04).
           03 WS-FECHA-MM        PIC 9(02).
           03 LB-LINEAS          PIC Z(6)9.
           03 FILLER             PIC X(11) VALUE ' RECHAZOS: '.
           03 LB-RECHAZOS        PIC Z(6)9.
           03 FILLER             PIC X(12) VALUE ' CUBIERTOS: '.
           03 LB-CUBIERTOS       PIC Z(6)9.

      *------------------------------------------------

               THRU F-110-CARGAR-PROVEEDORES.
           PERFORM 120-CARGAR-PROV-ART THRU F-120-CARGAR-PROV-ART.
           PERFORM 130-LEER-NUMERADOR THRU F-130-LEER-NUMERADOR.
           PERFORM 140-CARGAR-PENDIENTES THRU F-140-CARGAR-PENDIENTES.

           OPEN OUTPUT RECHAZOS.
       F-100-INICIO.
       F-130-LEER-NUMERADOR.
           EXIT.

      *------------------------------------------------

       140-CARGAR-PENDIENTES.
           OPEN INPUT ESTADO-OC.
           IF WS-FSTATUS-EOC = '35'
              GO TO F-140-CARGAR-PENDIENTES
           END-IF.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR AL ABRIR ESTADO_OrdenesCompra.TXT - '
                      'FSTATUS: ' WS-FSTATUS-EOC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NO-FIN-EOC TO TRUE.
           PERFORM 145-LEER-ESTADO-OC THRU F-145-LEER-ESTADO-OC
               UNTIL SI-FIN-EOC.
           CLOSE ESTADO-OC.
       F-140-CARGAR-PENDIENTES.
           EXIT.

      *------------------------------------------------

       145-LEER-ESTADO-OC.
           READ ESTADO-OC NEXT
               AT END
                   SET SI-FIN-EOC TO TRUE
           END-READ.
           IF SI-FIN-EOC
              GO TO F-145-LEER-ESTADO-OC
           END-IF.
           IF WS-FSTATUS-EOC NOT = '00'
              DISPLAY 'ERROR DE LECTURA EN ESTADO OC - FSTATUS: '
                      WS-FSTATUS-EOC
              PERFORM 930-ESCRIBIR-BITACORA THRU F-930-ESCRIBIR-BITACORA
              CLOSE BITACORA
              CLOSE ESTADO-OC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT EO-ABIERTA AND NOT EO-PARCIAL
              GO TO F-145-LEER-ESTADO-OC
           END-IF.
           IF EO-CANT-RECIBIDA NOT LESS THAN EO-CANT-PEDIDA
              GO TO F-145-LEER-ESTADO-OC
           END-IF.
           SET WS-IX-PEN TO 1.
           SEARCH WS-PEN-ELEM
              AT END
                 IF WS-PEN-CANT NOT LESS THAN 5000
                    DISPLAY 'ERROR: LIMITE DE 5000 ARTICULOS CON OC '
                            'PENDIENTE EXCEDIDO - SE DETIENE EL PROCESO'
                    PERFORM 930-ESCRIBIR-BITACORA
                        THRU F-930-ESCRIBIR-BITACORA
                    CLOSE BITACORA
                    CLOSE ESTADO-OC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PEN-CANT
                 SET WS-IX-PEN TO WS-PEN-CANT
                 MOVE EO-ARTICULO TO WS-PEN-ARTICULO (WS-IX-PEN)
                 COMPUTE WS-PEN-CANTIDAD (WS-IX-PEN) =
                         EO-CANT-PEDIDA - EO-CANT-RECIBIDA
              WHEN WS-PEN-ARTICULO (WS-IX-PEN) EQUAL EO-ARTICULO
                 COMPUTE WS-PEN-CANTIDAD (WS-IX-PEN) =
                         WS-PEN-CANTIDAD (WS-IX-PEN)
                       + EO-CANT-PEDIDA - EO-CANT-RECIBIDA
           END-SEARCH.
       F-145-LEER-ESTADO-OC.
           EXIT.

      *------------------------------------------------

       200-GENERAR.
      *------------------------------------------------

       230-CLASIFICAR-SUGERIDO.
           PERFORM 235-DESCONTAR-PENDIENTE
               THRU F-235-DESCONTAR-PENDIENTE.
           IF WS-CANT-NECESARIA = 0
              MOVE RS-ARTICULO TO RC-ARTICULO
              MOVE RS-CANTIDAD TO RC-CANTIDAD
              MOVE 'CUBIERTO POR OC PENDIENTE' TO RC-MOTIVO
              WRITE LINEA-RECHAZO FROM LIN-RECHAZO
              ADD 1 TO WS-CONTA-CUBIERTOS
           ELSE
              SET WS-IX-PVA TO 1
              SEARCH WS-PVA-ELEM
                 AT END
                    MOVE RS-ARTICULO TO RC-ARTICULO
                    MOVE RS-CANTIDAD TO RC-CANTIDAD
                    MOVE 'SIN PROVEEDOR ASIGNADO' TO RC-MOTIVO
                    WRITE LINEA-RECHAZO FROM LIN-RECHAZO
                    ADD 1 TO WS-CONTA-RECHAZOS
                 WHEN WS-PVA-ARTICULO (WS-IX-PVA) EQUAL RS-ARTICULO
                    IF WS-CANT-NECESARIA
                       LESS THAN WS-PVA-MINIMO (WS-IX-PVA)
                       MOVE WS-PVA-MINIMO (WS-IX-PVA) TO WS-CANT-PEDIDO
                    ELSE
                       MOVE WS-CANT-NECESARIA TO WS-CANT-PEDIDO
                    END-IF
                    MOVE WS-PVA-PROVEEDOR (WS-IX-PVA) TO ORD-PROVEEDOR
                    MOVE RS-ARTICULO   TO ORD-ARTICULO
                    MOVE WS-CANT-PEDIDO TO ORD-CANTIDAD
                    MOVE RS-PRECIO     TO ORD-PRECIO
                    RELEASE REG-ORDENA
              END-SEARCH
           END-IF.
           PERFORM 220-LEER-SUGERIDO THRU F-220-LEER-SUGERIDO.
       F-230-CLASIFICAR-SUGERIDO.
           EXIT.

      *------------------------------------------------

       235-DESCONTAR-PENDIENTE.
           MOVE RS-CANTIDAD TO WS-CANT-NECESARIA.
           SET WS-IX-PEN TO 1.
           SEARCH WS-PEN-ELEM
              AT END
                 CONTINUE
              WHEN WS-PEN-ARTICULO (WS-IX-PEN) EQUAL RS-ARTICULO
                 IF WS-PEN-CANTIDAD (WS-IX-PEN) NOT LESS THAN
                    RS-CANTIDAD
                    MOVE ZEROES TO WS-CANT-NECESARIA
                 ELSE
                    COMPUTE WS-CANT-NECESARIA = RS-CANTIDAD
                            - WS-PEN-CANTIDAD (WS-IX-PEN)
                 END-IF
           END-SEARCH.
       F-235-DESCONTAR-PENDIENTE.
           EXIT.

      *------------------------------------------------
       250-SORT-SALIDA.
           OPEN OUTPUT ORDENES.
           OPEN OUTPUT REPORTE-OC.
           OPEN EXTEND ESTADO-OC.
           IF WS-FSTATUS-EOC = '35'
              OPEN OUTPUT ESTADO-OC
           END-IF.

           SET NO-FIN-ORD TO TRUE.
           PERFORM 255-RETORNAR THRU F-255-RETORNAR.

           CLOSE ORDENES.
           CLOSE REPORTE-OC.
           CLOSE ESTADO-OC.
       F-250-SORT-SALIDA.
           EXIT.

                  CLOSE BITACORA
                  CLOSE ORDENES
                  CLOSE REPORTE-OC
                  CLOSE ESTADO-OC
                  CLOSE RECHAZOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           WRITE REGISTRO-ORDEN.
           ADD 1 TO WS-CONTA-LINEAS-OC.

           MOVE WS-ULTIMO-NRO    TO EO-NUMERO.
           MOVE ORD-PROVEEDOR    TO EO-PROVEEDOR.
           MOVE ORD-ARTICULO     TO EO-ARTICULO.
           MOVE ORD-CANTIDAD     TO EO-CANT-PEDIDA.
           MOVE ZEROES           TO EO-CANT-RECIBIDA.
           MOVE ORD-PRECIO       TO EO-PRECIO.
           MOVE WS-FECHA-HOY-N   TO EO-FECHA.
           MOVE WS-FECHA-ENTREGA TO EO-FECHA-ENTREGA.
           MOVE ZEROES           TO EO-FECHA-ULT-REC.
           SET EO-ABIERTA        TO TRUE.
           WRITE REGISTRO-ESTADO-OC.

           MOVE ORD-ARTICULO   TO LDO-ARTICULO.
           MOVE ORD-CANTIDAD   TO LDO-CANTIDAD.
           MOVE ORD-PRECIO     TO LDO-PRECIO.
                  CLOSE BITACORA
                  CLOSE ORDENES
                  CLOSE REPORTE-OC
                  CLOSE ESTADO-OC
                  CLOSE RECHAZOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           MOVE WS-CONTA-ORDENES   TO LB-ORDENES.
           MOVE WS-CONTA-LINEAS-OC TO LB-LINEAS.
           MOVE WS-CONTA-RECHAZOS  TO LB-RECHAZOS.
           MOVE WS-CONTA-CUBIERTOS TO LB-CUBIERTOS.
           WRITE LINEA-BITACORA FROM LIN-BITACORA.
       F-930-ESCRIBIR-BITACORA.
           EXIT.
