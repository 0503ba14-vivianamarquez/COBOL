      * REPORTE MENSUAL DE COMISIONES. LEE VENTAS.DAT (ORDENADO POR
      * CODIGO + FECHA + FOLIO), FILTRA LAS VENTAS DEL MES PEDIDO,
      * ACUMULA POR VENDEDOR Y CLASIFICA LOS TOTALES POR REGION (LA
      * REGION ES LA QUE TENIA EL VENDEDOR EN LA FECHA DE LA VENTA: LA
      * QUE QUEDO GRABADA EN LA VENTA PARA EL TITULAR Y LA QUE DICEN
      * LOS MOVIMIENTOS DE TERRITORIO.DAT PARA LOS DEMAS
      * PARTICIPANTES, ASI UN CAMBIO DE REGION NO MUEVE LAS VENTAS DE
      * MESES PASADOS). LAS VENTAS CANCELADAS (TIPO
      * "C") SE EXCLUYEN Y LOS AJUSTES (TIPO "A") SE NETEAN RESTANDO
      * SU MONTO Y COMISION DEL ACUMULADO DEL VENDEDOR, ASI UNA
      * CAPTURA CORREGIDA EN CAPTVTA NO PAGA COMISION DE MAS. IMPRIME
      * NOMBRE DE LA REGION TOMADO DEL CATALOGO REGION.DAT),
      * SUBTOTAL POR REGION Y TOTAL GENERAL AL FINAL. ACEPTA EL
      * PARAMETRO MES=AAAAMM POR COMMAND-LINE; SIN PARAMETRO REPORTA
      * EL MES EN CURSO. UNA VENTA COMPARTIDA (PARTICIPA.DAT) SE
      * REPARTE ENTRE SUS PARTICIPANTES SEGUN SU PORCENTAJE, MONTO Y
      * COMISION, Y CADA PARTE SE ACUMULA AL PARTICIPANTE EN LA REGION
      * DE ESTE; SUS AJUSTES SE REPARTEN EN LA MISMA PROPORCION QUE LA
      * VENTA ORIGINAL. LA VENTA SOLO SE CUENTA UNA VEZ, AL TITULAR,
      * PARA QUE EL TOTAL DE VENTAS SIGA SIENDO EL NUMERO DE FOLIOS.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-REG.
           SELECT OPTIONAL PARTICIPA
             ASSIGN TO RANDOM "PARTICIPA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PART
             ALTERNATE RECORD KEY IS CODIGO-PART WITH DUPLICATES.
           SELECT OPTIONAL TERRITORIO
             ASSIGN TO RANDOM "TERRITORIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-TER.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
           05 FOLIO-REF-VTA PIC 9(6).
           05 LIQUIDADA-VTA PIC X(1).
           05 CLIENTE-VTA PIC 9(5).
           05 COBRADO-VTA PIC 9(7)V99.
           05 AJUSTADO-VTA PIC 9(7)V99.
           05 COMISION-PAG-VTA PIC 9(7)V99.
           05 REGION-VTA PIC X(2).
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 CLAVE-REG PIC X(2).
           05 NOMBRE-REG PIC X(20).
           05 GERENTE-REG PIC X(20).
       FD PARTICIPA.
       01 REG-PARTICIPA.
           05 CLAVE-PART.
               10 CODIGO-VTA-PART PIC 9(4).
               10 FECHA-VTA-PART PIC 9(8).
               10 FOLIO-VTA-PART PIC 9(6).
               10 CODIGO-PART PIC 9(4).
           05 PCT-PART PIC 9(3)V99.
       FD TERRITORIO.
       01 REG-TERRITORIO.
           05 CLAVE-TER.
               10 CODIGO-TER PIC 9(4).
               10 FECHA-TER PIC 9(8).
               10 SECUENCIA-TER PIC 9(3).
           05 REGION-ANT-TER PIC X(2).
           05 REGION-NVA-TER PIC X(2).
           05 ORIGEN-TER PIC X(8).
           05 USUARIO-TER PIC X(10).
       SD ORDENA.
       01 REG-ORDENA.
           05 REGION-O PIC X(2).
           05 WS-HAY-VENDEDOR PIC X VALUE "N".
           05 WS-REGION-CORTE PIC X(2).
           05 WS-PRIMERA-REGION PIC X VALUE "S".
           05 SW-PART PIC 9.
           05 WS-NOMBRE-ACT PIC X(20).
           05 WS-FOLIO-BUSCA PIC 9(6).
           05 WS-IDX-PART PIC 9(2).
           05 WS-RESTO-MONTO PIC S9(9)V99.
           05 WS-RESTO-COMISION PIC S9(9)V99.
           05 SW-TER PIC 9.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
       01 TABLA-PARTICIPANTES.
           05 WS-TOTAL-PART PIC 9(2) VALUE ZEROS.
           05 WS-PART-ENT OCCURS 10 TIMES.
               10 WS-CODIGO-PART-T PIC 9(4).
               10 WS-PCT-PART-T PIC 9(3)V99.
       01 ACUMULADOS-VENDEDOR.
           05 WS-CUENTA-VEND PIC 9(6).
           05 WS-MONTO-VEND PIC S9(9)V99.
           END-IF.
       ACUMULAR-VENTAS.
           MOVE 0 TO SW
           OPEN INPUT VENTAS
           OPEN INPUT VENDEDOR
           OPEN INPUT PARTICIPA
           OPEN INPUT TERRITORIO
           MOVE ZEROS TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1
           CLOSE VENTAS VENDEDOR PARTICIPA TERRITORIO.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF FECHA-VTA (1:6) = WS-MES AND TIPO-VTA NOT = "C"
                   PERFORM SOLTAR-VENTA
               END-IF
           END-READ.
       SOLTAR-VENTA.
           IF TIPO-VTA = "A"
               MOVE FOLIO-REF-VTA TO WS-FOLIO-BUSCA
               COMPUTE WS-RESTO-MONTO = 0 - MONTO-VTA
               COMPUTE WS-RESTO-COMISION = 0 - COMISION-VTA
           ELSE
               MOVE FOLIO-VTA TO WS-FOLIO-BUSCA
               MOVE MONTO-VTA TO WS-RESTO-MONTO
               MOVE COMISION-VTA TO WS-RESTO-COMISION
           END-IF
           PERFORM CARGAR-PARTICIPANTES
           PERFORM SOLTAR-PARTICIPANTE VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART.
       CARGAR-PARTICIPANTES.
           MOVE ZEROS TO WS-TOTAL-PART
           MOVE CODIGO-VTA TO CODIGO-VTA-PART
           MOVE FECHA-VTA TO FECHA-VTA-PART
           MOVE WS-FOLIO-BUSCA TO FOLIO-VTA-PART
           MOVE ZEROS TO CODIGO-PART
           MOVE 0 TO SW-PART
           START PARTICIPA KEY IS >= CLAVE-PART
               INVALID KEY
                   MOVE 1 TO SW-PART
           END-START
           PERFORM LEER-PARTICIPANTE UNTIL SW-PART = 1
           IF WS-TOTAL-PART = ZEROS
               MOVE 1 TO WS-TOTAL-PART
               MOVE CODIGO-VTA TO WS-CODIGO-PART-T (1)
               MOVE 100 TO WS-PCT-PART-T (1)
           END-IF.
       LEER-PARTICIPANTE.
           READ PARTICIPA NEXT RECORD
             AT END
               MOVE 1 TO SW-PART
             NOT AT END
               IF CODIGO-VTA-PART NOT = CODIGO-VTA OR
                  FECHA-VTA-PART NOT = FECHA-VTA OR
                  FOLIO-VTA-PART NOT = WS-FOLIO-BUSCA OR
                  WS-TOTAL-PART = 10
                   MOVE 1 TO SW-PART
               ELSE
                   ADD 1 TO WS-TOTAL-PART
                   MOVE CODIGO-PART TO WS-CODIGO-PART-T (WS-TOTAL-PART)
                   MOVE PCT-PART TO WS-PCT-PART-T (WS-TOTAL-PART)
               END-IF
           END-READ.
       SOLTAR-PARTICIPANTE.
           MOVE WS-CODIGO-PART-T (WS-IDX-PART) TO WS-CODIGO-ACT
           MOVE ZEROS TO CUENTA-O
           IF TIPO-VTA NOT = "A" AND WS-CODIGO-ACT = CODIGO-VTA
               MOVE 1 TO CUENTA-O
           END-IF
           IF WS-IDX-PART = WS-TOTAL-PART
               MOVE WS-RESTO-MONTO TO MONTO-O
               MOVE WS-RESTO-COMISION TO COMISION-O
           ELSE
               IF TIPO-VTA = "A"
                   COMPUTE MONTO-O ROUNDED = 0 -
                       MONTO-VTA * WS-PCT-PART-T (WS-IDX-PART) / 100
                   COMPUTE COMISION-O ROUNDED = 0 -
                       COMISION-VTA * WS-PCT-PART-T (WS-IDX-PART) / 100
               ELSE
                   COMPUTE MONTO-O ROUNDED =
                       MONTO-VTA * WS-PCT-PART-T (WS-IDX-PART) / 100
                   COMPUTE COMISION-O ROUNDED =
                       COMISION-VTA * WS-PCT-PART-T (WS-IDX-PART) / 100
               END-IF
               SUBTRACT MONTO-O FROM WS-RESTO-MONTO
               SUBTRACT COMISION-O FROM WS-RESTO-COMISION
           END-IF
           PERFORM BUSCAR-VENDEDOR
           MOVE WS-CODIGO-ACT TO CODIGO-O
           IF WS-HAY-VENDEDOR = "S"
               MOVE NOMBRE TO NOMBRE-O
               MOVE REGION TO WS-REGION-RH
           ELSE
               MOVE "(NO ENCONTRADO)" TO NOMBRE-O
               MOVE "??" TO WS-REGION-RH
           END-IF
           IF WS-CODIGO-ACT = CODIGO-VTA
               MOVE REGION-VTA TO REGION-O
           ELSE
               MOVE WS-CODIGO-ACT TO WS-CODIGO-RH
               MOVE FECHA-VTA TO WS-FECHA-RH
               PERFORM BUSCAR-REGION-HISTORICA
               MOVE WS-REGION-RH TO REGION-O
           END-IF
           RELEASE REG-ORDENA.
       BUSCAR-VENDEDOR.
               NOT INVALID KEY
                   MOVE "S" TO WS-HAY-VENDEDOR
           END-READ.
       BUSCAR-REGION-HISTORICA.
           MOVE WS-CODIGO-RH TO CODIGO-TER
           MOVE ZEROS TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           MOVE 0 TO SW-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW-TER
           END-START
           PERFORM LEER-REGION-HISTORICA UNTIL SW-TER = 1.
       LEER-REGION-HISTORICA.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW-TER
             NOT AT END
               IF CODIGO-TER NOT = WS-CODIGO-RH
                   MOVE 1 TO SW-TER
               ELSE
                   IF FECHA-TER > WS-FECHA-RH
                       IF REGION-ANT-TER NOT = SPACES
                           MOVE REGION-ANT-TER TO WS-REGION-RH
                       END-IF
                       MOVE 1 TO SW-TER
                   ELSE
                       MOVE REGION-NVA-TER TO WS-REGION-RH
                   END-IF
               END-IF
           END-READ.
       IMPRIMIR-REPORTE.
           MOVE 0 TO SW-ORD
           MOVE ZEROS TO WS-CODIGO-ACT
           MOVE ZEROS TO ACUMULADOS-VENDEDOR
           MOVE ZEROS TO ACUMULADOS-REGION
           MOVE ZEROS TO ACUMULADOS-GENERAL
           MOVE "S" TO WS-PRIMERA-REGION
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           PERFORM RETORNAR-ORDENADO UNTIL SW-ORD = 1
           IF WS-PRIMERA-REGION = "N"
               PERFORM ESCRIBIR-DETALLE
               PERFORM ESCRIBIR-SUBTOTAL
           END-IF
           PERFORM ESCRIBIR-TOTAL
                   MOVE REGION-O TO WS-REGION-CORTE
                   MOVE "N" TO WS-PRIMERA-REGION
                   PERFORM ESCRIBIR-CORTE-REGION
                   PERFORM INICIAR-VENDEDOR
               ELSE
                   IF REGION-O NOT = WS-REGION-CORTE
                       PERFORM ESCRIBIR-DETALLE
                       PERFORM ESCRIBIR-SUBTOTAL
                       MOVE ZEROS TO ACUMULADOS-REGION
                       MOVE REGION-O TO WS-REGION-CORTE
                       PERFORM ESCRIBIR-CORTE-REGION
                       PERFORM INICIAR-VENDEDOR
                   ELSE
                       IF CODIGO-O NOT = WS-CODIGO-ACT
                           PERFORM ESCRIBIR-DETALLE
                           PERFORM INICIAR-VENDEDOR
                       END-IF
                   END-IF
               END-IF
               ADD CUENTA-O TO WS-CUENTA-VEND
               ADD MONTO-O TO WS-MONTO-VEND
               ADD COMISION-O TO WS-COMISION-VEND
           END-RETURN.
       INICIAR-VENDEDOR.
           MOVE CODIGO-O TO WS-CODIGO-ACT
           MOVE NOMBRE-O TO WS-NOMBRE-ACT
           MOVE ZEROS TO ACUMULADOS-VENDEDOR.
       ESCRIBIR-CORTE-REGION.
           IF WS-LINEAS-PAGINA = 0 OR
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-REGION
           END-IF
           MOVE WS-CODIGO-ACT TO CODIGO-R
           MOVE WS-NOMBRE-ACT TO NOMBRE-R
           MOVE WS-CUENTA-VEND TO CUENTA-R
           MOVE WS-MONTO-VEND TO MONTO-R
           MOVE WS-COMISION-VEND TO COMISION-R
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-CUENTA-VEND TO WS-CUENTA-REG
           ADD WS-MONTO-VEND TO WS-MONTO-REG
           ADD WS-COMISION-VEND TO WS-COMISION-REG
           ADD WS-CUENTA-VEND TO WS-CUENTA-GRAL
           ADD WS-MONTO-VEND TO WS-MONTO-GRAL
           ADD WS-COMISION-VEND TO WS-COMISION-GRAL.
       ESCRIBIR-SUBTOTAL.
           MOVE WS-REGION-CORTE TO REGION-ST
           MOVE WS-CUENTA-REG TO CUENTA-ST
