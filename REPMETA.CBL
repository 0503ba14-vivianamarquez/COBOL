      * DE 80) PARA DETECTAR A TIEMPO A LOS REZAGADOS. EL REPORTE SALE
      * EN METAS-CUMPL.LST CON EL MISMO CORTE DE CONTROL POR REGION,
      * SUBTOTALES Y PAGINACION QUE REPVENTA, CON EL NOMBRE DE LA
      * REGION TOMADO DEL CATALOGO REGION.DAT. EN LAS VENTAS
      * COMPARTIDAS (PARTICIPA.DAT) EL REAL DE CADA VENDEDOR ES SOLO SU
      * PARTE: DE SUS PROPIAS VENTAS Y DE LAS VENTAS DE OTROS TITULARES
      * EN QUE PARTICIPA, CON SUS AJUSTES EN LA MISMA PROPORCION. LA
      * PARTE SE CALCULA IGUAL QUE EN REPVENTA PARA QUE AMBOS REPORTES
      * CUADREN. CADA VENDEDOR SE CLASIFICA EN LA REGION QUE TENIA AL
      * CIERRE DEL MES DEL REPORTE SEGUN LOS MOVIMIENTOS DE
      * TERRITORIO.DAT, ASI UN CAMBIO DE REGION POSTERIOR NO MUEVE LOS
      * REPORTES DE MESES PASADOS.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDENA
             ASSIGN TO "SORTWK".
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
       FD PARTICIPA.
       01 REG-PARTICIPA.
           05 CLAVE-PART.
               10 CODIGO-VTA-PART PIC 9(4).
               10 FECHA-VTA-PART PIC 9(8).
               10 FOLIO-VTA-PART PIC 9(6).
               10 CODIGO-PART PIC 9(4).
           05 PCT-PART PIC 9(3)V99.
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 GERENTE-REG PIC X(20).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
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
           05 WS-PRIMERA-REGION PIC X VALUE "S".
           05 WS-REAL-VEND PIC S9(9)V99.
           05 WS-ALCANCE PIC 9(4)V9.
           05 SW-PART PIC 9.
           05 WS-FOLIO-BUSCA PIC 9(6).
           05 WS-FOLIO-ORIG PIC 9(6).
           05 WS-IDX-PART PIC 9(2).
           05 WS-IDX-COMP PIC 9(3).
           05 WS-RESTO-MONTO PIC S9(9)V99.
           05 WS-PARTE-MONTO PIC S9(9)V99.
           05 WS-PARTE-VEND PIC S9(9)V99.
           05 SW-TER PIC 9.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
       01 TABLA-PARTICIPANTES.
           05 WS-TOTAL-PART PIC 9(2) VALUE ZEROS.
           05 WS-PART-ENT OCCURS 10 TIMES.
               10 WS-CODIGO-PART-T PIC 9(4).
               10 WS-PCT-PART-T PIC 9(3)V99.
       01 TABLA-COMPARTIDAS.
           05 WS-TOTAL-COMP PIC 9(3) VALUE ZEROS.
           05 WS-COMP-ENT OCCURS 200 TIMES.
               10 WS-CODIGO-COMP-T PIC 9(4).
               10 WS-FECHA-COMP-T PIC 9(8).
               10 WS-FOLIO-COMP-T PIC 9(6).
       01 ACUMULADOS-REGION.
           05 WS-META-REG PIC 9(11)V99.
           05 WS-REAL-REG PIC S9(11)V99.
           ELSE
               OPEN INPUT VENTAS
               OPEN INPUT VENDEDOR
               OPEN INPUT PARTICIPA
               OPEN INPUT TERRITORIO
               MOVE ZEROS TO CLAVE-META
               START METAS KEY IS >= CLAVE-META
                   INVALID KEY
           END-IF
           PERFORM SOLTAR-META UNTIL SW = 1
           IF WS-FS-METAS NOT = "35"
               CLOSE METAS VENTAS VENDEDOR PARTICIPA TERRITORIO
           END-IF.
       SOLTAR-META.
           READ METAS NEXT RECORD
                   MOVE "??" TO REGION-O
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-O
                   MOVE CODIGO-META TO WS-CODIGO-RH
                   MOVE WS-MES TO WS-FECHA-RH (1:6)
                   MOVE "31" TO WS-FECHA-RH (7:2)
                   MOVE REGION TO WS-REGION-RH
                   PERFORM BUSCAR-REGION-HISTORICA
                   MOVE WS-REGION-RH TO REGION-O
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
       ACUMULAR-REAL.
           MOVE ZEROS TO WS-REAL-VEND
               INVALID KEY
                   MOVE 1 TO SW-VTA
           END-START
           PERFORM LEER-VENTA UNTIL SW-VTA = 1
           PERFORM CARGAR-COMPARTIDAS
           PERFORM ACUMULAR-COMPARTIDA VARYING WS-IDX-COMP
               FROM 1 BY 1 UNTIL WS-IDX-COMP > WS-TOTAL-COMP.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               ELSE
                   IF TIPO-VTA NOT = "C"
                       IF TIPO-VTA = "A"
                           MOVE FOLIO-REF-VTA TO WS-FOLIO-BUSCA
                       ELSE
                           MOVE FOLIO-VTA TO WS-FOLIO-BUSCA
                       END-IF
                       PERFORM CALCULAR-PARTE
                       IF TIPO-VTA = "A"
                           SUBTRACT WS-PARTE-VEND FROM WS-REAL-VEND
                       ELSE
                           ADD WS-PARTE-VEND TO WS-REAL-VEND
                       END-IF
                   END-IF
               END-IF
           END-READ.
       CALCULAR-PARTE.
           PERFORM CARGAR-PARTICIPANTES
           MOVE MONTO-VTA TO WS-RESTO-MONTO
           MOVE ZEROS TO WS-PARTE-VEND
           PERFORM REPARTIR-MONTO VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART.
       REPARTIR-MONTO.
           IF WS-IDX-PART = WS-TOTAL-PART
               MOVE WS-RESTO-MONTO TO WS-PARTE-MONTO
           ELSE
               COMPUTE WS-PARTE-MONTO ROUNDED =
                   MONTO-VTA * WS-PCT-PART-T (WS-IDX-PART) / 100
               SUBTRACT WS-PARTE-MONTO FROM WS-RESTO-MONTO
           END-IF
           IF WS-CODIGO-PART-T (WS-IDX-PART) = CODIGO-META
               MOVE WS-PARTE-MONTO TO WS-PARTE-VEND
           END-IF.
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
       CARGAR-COMPARTIDAS.
           MOVE ZEROS TO WS-TOTAL-COMP
           MOVE CODIGO-META TO CODIGO-PART
           MOVE 0 TO SW-PART
           START PARTICIPA KEY IS >= CODIGO-PART
               INVALID KEY
                   MOVE 1 TO SW-PART
           END-START
           PERFORM LEER-COMPARTIDA UNTIL SW-PART = 1.
       LEER-COMPARTIDA.
           READ PARTICIPA NEXT RECORD
             AT END
               MOVE 1 TO SW-PART
             NOT AT END
               IF CODIGO-PART NOT = CODIGO-META
                   MOVE 1 TO SW-PART
               ELSE
                   IF CODIGO-VTA-PART NOT = CODIGO-META AND
                      FECHA-VTA-PART (1:6) = WS-MES
                       IF WS-TOTAL-COMP = 200
                           DISPLAY "AVISO: MAS DE 200 VENTAS "
                               "COMPARTIDAS DEL VENDEDOR " CODIGO-META
                           MOVE 1 TO SW-PART
                       ELSE
                           ADD 1 TO WS-TOTAL-COMP
                           MOVE CODIGO-VTA-PART TO
                               WS-CODIGO-COMP-T (WS-TOTAL-COMP)
                           MOVE FECHA-VTA-PART TO
                               WS-FECHA-COMP-T (WS-TOTAL-COMP)
                           MOVE FOLIO-VTA-PART TO
                               WS-FOLIO-COMP-T (WS-TOTAL-COMP)
                       END-IF
                   END-IF
               END-IF
           END-READ.
       ACUMULAR-COMPARTIDA.
           MOVE WS-CODIGO-COMP-T (WS-IDX-COMP) TO CODIGO-VTA
           MOVE WS-FECHA-COMP-T (WS-IDX-COMP) TO FECHA-VTA
           MOVE WS-FOLIO-COMP-T (WS-IDX-COMP) TO FOLIO-VTA
           MOVE FOLIO-VTA TO WS-FOLIO-ORIG
           READ VENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIPO-VTA NOT = "C"
                       MOVE FOLIO-VTA TO WS-FOLIO-BUSCA
                       PERFORM CALCULAR-PARTE
                       ADD WS-PARTE-VEND TO WS-REAL-VEND
                       PERFORM RESTAR-AJUSTES-COMPARTIDA
                   END-IF
           END-READ.
       RESTAR-AJUSTES-COMPARTIDA.
           MOVE ZEROS TO FOLIO-VTA
           MOVE 0 TO SW-VTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW-VTA
           END-START
           PERFORM LEER-AJUSTE-COMPARTIDA UNTIL SW-VTA = 1.
       LEER-AJUSTE-COMPARTIDA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW-VTA
             NOT AT END
               IF CODIGO-VTA NOT = WS-CODIGO-COMP-T (WS-IDX-COMP) OR
                  FECHA-VTA NOT = WS-FECHA-COMP-T (WS-IDX-COMP)
                   MOVE 1 TO SW-VTA
               ELSE
                   IF TIPO-VTA = "A" AND FOLIO-REF-VTA = WS-FOLIO-ORIG
                       MOVE WS-FOLIO-ORIG TO WS-FOLIO-BUSCA
                       PERFORM CALCULAR-PARTE
                       SUBTRACT WS-PARTE-VEND FROM WS-REAL-VEND
                   END-IF
               END-IF
           END-READ.
       IMPRIMIR-REPORTE.
           MOVE 0 TO SW-ORD
           MOVE ZEROS TO ACUMULADOS-REGION
