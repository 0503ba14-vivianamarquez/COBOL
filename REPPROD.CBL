       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPPROD.
      *-------------------------
      * REPORTE MENSUAL DE VENTAS POR PRODUCTO Y LINEA. LEE VENTAS.DAT,
      * FILTRA LAS VENTAS DEL MES PEDIDO Y TOMA EL DETALLE DE CADA UNA
      * DE PARTIDAS.DAT (LAS PARTIDAS QUE CAPTURA CAPTVTA Y CARGA
      * CARGAVTA). LAS VENTAS CANCELADAS (TIPO "C") SE EXCLUYEN Y LOS
      * AJUSTES (TIPO "A") SE RESTAN DE LAS PARTIDAS DEL FOLIO ORIGINAL
      * EN PROPORCION A SU IMPORTE, IGUAL QUE REPVENTA NETEA LOS
      * AJUSTES POR VENDEDOR. LAS VENTAS ANTERIORES AL CATALOGO DE
      * PRODUCTOS, QUE NO TIENEN PARTIDAS, SALEN COMO "SIN DETALLE"
      * PARA QUE EL TOTAL CUADRE CON REPVENTA. LA REGION ES LA QUE
      * QUEDO GRABADA EN LA VENTA (LA QUE TENIA EL VENDEDOR EN LA FECHA
      * DE LA VENTA). IMPRIME UN REPORTE PAGINADO AL ESTILO
      * DE LISTVEND CON CORTE DE CONTROL POR REGION (NOMBRE TOMADO DE
      * REGION.DAT), SUBTOTAL POR LINEA DENTRO DE CADA REGION,
      * SUBTOTAL POR REGION Y TOTAL GENERAL. ACEPTA EL PARAMETRO
      * MES=AAAAMM POR COMMAND-LINE; SIN PARAMETRO REPORTA EL MES EN
      * CURSO.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTAS
             ASSIGN TO RANDOM "VENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA.
           SELECT OPTIONAL PARTIDAS
             ASSIGN TO RANDOM "PARTIDAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PDA.
           SELECT OPTIONAL PRODUCTO
             ASSIGN TO RANDOM "PRODUCTO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PROD.
           SELECT REPORTE
             ASSIGN TO RANDOM "VENTAS-PROD.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDENA
             ASSIGN TO "SORTWK".
           SELECT OPTIONAL REGIONES
             ASSIGN TO RANDOM "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-REG.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
       01 REG-VENTA.
           05 CLAVE-VENTA.
               10 CODIGO-VTA PIC 9(4).
               10 FECHA-VTA PIC 9(8).
               10 FOLIO-VTA PIC 9(6).
           05 MONTO-VTA PIC 9(7)V99.
           05 COMISION-VTA PIC 9(7)V99.
           05 TIPO-VTA PIC X(1).
           05 FOLIO-REF-VTA PIC 9(6).
           05 LIQUIDADA-VTA PIC X(1).
           05 CLIENTE-VTA PIC 9(5).
           05 COBRADO-VTA PIC 9(7)V99.
           05 AJUSTADO-VTA PIC 9(7)V99.
           05 COMISION-PAG-VTA PIC 9(7)V99.
           05 REGION-VTA PIC X(2).
       FD PARTIDAS.
       01 REG-PARTIDA.
           05 CLAVE-PDA.
               10 CODIGO-PDA PIC 9(4).
               10 FECHA-PDA PIC 9(8).
               10 FOLIO-PDA PIC 9(6).
               10 RENGLON-PDA PIC 9(2).
           05 PRODUCTO-PDA PIC X(4).
           05 LINEA-PDA PIC X(3).
           05 CANTIDAD-PDA PIC 9(5).
           05 PRECIO-PDA PIC 9(7)V99.
           05 IMPORTE-PDA PIC 9(7)V99.
           05 PCT-PDA PIC 9(2)V99.
           05 COMISION-PDA PIC 9(7)V99.
       FD PRODUCTO.
       01 REG-PRODUCTO.
           05 CLAVE-PROD PIC X(4).
           05 DESCRIPCION-PROD PIC X(30).
           05 LINEA-PROD PIC X(3).
           05 PRECIO-PROD PIC 9(7)V99.
           05 ESTADO-PROD PIC X(1).
           05 FECHA-ALTA-PROD PIC 9(8).
           05 FECHA-BAJA-PROD PIC 9(8).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
       FD REGIONES.
       01 REG-REGION.
           05 CLAVE-REG PIC X(2).
           05 NOMBRE-REG PIC X(20).
           05 GERENTE-REG PIC X(20).
       SD ORDENA.
       01 REG-ORDENA.
           05 REGION-O PIC X(2).
           05 LINEA-O PIC X(3).
           05 PRODUCTO-O PIC X(4).
           05 CANTIDAD-O PIC S9(7).
           05 MONTO-O PIC S9(9)V99.
           05 COMISION-O PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       01 LIN-TITULO1.
           05 FILLER PIC X(30) VALUE "VENTAS POR PRODUCTO DEL MES".
           05 MES-R PIC X(6).
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FECHA: ".
           05 FECHA-R PIC 99/99/9999.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PAGINA ".
           05 PAGINA-R PIC ZZZ9.
       01 LIN-TITULO2.
           05 FILLER PIC X(100) VALUE SPACES.
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(5) VALUE "LINEA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PRODUCTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "DESCRIPCION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "CANTIDAD".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "MONTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COMISION".
       01 LIN-REGION.
           05 FILLER PIC X(8) VALUE "REGION: ".
           05 REGION-R PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-REG-R PIC X(20).
       01 LIN-DETALLE.
           05 LINEA-R PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 PRODUCTO-R PIC X(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DESCRIPCION-R PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CANTIDAD-R PIC -Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MONTO-R PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-R PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-SUBTOTAL-LINEA.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "TOTAL LINEA ".
           05 LINEA-SL PIC X(3).
           05 FILLER PIC X(17) VALUE SPACES.
           05 CANTIDAD-SL PIC -Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MONTO-SL PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-SL PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-SUBTOTAL.
           05 FILLER PIC X(13) VALUE "TOTAL REGION ".
           05 REGION-ST PIC X(2).
           05 FILLER PIC X(34) VALUE SPACES.
           05 CANTIDAD-ST PIC -Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MONTO-ST PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-ST PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL.
           05 FILLER PIC X(49) VALUE "TOTAL GENERAL".
           05 CANTIDAD-T PIC -Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MONTO-T PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-T PIC -ZZ,ZZZ,ZZ9.99.
       01 TABLA-PARTIDAS.
           05 WS-TOTAL-PARTIDAS PIC 9(2) VALUE ZEROS.
           05 WS-PARTIDA-ENT OCCURS 20 TIMES.
               10 WS-PRODUCTO-T PIC X(4).
               10 WS-LINEA-T PIC X(3).
               10 WS-CANTIDAD-T PIC 9(5).
               10 WS-IMPORTE-T PIC 9(7)V99.
               10 WS-COMISION-T PIC 9(7)V99.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-PDA PIC 9.
           05 SW-ORD PIC 9.
           05 WS-MES PIC X(6).
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-MMDDYYYY PIC 9(8).
           05 WS-PAGINA PIC 9(4) VALUE ZEROS.
           05 WS-LINEAS-PAGINA PIC 9(2) VALUE ZEROS.
           05 WS-MAX-LINEAS PIC 9(2) VALUE 20.
           05 WS-REGION-VTA PIC X(2).
           05 WS-FOLIO-BUSCA PIC 9(6).
           05 WS-SUMA-PARTIDAS PIC 9(8)V99.
           05 WS-MONTO-RESTO PIC S9(9)V99.
           05 WS-COMISION-RESTO PIC S9(9)V99.
           05 WS-REGION-CORTE PIC X(2).
           05 WS-LINEA-CORTE PIC X(3).
           05 WS-PRODUCTO-CORTE PIC X(4).
           05 WS-PRIMERA-REGION PIC X VALUE "S".
       01 ACUMULADOS-PRODUCTO.
           05 WS-CANTIDAD-PROD PIC S9(7).
           05 WS-MONTO-PROD PIC S9(9)V99.
           05 WS-COMISION-PROD PIC S9(9)V99.
       01 ACUMULADOS-LINEA.
           05 WS-CANTIDAD-LIN PIC S9(7).
           05 WS-MONTO-LIN PIC S9(9)V99.
           05 WS-COMISION-LIN PIC S9(9)V99.
       01 ACUMULADOS-REGION.
           05 WS-CANTIDAD-REG PIC S9(7).
           05 WS-MONTO-REG PIC S9(9)V99.
           05 WS-COMISION-REG PIC S9(9)V99.
       01 ACUMULADOS-GENERAL.
           05 WS-CANTIDAD-GRAL PIC S9(7).
           05 WS-MONTO-GRAL PIC S9(9)V99.
           05 WS-COMISION-GRAL PIC S9(9)V99.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           SORT ORDENA
               ON ASCENDING KEY REGION-O LINEA-O PRODUCTO-O
               INPUT PROCEDURE IS SELECCIONAR-PARTIDAS
               OUTPUT PROCEDURE IS IMPRIMIR-REPORTE.
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MES
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) (1:4) = "MES="
                       MOVE WS-TOKEN (WS-IDX) (5:6) TO WS-MES
                   END-IF
               END-PERFORM
           END-IF.
       SELECCIONAR-PARTIDAS.
           MOVE 0 TO SW
           OPEN INPUT VENTAS
           OPEN INPUT PARTIDAS
           MOVE ZEROS TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1
           CLOSE VENTAS PARTIDAS.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF FECHA-VTA (1:6) = WS-MES AND TIPO-VTA NOT = "C"
                   MOVE REGION-VTA TO WS-REGION-VTA
                   IF TIPO-VTA = "A"
                       MOVE FOLIO-REF-VTA TO WS-FOLIO-BUSCA
                   ELSE
                       MOVE FOLIO-VTA TO WS-FOLIO-BUSCA
                   END-IF
                   PERFORM CARGAR-PARTIDAS
                   IF WS-TOTAL-PARTIDAS = ZEROS
                       PERFORM SOLTAR-SIN-DETALLE
                   ELSE
                       PERFORM SOLTAR-PARTIDAS
                   END-IF
               END-IF
           END-READ.
       CARGAR-PARTIDAS.
           MOVE ZEROS TO WS-TOTAL-PARTIDAS
           MOVE ZEROS TO WS-SUMA-PARTIDAS
           MOVE 0 TO SW-PDA
           MOVE CODIGO-VTA TO CODIGO-PDA
           MOVE FECHA-VTA TO FECHA-PDA
           MOVE WS-FOLIO-BUSCA TO FOLIO-PDA
           MOVE ZEROS TO RENGLON-PDA
           START PARTIDAS KEY IS >= CLAVE-PDA
               INVALID KEY
                   MOVE 1 TO SW-PDA
           END-START
           PERFORM LEER-PARTIDA UNTIL SW-PDA = 1.
       LEER-PARTIDA.
           READ PARTIDAS NEXT RECORD
             AT END
               MOVE 1 TO SW-PDA
             NOT AT END
               IF CODIGO-PDA NOT = CODIGO-VTA OR
                  FECHA-PDA NOT = FECHA-VTA OR
                  FOLIO-PDA NOT = WS-FOLIO-BUSCA OR
                  WS-TOTAL-PARTIDAS = 20
                   MOVE 1 TO SW-PDA
               ELSE
                   ADD 1 TO WS-TOTAL-PARTIDAS
                   MOVE PRODUCTO-PDA TO
                       WS-PRODUCTO-T (WS-TOTAL-PARTIDAS)
                   MOVE LINEA-PDA TO WS-LINEA-T (WS-TOTAL-PARTIDAS)
                   MOVE CANTIDAD-PDA TO
                       WS-CANTIDAD-T (WS-TOTAL-PARTIDAS)
                   MOVE IMPORTE-PDA TO WS-IMPORTE-T (WS-TOTAL-PARTIDAS)
                   MOVE COMISION-PDA TO
                       WS-COMISION-T (WS-TOTAL-PARTIDAS)
                   ADD IMPORTE-PDA TO WS-SUMA-PARTIDAS
               END-IF
           END-READ.
       SOLTAR-SIN-DETALLE.
           MOVE WS-REGION-VTA TO REGION-O
           MOVE SPACES TO LINEA-O
           MOVE SPACES TO PRODUCTO-O
           MOVE ZEROS TO CANTIDAD-O
           IF TIPO-VTA = "A"
               COMPUTE MONTO-O = 0 - MONTO-VTA
               COMPUTE COMISION-O = 0 - COMISION-VTA
           ELSE
               MOVE MONTO-VTA TO MONTO-O
               MOVE COMISION-VTA TO COMISION-O
           END-IF
           RELEASE REG-ORDENA.
       SOLTAR-PARTIDAS.
           IF TIPO-VTA = "A"
               COMPUTE WS-MONTO-RESTO = 0 - MONTO-VTA
               COMPUTE WS-COMISION-RESTO = 0 - COMISION-VTA
               PERFORM SOLTAR-PARTIDA-AJUSTE VARYING WS-IDX
                   FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-PARTIDAS
           ELSE
               PERFORM SOLTAR-PARTIDA-VENTA VARYING WS-IDX
                   FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-PARTIDAS
           END-IF.
       SOLTAR-PARTIDA-VENTA.
           MOVE WS-REGION-VTA TO REGION-O
           MOVE WS-LINEA-T (WS-IDX) TO LINEA-O
           MOVE WS-PRODUCTO-T (WS-IDX) TO PRODUCTO-O
           MOVE WS-CANTIDAD-T (WS-IDX) TO CANTIDAD-O
           MOVE WS-IMPORTE-T (WS-IDX) TO MONTO-O
           MOVE WS-COMISION-T (WS-IDX) TO COMISION-O
           RELEASE REG-ORDENA.
       SOLTAR-PARTIDA-AJUSTE.
           MOVE WS-REGION-VTA TO REGION-O
           MOVE WS-LINEA-T (WS-IDX) TO LINEA-O
           MOVE WS-PRODUCTO-T (WS-IDX) TO PRODUCTO-O
           MOVE ZEROS TO CANTIDAD-O
           IF WS-IDX = WS-TOTAL-PARTIDAS OR WS-SUMA-PARTIDAS = ZEROS
               MOVE WS-MONTO-RESTO TO MONTO-O
               MOVE WS-COMISION-RESTO TO COMISION-O
           ELSE
               COMPUTE MONTO-O ROUNDED = 0 - MONTO-VTA *
                   WS-IMPORTE-T (WS-IDX) / WS-SUMA-PARTIDAS
               COMPUTE COMISION-O ROUNDED = 0 - COMISION-VTA *
                   WS-IMPORTE-T (WS-IDX) / WS-SUMA-PARTIDAS
           END-IF
           SUBTRACT MONTO-O FROM WS-MONTO-RESTO
           SUBTRACT COMISION-O FROM WS-COMISION-RESTO
           RELEASE REG-ORDENA.
       IMPRIMIR-REPORTE.
           MOVE 0 TO SW-ORD
           MOVE ZEROS TO ACUMULADOS-PRODUCTO
           MOVE ZEROS TO ACUMULADOS-LINEA
           MOVE ZEROS TO ACUMULADOS-REGION
           MOVE ZEROS TO ACUMULADOS-GENERAL
           MOVE "S" TO WS-PRIMERA-REGION
           OPEN OUTPUT REPORTE
           OPEN INPUT REGIONES
           OPEN INPUT PRODUCTO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           PERFORM RETORNAR-ORDENADO UNTIL SW-ORD = 1
           IF WS-PRIMERA-REGION = "N"
               PERFORM ESCRIBIR-DETALLE
               PERFORM ESCRIBIR-SUBTOTAL-LINEA
               PERFORM ESCRIBIR-SUBTOTAL
           END-IF
           PERFORM ESCRIBIR-TOTAL
           CLOSE REPORTE REGIONES PRODUCTO.
       RETORNAR-ORDENADO.
           RETURN ORDENA
             AT END
               MOVE 1 TO SW-ORD
             NOT AT END
               IF WS-PRIMERA-REGION = "S"
                   MOVE REGION-O TO WS-REGION-CORTE
                   MOVE LINEA-O TO WS-LINEA-CORTE
                   MOVE PRODUCTO-O TO WS-PRODUCTO-CORTE
                   MOVE "N" TO WS-PRIMERA-REGION
                   PERFORM ESCRIBIR-CORTE-REGION
               ELSE
                   PERFORM VERIFICAR-CORTES
               END-IF
               ADD CANTIDAD-O TO WS-CANTIDAD-PROD
               ADD MONTO-O TO WS-MONTO-PROD
               ADD COMISION-O TO WS-COMISION-PROD
           END-RETURN.
       VERIFICAR-CORTES.
           IF REGION-O NOT = WS-REGION-CORTE
               PERFORM ESCRIBIR-DETALLE
               PERFORM ESCRIBIR-SUBTOTAL-LINEA
               PERFORM ESCRIBIR-SUBTOTAL
               MOVE ZEROS TO ACUMULADOS-REGION
               MOVE REGION-O TO WS-REGION-CORTE
               MOVE LINEA-O TO WS-LINEA-CORTE
               MOVE PRODUCTO-O TO WS-PRODUCTO-CORTE
               PERFORM ESCRIBIR-CORTE-REGION
           ELSE
               IF LINEA-O NOT = WS-LINEA-CORTE
                   PERFORM ESCRIBIR-DETALLE
                   PERFORM ESCRIBIR-SUBTOTAL-LINEA
                   MOVE LINEA-O TO WS-LINEA-CORTE
                   MOVE PRODUCTO-O TO WS-PRODUCTO-CORTE
               ELSE
                   IF PRODUCTO-O NOT = WS-PRODUCTO-CORTE
                       PERFORM ESCRIBIR-DETALLE
                       MOVE PRODUCTO-O TO WS-PRODUCTO-CORTE
                   END-IF
               END-IF
           END-IF.
       ESCRIBIR-CORTE-REGION.
           IF WS-LINEAS-PAGINA = 0 OR
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-REGION-CORTE TO REGION-R
           PERFORM BUSCAR-NOMBRE-REGION
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-REGION
           ADD 2 TO WS-LINEAS-PAGINA.
       BUSCAR-NOMBRE-REGION.
           MOVE WS-REGION-CORTE TO CLAVE-REG
           READ REGIONES
               INVALID KEY
                   MOVE "(SIN CATALOGO)" TO NOMBRE-REG-R
               NOT INVALID KEY
                   MOVE NOMBRE-REG TO NOMBRE-REG-R
           END-READ.
       BUSCAR-DESCRIPCION.
           IF WS-PRODUCTO-CORTE = SPACES
               MOVE "(VENTAS SIN DETALLE)" TO DESCRIPCION-R
           ELSE
               MOVE WS-PRODUCTO-CORTE TO CLAVE-PROD
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(NO EN CATALOGO)" TO DESCRIPCION-R
                   NOT INVALID KEY
                       MOVE DESCRIPCION-PROD TO DESCRIPCION-R
               END-READ
           END-IF.
       ESCRIBIR-DETALLE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-REGION
           END-IF
           MOVE WS-LINEA-CORTE TO LINEA-R
           MOVE WS-PRODUCTO-CORTE TO PRODUCTO-R
           PERFORM BUSCAR-DESCRIPCION
           MOVE WS-CANTIDAD-PROD TO CANTIDAD-R
           MOVE WS-MONTO-PROD TO MONTO-R
           MOVE WS-COMISION-PROD TO COMISION-R
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-CANTIDAD-PROD TO WS-CANTIDAD-LIN
           ADD WS-MONTO-PROD TO WS-MONTO-LIN
           ADD WS-COMISION-PROD TO WS-COMISION-LIN
           MOVE ZEROS TO ACUMULADOS-PRODUCTO.
       ESCRIBIR-SUBTOTAL-LINEA.
           MOVE WS-LINEA-CORTE TO LINEA-SL
           MOVE WS-CANTIDAD-LIN TO CANTIDAD-SL
           MOVE WS-MONTO-LIN TO MONTO-SL
           MOVE WS-COMISION-LIN TO COMISION-SL
           WRITE REG-REPORTE FROM LIN-SUBTOTAL-LINEA
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-CANTIDAD-LIN TO WS-CANTIDAD-REG
           ADD WS-MONTO-LIN TO WS-MONTO-REG
           ADD WS-COMISION-LIN TO WS-COMISION-REG
           MOVE ZEROS TO ACUMULADOS-LINEA.
       ESCRIBIR-SUBTOTAL.
           MOVE WS-REGION-CORTE TO REGION-ST
           MOVE WS-CANTIDAD-REG TO CANTIDAD-ST
           MOVE WS-MONTO-REG TO MONTO-ST
           MOVE WS-COMISION-REG TO COMISION-ST
           WRITE REG-REPORTE FROM LIN-SUBTOTAL
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-CANTIDAD-REG TO WS-CANTIDAD-GRAL
           ADD WS-MONTO-REG TO WS-MONTO-GRAL
           ADD WS-COMISION-REG TO WS-COMISION-GRAL.
       ESCRIBIR-TOTAL.
           MOVE WS-CANTIDAD-GRAL TO CANTIDAD-T
           MOVE WS-MONTO-GRAL TO MONTO-T
           MOVE WS-COMISION-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-TOTAL.
       ESCRIBIR-ENCABEZADOS.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO PAGINA-R
           MOVE WS-MES TO MES-R
           MOVE WS-FECHA-ACTUAL (5:2) TO WS-FECHA-MMDDYYYY (1:2)
           MOVE WS-FECHA-ACTUAL (7:2) TO WS-FECHA-MMDDYYYY (3:2)
           MOVE WS-FECHA-ACTUAL (1:4) TO WS-FECHA-MMDDYYYY (5:4)
           MOVE WS-FECHA-MMDDYYYY TO FECHA-R
           IF WS-PAGINA > 1
               WRITE REG-REPORTE FROM LIN-TITULO2
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO1
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-ENCABEZADO
           WRITE REG-REPORTE FROM LIN-TITULO2
           MOVE ZEROS TO WS-LINEAS-PAGINA.
