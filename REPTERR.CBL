       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPTERR.
      *-------------------------
      * REPORTE DE MOVIMIENTOS DE TERRITORIO. RECORRE TERRITORIO.DAT
      * EN ORDEN DE CLAVE (CODIGO + FECHA + SECUENCIA) Y POR CADA
      * VENDEDOR IMPRIME SUS CAMBIOS DE REGION: FECHA, REGION ANTERIOR
      * Y REGION NUEVA (CON SU NOMBRE DEL CATALOGO REGION.DAT), EL
      * ORIGEN DEL MOVIMIENTO (MANTVEND, MANTLOTE, CARGARV O AUDIT SI
      * SE TOMO DE LA AUDITORIA AL CONVERTIR LAS VENTAS) Y EL USUARIO.
      * LA PRIMERA REGION DE UN VENDEDOR SALE COMO ALTA. EL NOMBRE DEL
      * VENDEDOR SE TOMA DE VENDEDOR.DAT O, SI YA FUE DEPURADO, DE
      * VENDEDOR-HIST.DAT. PARAMETROS POR COMMAND-LINE: CODIGO=NNNN
      * (SIN EL, TODOS LOS VENDEDORES), DESDE=AAAAMMDD Y HASTA=AAAAMMDD
      * (SIN ELLOS, TODOS LOS MOVIMIENTOS). EL REPORTE SALE EN
      * TERRITORIO.LST CON LA PAGINACION DE LISTVEND.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERRITORIO
             ASSIGN TO RANDOM "TERRITORIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-TER.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
           SELECT OPTIONAL VENDEDOR-HIST
             ASSIGN TO RANDOM "VENDEDOR-HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             ALTERNATE RECORD KEY IS NOMBRE-H WITH DUPLICATES.
           SELECT OPTIONAL REGIONES
             ASSIGN TO RANDOM "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-REG.
           SELECT REPORTE
             ASSIGN TO RANDOM "TERRITORIO.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 NOMBRE PIC X(20).
           05 TELEFONO PIC X(10).
           05 CORREO PIC X(20).
           05 CONTACTO PIC X(30).
           05 ESTADO PIC X(1).
           05 FECHA-ALTA PIC 9(8).
           05 REGION PIC X(2).
           05 FECHA-BAJA PIC 9(8).
       FD VENDEDOR-HIST.
       01 REG-VENDEDOR-HIST.
           05 CODIGO-H PIC 9(4).
           05 NOMBRE-H PIC X(20).
           05 TELEFONO-H PIC X(10).
           05 CORREO-H PIC X(20).
           05 CONTACTO-H PIC X(30).
           05 ESTADO-H PIC X(1).
           05 FECHA-ALTA-H PIC 9(8).
           05 REGION-H PIC X(2).
           05 FECHA-BAJA-H PIC 9(8).
       FD REGIONES.
       01 REG-REGION.
           05 CLAVE-REG PIC X(2).
           05 NOMBRE-REG PIC X(20).
           05 GERENTE-REG PIC X(20).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       01 LIN-TITULO1.
           05 FILLER PIC X(30) VALUE "MOVIMIENTOS DE TERRITORIO".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FECHA: ".
           05 FECHA-R PIC 99/99/9999.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PAGINA ".
           05 PAGINA-R PIC ZZZ9.
       01 LIN-TITULO2.
           05 FILLER PIC X(100) VALUE SPACES.
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(8) VALUE "FECHA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "DE REGION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "A REGION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ORIGEN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "USUARIO".
       01 LIN-VENDEDOR.
           05 FILLER PIC X(10) VALUE "VENDEDOR: ".
           05 CODIGO-V PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-V PIC X(20).
       01 LIN-DETALLE.
           05 FECHA-D PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REGION-ANT-D PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 NOMBRE-ANT-D PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REGION-NVA-D PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 NOMBRE-NVA-D PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORIGEN-D PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 USUARIO-D PIC X(10).
       01 LIN-TOTAL.
           05 FILLER PIC X(30) VALUE "MOVIMIENTOS REPORTADOS".
           05 TOTAL-T PIC ZZZ,ZZ9.
       01 VARIABLES.
           05 SW PIC 9.
           05 WS-PARM PIC X(80).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-FILTRO-CODIGO PIC X(4) VALUE SPACES.
           05 WS-CODIGO-NUM PIC 9(4) VALUE ZEROS.
           05 WS-DESDE PIC 9(8).
           05 WS-HASTA PIC 9(8).
           05 WS-DESDE-CAP PIC X(8) VALUE SPACES.
           05 WS-HASTA-CAP PIC X(8) VALUE SPACES.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-MMDDYYYY PIC 9(8).
           05 WS-PAGINA PIC 9(4) VALUE ZEROS.
           05 WS-LINEAS-PAGINA PIC 9(2) VALUE ZEROS.
           05 WS-MAX-LINEAS PIC 9(2) VALUE 20.
           05 WS-CODIGO-ACT PIC 9(4).
           05 WS-REGION-BUSCA PIC X(2).
           05 WS-NOMBRE-REGION PIC X(20).
           05 WS-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           PERFORM IMPRIMIR-MOVIMIENTOS.
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) (1:7) = "CODIGO="
                       MOVE WS-TOKEN (WS-IDX) (8:4) TO WS-FILTRO-CODIGO
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:6) = "DESDE="
                       MOVE WS-TOKEN (WS-IDX) (7:8) TO WS-DESDE-CAP
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:6) = "HASTA="
                       MOVE WS-TOKEN (WS-IDX) (7:8) TO WS-HASTA-CAP
                   END-IF
               END-PERFORM
               IF WS-FILTRO-CODIGO NOT = SPACES
                   COMPUTE WS-CODIGO-NUM =
                       FUNCTION NUMVAL (WS-FILTRO-CODIGO)
               END-IF
           END-IF
           IF WS-DESDE-CAP IS NUMERIC
               MOVE WS-DESDE-CAP TO WS-DESDE
           ELSE
               MOVE ZEROS TO WS-DESDE
           END-IF
           IF WS-HASTA-CAP IS NUMERIC
               MOVE WS-HASTA-CAP TO WS-HASTA
           ELSE
               MOVE 99999999 TO WS-HASTA
           END-IF.
       IMPRIMIR-MOVIMIENTOS.
           MOVE 0 TO SW
           MOVE ZEROS TO WS-CODIGO-ACT
           OPEN INPUT TERRITORIO
           OPEN INPUT VENDEDOR
           OPEN INPUT VENDEDOR-HIST
           OPEN INPUT REGIONES
           OPEN OUTPUT REPORTE
           MOVE WS-CODIGO-NUM TO CODIGO-TER
           MOVE ZEROS TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-MOVIMIENTO UNTIL SW = 1
           IF WS-LINEAS-PAGINA = 0
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-TOTAL-MOVIMIENTOS TO TOTAL-T
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-TOTAL
           CLOSE TERRITORIO VENDEDOR VENDEDOR-HIST REGIONES REPORTE
           DISPLAY "MOVIMIENTOS REPORTADOS: " WS-TOTAL-MOVIMIENTOS
           DISPLAY "MOVIMIENTOS DE TERRITORIO: TERRITORIO.LST".
       LEER-MOVIMIENTO.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF WS-CODIGO-NUM NOT = ZEROS AND
                  CODIGO-TER NOT = WS-CODIGO-NUM
                   MOVE 1 TO SW
               ELSE
                   IF FECHA-TER >= WS-DESDE AND
                      FECHA-TER <= WS-HASTA
                       IF CODIGO-TER NOT = WS-CODIGO-ACT
                           MOVE CODIGO-TER TO WS-CODIGO-ACT
                           PERFORM ESCRIBIR-CORTE-VENDEDOR
                       END-IF
                       PERFORM ESCRIBIR-DETALLE
                   END-IF
               END-IF
           END-READ.
       ESCRIBIR-CORTE-VENDEDOR.
           IF WS-LINEAS-PAGINA = 0 OR
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-CODIGO-ACT TO CODIGO-V
           MOVE WS-CODIGO-ACT TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE WS-CODIGO-ACT TO CODIGO-H
                   READ VENDEDOR-HIST
                       INVALID KEY
                           MOVE "(NO ENCONTRADO)" TO NOMBRE-V
                       NOT INVALID KEY
                           MOVE NOMBRE-H TO NOMBRE-V
                   END-READ
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-V
           END-READ
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-VENDEDOR
           ADD 2 TO WS-LINEAS-PAGINA.
       ESCRIBIR-DETALLE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-VENDEDOR
           END-IF
           MOVE FECHA-TER TO FECHA-D
           IF REGION-ANT-TER = SPACES
               MOVE SPACES TO REGION-ANT-D
               MOVE "(ALTA)" TO NOMBRE-ANT-D
           ELSE
               MOVE REGION-ANT-TER TO REGION-ANT-D
               MOVE REGION-ANT-TER TO WS-REGION-BUSCA
               PERFORM BUSCAR-NOMBRE-REGION
               MOVE WS-NOMBRE-REGION TO NOMBRE-ANT-D
           END-IF
           MOVE REGION-NVA-TER TO REGION-NVA-D
           MOVE REGION-NVA-TER TO WS-REGION-BUSCA
           PERFORM BUSCAR-NOMBRE-REGION
           MOVE WS-NOMBRE-REGION TO NOMBRE-NVA-D
           MOVE ORIGEN-TER TO ORIGEN-D
           MOVE USUARIO-TER TO USUARIO-D
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
       BUSCAR-NOMBRE-REGION.
           MOVE WS-REGION-BUSCA TO CLAVE-REG
           READ REGIONES
               INVALID KEY
                   MOVE "(SIN CATALOGO)" TO WS-NOMBRE-REGION
               NOT INVALID KEY
                   MOVE NOMBRE-REG TO WS-NOMBRE-REGION
           END-READ.
       ESCRIBIR-ENCABEZADOS.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO PAGINA-R
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
