      * GENERAL DE TODA LA COMPANIA. EL CORTE IMPRIME EL NOMBRE DE LA
      * REGION TOMADO DEL CATALOGO REGION.DAT (MANTREG). EL REPORTE
      * SALE EN VENDEDOR-REG.LST CON LA PAGINACION DE LISTVEND.
      * CADA VENDEDOR SE CLASIFICA EN LA REGION QUE TENIA A LA FECHA DE
      * CORTE SEGUN LOS MOVIMIENTOS DE TERRITORIO.DAT; LA FECHA SE
      * RECIBE POR COMMAND-LINE (FECHA=AAAAMMDD) Y SIN PARAMETRO ES EL
      * DIA DE HOY. LOS VENDEDORES DADOS DE ALTA DESPUES DE LA FECHA DE
      * CORTE NO APARECEN.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-REG.
           SELECT OPTIONAL TERRITORIO
             ASSIGN TO RANDOM "TERRITORIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-TER.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
           05 CLAVE-REG PIC X(2).
           05 NOMBRE-REG PIC X(20).
           05 GERENTE-REG PIC X(20).
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
           05 PAGINA-R PIC ZZZ9.
       01 LIN-TITULO2.
           05 FILLER PIC X(100) VALUE SPACES.
       01 LIN-TITULO3.
           05 FILLER PIC X(18) VALUE "REGIONES VIGENTES ".
           05 FILLER PIC X(4) VALUE "AL: ".
           05 FECHA-CORTE-R PIC 99/99/9999.
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(6) VALUE "CODIGO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRIMERA-REGION PIC X VALUE "S".
           05 WS-ANIOS PIC S9(4).
           05 WS-BUCKET PIC 9.
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-FECHA-CORTE PIC 9(8).
           05 SW-TER PIC 9.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
       01 ACUMULADOS-REGION.
           05 WS-TOTAL-REG PIC 9(6).
           05 WS-ACTIVOS-REG PIC 9(6).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           SORT ORDENA
               ON ASCENDING KEY REGION-O CODIGO-O
               INPUT PROCEDURE IS LEER-VENDEDORES
               OUTPUT PROCEDURE IS IMPRIMIR-REPORTE.
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CORTE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) (1:6) = "FECHA="
                       MOVE WS-TOKEN (WS-IDX) (7:8) TO WS-FECHA-CORTE
                   END-IF
               END-PERFORM
           END-IF.
       LEER-VENDEDORES.
           MOVE 0 TO SW
           OPEN INPUT VENDEDOR
           OPEN INPUT TERRITORIO
           MOVE ZEROS TO CODIGO
           START VENDEDOR KEY IS >= CODIGO
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM SOLTAR-VENDEDOR UNTIL SW = 1
           CLOSE VENDEDOR TERRITORIO.
       SOLTAR-VENDEDOR.
           READ VENDEDOR NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF FECHA-ALTA NOT > WS-FECHA-CORTE
                   MOVE CODIGO TO WS-CODIGO-RH
                   MOVE WS-FECHA-CORTE TO WS-FECHA-RH
                   MOVE REGION TO WS-REGION-RH
                   PERFORM BUSCAR-REGION-HISTORICA
                   MOVE WS-REGION-RH TO REGION-O
                   MOVE CODIGO TO CODIGO-O
                   MOVE NOMBRE TO NOMBRE-O
                   MOVE ESTADO TO ESTADO-O
                   MOVE FECHA-ALTA TO FECHA-ALTA-O
                   RELEASE REG-ORDENA
               END-IF
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
           MOVE WS-FECHA-ACTUAL (7:2) TO WS-FECHA-MMDDYYYY (3:2)
           MOVE WS-FECHA-ACTUAL (1:4) TO WS-FECHA-MMDDYYYY (5:4)
           MOVE WS-FECHA-MMDDYYYY TO FECHA-R
           MOVE WS-FECHA-CORTE (5:2) TO WS-FECHA-MMDDYYYY (1:2)
           MOVE WS-FECHA-CORTE (7:2) TO WS-FECHA-MMDDYYYY (3:2)
           MOVE WS-FECHA-CORTE (1:4) TO WS-FECHA-MMDDYYYY (5:4)
           MOVE WS-FECHA-MMDDYYYY TO FECHA-CORTE-R
           IF WS-PAGINA > 1
               WRITE REG-REPORTE FROM LIN-TITULO2
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO1
           WRITE REG-REPORTE FROM LIN-TITULO3
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-ENCABEZADO
           WRITE REG-REPORTE FROM LIN-TITULO2
