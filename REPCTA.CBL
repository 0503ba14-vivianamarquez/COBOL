       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCTA.
      *-------------------------
      * ESTADO DE CUENTA CORRIENTE DE COMISIONES POR VENDEDOR Y
      * PERIODO. RECORRE CTACTE.DAT EN ORDEN DE CLAVE (CODIGO + FECHA
      * + SECUENCIA) Y POR CADA VENDEDOR IMPRIME EL SALDO INICIAL (LOS
      * MOVIMIENTOS ANTERIORES AL PERIODO), CADA MOVIMIENTO DEL
      * PERIODO CON SU CARGO, ABONO Y SALDO CORRIDO, Y LOS TOTALES Y
      * EL SALDO FINAL; UN SALDO NEGATIVO ES SALDO DEUDOR QUE LIQVTA
      * DESCONTARA DE LA SIGUIENTE LIQUIDACION. PARAMETROS POR
      * COMMAND-LINE: CODIGO=NNNN (SIN EL, TODOS LOS VENDEDORES),
      * DESDE=AAAAMMDD Y HASTA=AAAAMMDD (SIN ELLOS, EL MES EN CURSO).
      * EL REPORTE SALE EN ESTADO-CTA.LST CON LA PAGINACION DE
      * LISTVEND.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTACTE
             ASSIGN TO RANDOM "CTACTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CTA.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
           SELECT REPORTE
             ASSIGN TO RANDOM "ESTADO-CTA.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CTACTE.
       01 REG-CTACTE.
           05 CLAVE-CTA.
               10 CODIGO-CTA PIC 9(4).
               10 FECHA-CTA PIC 9(8).
               10 SECUENCIA-CTA PIC 9(3).
           05 TIPO-CTA PIC X(1).
           05 CARGO-CTA PIC 9(7)V99.
           05 ABONO-CTA PIC 9(7)V99.
           05 MES-LIQ-CTA PIC 9(6).
           05 REFERENCIA-CTA PIC X(20).
           05 USUARIO-CTA PIC X(10).
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
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       01 LIN-TITULO1.
           05 FILLER PIC X(20) VALUE "ESTADO DE CUENTA".
           05 DESDE-R PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 HASTA-R PIC 9(8).
           05 FILLER PIC X(11) VALUE SPACES.
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
           05 FILLER PIC X(12) VALUE "MOVIMIENTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REFERENCIA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CARGO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ABONO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SALDO".
       01 LIN-VENDEDOR.
           05 FILLER PIC X(10) VALUE "VENDEDOR: ".
           05 CODIGO-V PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-V PIC X(20).
       01 LIN-SALDO-INICIAL.
           05 FILLER PIC X(24) VALUE "SALDO INICIAL".
           05 FILLER PIC X(56) VALUE SPACES.
           05 SALDO-I PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-DETALLE.
           05 FECHA-D PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOVIMIENTO-D PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REFERENCIA-D PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CARGO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ABONO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALDO-D PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL-VEND.
           05 FILLER PIC X(24) VALUE "TOTALES DEL PERIODO".
           05 FILLER PIC X(24) VALUE SPACES.
           05 CARGO-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ABONO-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALDO-TV PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-DEUDOR.
           05 FILLER PIC X(43) VALUE
               "SALDO DEUDOR: SE DESCUENTA DE LA SIGUIENTE".
           05 FILLER PIC X(12) VALUE "LIQUIDACION".
       01 LIN-TOTAL.
           05 FILLER PIC X(30) VALUE "VENDEDORES REPORTADOS".
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
           05 WS-INICIAL-IMPRESO PIC X.
           05 WS-SALDO PIC S9(9)V99.
           05 WS-CARGOS-VEND PIC S9(9)V99.
           05 WS-ABONOS-VEND PIC S9(9)V99.
           05 WS-TOTAL-VENDEDORES PIC 9(6) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           PERFORM IMPRIMIR-ESTADOS.
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
               MOVE WS-FECHA-ACTUAL TO WS-DESDE
               MOVE "01" TO WS-DESDE (7:2)
           END-IF
           IF WS-HASTA-CAP IS NUMERIC
               MOVE WS-HASTA-CAP TO WS-HASTA
           ELSE
               MOVE WS-FECHA-ACTUAL TO WS-HASTA
               MOVE "31" TO WS-HASTA (7:2)
           END-IF.
       IMPRIMIR-ESTADOS.
           MOVE 0 TO SW
           MOVE ZEROS TO WS-CODIGO-ACT
           OPEN INPUT CTACTE
           OPEN INPUT VENDEDOR
           OPEN OUTPUT REPORTE
           MOVE WS-CODIGO-NUM TO CODIGO-CTA
           MOVE ZEROS TO FECHA-CTA
           MOVE ZEROS TO SECUENCIA-CTA
           START CTACTE KEY IS >= CLAVE-CTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-MOVIMIENTO UNTIL SW = 1
           IF WS-CODIGO-ACT NOT = ZEROS
               PERFORM CERRAR-VENDEDOR
           END-IF
           IF WS-LINEAS-PAGINA = 0
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-TOTAL-VENDEDORES TO TOTAL-T
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-TOTAL
           CLOSE CTACTE VENDEDOR REPORTE
           DISPLAY "VENDEDORES REPORTADOS: " WS-TOTAL-VENDEDORES
           DISPLAY "ESTADO DE CUENTA: ESTADO-CTA.LST".
       LEER-MOVIMIENTO.
           READ CTACTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF WS-CODIGO-NUM NOT = ZEROS AND
                  CODIGO-CTA NOT = WS-CODIGO-NUM
                   MOVE 1 TO SW
               ELSE
                   IF CODIGO-CTA NOT = WS-CODIGO-ACT
                       IF WS-CODIGO-ACT NOT = ZEROS
                           PERFORM CERRAR-VENDEDOR
                       END-IF
                       PERFORM INICIAR-VENDEDOR
                   END-IF
                   PERFORM APLICAR-MOVIMIENTO
               END-IF
           END-READ.
       INICIAR-VENDEDOR.
           MOVE CODIGO-CTA TO WS-CODIGO-ACT
           MOVE ZEROS TO WS-SALDO
           MOVE ZEROS TO WS-CARGOS-VEND
           MOVE ZEROS TO WS-ABONOS-VEND
           MOVE "N" TO WS-INICIAL-IMPRESO.
       APLICAR-MOVIMIENTO.
           IF FECHA-CTA < WS-DESDE
               ADD ABONO-CTA TO WS-SALDO
               SUBTRACT CARGO-CTA FROM WS-SALDO
           ELSE
               IF FECHA-CTA <= WS-HASTA
                   IF WS-INICIAL-IMPRESO = "N"
                       PERFORM ESCRIBIR-SALDO-INICIAL
                   END-IF
                   ADD ABONO-CTA TO WS-SALDO
                   SUBTRACT CARGO-CTA FROM WS-SALDO
                   ADD CARGO-CTA TO WS-CARGOS-VEND
                   ADD ABONO-CTA TO WS-ABONOS-VEND
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-IF.
       CERRAR-VENDEDOR.
           IF WS-INICIAL-IMPRESO = "N" AND WS-SALDO NOT = ZEROS
               PERFORM ESCRIBIR-SALDO-INICIAL
           END-IF
           IF WS-INICIAL-IMPRESO = "S"
               IF WS-LINEAS-PAGINA + 2 > WS-MAX-LINEAS
                   PERFORM ESCRIBIR-CORTE-VENDEDOR
               END-IF
               MOVE WS-CARGOS-VEND TO CARGO-TV
               MOVE WS-ABONOS-VEND TO ABONO-TV
               MOVE WS-SALDO TO SALDO-TV
               WRITE REG-REPORTE FROM LIN-TOTAL-VEND
               ADD 1 TO WS-LINEAS-PAGINA
               IF WS-SALDO < ZEROS
                   WRITE REG-REPORTE FROM LIN-DEUDOR
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF
               ADD 1 TO WS-TOTAL-VENDEDORES
           END-IF.
       ESCRIBIR-SALDO-INICIAL.
           MOVE "S" TO WS-INICIAL-IMPRESO
           PERFORM ESCRIBIR-CORTE-VENDEDOR
           MOVE WS-SALDO TO SALDO-I
           WRITE REG-REPORTE FROM LIN-SALDO-INICIAL
           ADD 1 TO WS-LINEAS-PAGINA.
       ESCRIBIR-CORTE-VENDEDOR.
           IF WS-LINEAS-PAGINA = 0 OR
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-CODIGO-ACT TO CODIGO-V
           MOVE WS-CODIGO-ACT TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-V
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
           MOVE FECHA-CTA TO FECHA-D
           EVALUATE TIPO-CTA
               WHEN "L" MOVE "LIQUIDACION" TO MOVIMIENTO-D
               WHEN "A" MOVE "ANTICIPO" TO MOVIMIENTO-D
               WHEN "D" MOVE "DESCUENTO" TO MOVIMIENTO-D
               WHEN "P" MOVE "PAGO" TO MOVIMIENTO-D
               WHEN "B" MOVE "BONO META" TO MOVIMIENTO-D
               WHEN "R" MOVE "RETENCION" TO MOVIMIENTO-D
               WHEN OTHER MOVE TIPO-CTA TO MOVIMIENTO-D
           END-EVALUATE
           MOVE REFERENCIA-CTA TO REFERENCIA-D
           MOVE CARGO-CTA TO CARGO-D
           MOVE ABONO-CTA TO ABONO-D
           MOVE WS-SALDO TO SALDO-D
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA.
       ESCRIBIR-ENCABEZADOS.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO PAGINA-R
           MOVE WS-DESDE TO DESDE-R
           MOVE WS-HASTA TO HASTA-R
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
