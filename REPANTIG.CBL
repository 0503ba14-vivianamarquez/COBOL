       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPANTIG.
      *-------------------------
      * REPORTE DE ANTIGUEDAD DE SALDOS POR CLIENTE PARA COBRANZA.
      * TOMA DE VENTAS.DAT LAS VENTAS (TIPO "V") CON SALDO POR COBRAR
      * (MONTO MENOS LO COBRADO EN COBROS.DAT Y LO AJUSTADO CON NOTAS
      * DE CREDITO), LAS ORDENA POR CLIENTE Y VENDEDOR (CORTE DE
      * CONTROL CON SUBTOTAL POR CLIENTE, CON LA PAGINACION DE
      * LISTVEND) Y REPARTE EL SALDO DE CADA FOLIO SEGUN LOS DIAS
      * TRANSCURRIDOS DESDE LA FECHA DE LA VENTA HASTA HOY: 0-30,
      * 31-60, 61-90 Y MAS DE 90 DIAS. EL ENCABEZADO DE CADA CLIENTE
      * MUESTRA COMO RESPONSABLE AL VENDEDOR TITULAR DE SU CARTERA
      * (VENDEDOR-CLI EN CLIENTE.DAT, EL QUE DEJAN MANTCLI Y REASCART)
      * CON SU NOMBRE Y SITUACION EN VENDEDOR.DAT, PARA QUE COBRANZA
      * SEPA A QUIEN ACUDIR CON LAS CUENTAS VENCIDAS; UN CLIENTE SIN
      * TITULAR SALE "(SIN ASIGNAR)". CADA DETALLE MUESTRA SOLO EL
      * VENDEDOR QUE HIZO ESA VENTA, MARCANDO "(INACTIVO)" CUANDO SE
      * DIO DE BAJA, IGUAL QUE REPCLIV. LAS CANCELADAS Y LOS
      * AJUSTES NO SE LISTAN (EL AJUSTE YA ESTA DESCONTADO DEL SALDO
      * DE SU FOLIO ORIGINAL). EL NOMBRE DEL CLIENTE SE TOMA DE
      * CLIENTE.DAT. EL REPORTE SALE EN ANTIGUEDAD.LST.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTAS
             ASSIGN TO RANDOM "VENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
           SELECT OPTIONAL CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
           SELECT REPORTE
             ASSIGN TO RANDOM "ANTIGUEDAD.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDENA
             ASSIGN TO "SORTWK".
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
       FD CLIENTE.
       01 REG-CLIENTE.
           05 CLAVE-CLI PIC 9(5).
           05 NOMBRE-CLI PIC X(30).
           05 TELEFONO-CLI PIC X(10).
           05 CORREO-CLI PIC X(20).
           05 ESTADO-CLI PIC X(1).
           05 FECHA-ALTA-CLI PIC 9(8).
           05 FECHA-BAJA-CLI PIC 9(8).
           05 VENDEDOR-CLI PIC 9(4).
           05 FECHA-ASIG-CLI PIC 9(8).
       FD REPORTE.
       01 REG-REPORTE PIC X(132).
       SD ORDENA.
       01 REG-ORDENA.
           05 CLIENTE-O PIC 9(5).
           05 CODIGO-O PIC 9(4).
           05 FECHA-O PIC 9(8).
           05 FOLIO-O PIC 9(6).
           05 NOMBRE-O PIC X(20).
           05 ESTADO-O PIC X(1).
           05 DIAS-O PIC 9(5).
           05 SALDO-O PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 LIN-TITULO1.
           05 FILLER PIC X(30) VALUE "ANTIGUEDAD DE SALDOS".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FECHA: ".
           05 FECHA-R PIC 99/99/9999.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PAGINA ".
           05 PAGINA-R PIC ZZZ9.
       01 LIN-TITULO2.
           05 FILLER PIC X(132) VALUE SPACES.
       01 LIN-CLIENTE.
           05 FILLER PIC X(9) VALUE "CLIENTE: ".
           05 CLIENTE-R PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-CLI-R PIC X(30).
           05 FILLER PIC X(16) VALUE "  RESPONSABLE: ".
           05 TITULAR-R PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-TIT-R PIC X(20).
           05 SITUACION-TIT-R PIC X(12).
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(8) VALUE "VENDEDOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOMBRE".
           05 FILLER PIC X(12) VALUE "SITUACION".
           05 FILLER PIC X(8) VALUE "FECHA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FOLIO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " DIAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "  0-30 DIAS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE " 31-60 DIAS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE " 61-90 DIAS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE " MAS DE 90".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE " SALDO".
       01 LIN-DETALLE.
           05 CODIGO-R PIC Z(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 NOMBRE-R PIC X(20).
           05 SITUACION-R PIC X(12).
           05 FECHA-DET-R PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FOLIO-R PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DIAS-R PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRAMO1-R PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO2-R PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO3-R PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO4-R PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SALDO-R PIC ZZ,ZZZ,ZZ9.99.
       01 LIN-SUBTOTAL.
           05 FILLER PIC X(14) VALUE "TOTAL CLIENTE ".
           05 CLIENTE-ST PIC 9(5).
           05 FILLER PIC X(48) VALUE SPACES.
           05 TRAMO1-ST PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO2-ST PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO3-ST PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO4-ST PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SALDO-ST PIC ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL.
           05 FILLER PIC X(30) VALUE "TOTAL GENERAL".
           05 FILLER PIC X(37) VALUE SPACES.
           05 TRAMO1-T PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO2-T PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO3-T PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TRAMO4-T PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SALDO-T PIC ZZ,ZZZ,ZZ9.99.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-ORD PIC 9.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-MMDDYYYY PIC 9(8).
           05 WS-PAGINA PIC 9(4) VALUE ZEROS.
           05 WS-LINEAS-PAGINA PIC 9(2) VALUE ZEROS.
           05 WS-MAX-LINEAS PIC 9(2) VALUE 20.
           05 WS-CLIENTE-CORTE PIC 9(5).
           05 WS-PRIMER-CLIENTE PIC X VALUE "S".
           05 WS-SALDO-VTA PIC S9(7)V99.
           05 WS-DIAS PIC S9(7).
       01 TRAMOS-DETALLE.
           05 WS-TRAMO1 PIC 9(9)V99.
           05 WS-TRAMO2 PIC 9(9)V99.
           05 WS-TRAMO3 PIC 9(9)V99.
           05 WS-TRAMO4 PIC 9(9)V99.
       01 ACUMULADOS-CLIENTE.
           05 WS-TRAMO1-CLI PIC 9(9)V99.
           05 WS-TRAMO2-CLI PIC 9(9)V99.
           05 WS-TRAMO3-CLI PIC 9(9)V99.
           05 WS-TRAMO4-CLI PIC 9(9)V99.
           05 WS-SALDO-CLI PIC 9(9)V99.
       01 ACUMULADOS-GENERAL.
           05 WS-TRAMO1-GRAL PIC 9(9)V99.
           05 WS-TRAMO2-GRAL PIC 9(9)V99.
           05 WS-TRAMO3-GRAL PIC 9(9)V99.
           05 WS-TRAMO4-GRAL PIC 9(9)V99.
           05 WS-SALDO-GRAL PIC 9(9)V99.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           SORT ORDENA
               ON ASCENDING KEY CLIENTE-O CODIGO-O FECHA-O FOLIO-O
               INPUT PROCEDURE IS LEER-VENTAS
               OUTPUT PROCEDURE IS IMPRIMIR-REPORTE.
           STOP RUN.
       LEER-VENTAS.
           MOVE 0 TO SW
           OPEN INPUT VENTAS
           OPEN INPUT VENDEDOR
           MOVE ZEROS TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM SOLTAR-VENTA UNTIL SW = 1
           CLOSE VENTAS VENDEDOR.
       SOLTAR-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF TIPO-VTA = "V"
                   COMPUTE WS-SALDO-VTA =
                       MONTO-VTA - COBRADO-VTA - AJUSTADO-VTA
                   IF WS-SALDO-VTA > ZEROS
                       PERFORM SOLTAR-SALDO
                   END-IF
               END-IF
           END-READ.
       SOLTAR-SALDO.
           MOVE CLIENTE-VTA TO CLIENTE-O
           MOVE CODIGO-VTA TO CODIGO-O
           MOVE FECHA-VTA TO FECHA-O
           MOVE FOLIO-VTA TO FOLIO-O
           MOVE WS-SALDO-VTA TO SALDO-O
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-ACTUAL)
               - FUNCTION INTEGER-OF-DATE (FECHA-VTA)
           IF WS-DIAS < 0
               MOVE ZEROS TO DIAS-O
           ELSE
               MOVE WS-DIAS TO DIAS-O
           END-IF
           PERFORM BUSCAR-VENDEDOR
           RELEASE REG-ORDENA.
       BUSCAR-VENDEDOR.
           MOVE CODIGO-VTA TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-O
                   MOVE "?" TO ESTADO-O
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-O
                   MOVE ESTADO TO ESTADO-O
           END-READ.
       IMPRIMIR-REPORTE.
           MOVE 0 TO SW-ORD
           MOVE ZEROS TO ACUMULADOS-CLIENTE
           MOVE ZEROS TO ACUMULADOS-GENERAL
           MOVE "S" TO WS-PRIMER-CLIENTE
           OPEN INPUT CLIENTE
           OPEN INPUT VENDEDOR
           OPEN OUTPUT REPORTE
           PERFORM RETORNAR-ORDENADO UNTIL SW-ORD = 1
           IF WS-PRIMER-CLIENTE = "N"
               PERFORM ESCRIBIR-SUBTOTAL
           END-IF
           PERFORM ESCRIBIR-TOTAL
           CLOSE CLIENTE VENDEDOR REPORTE.
       RETORNAR-ORDENADO.
           RETURN ORDENA
             AT END
               MOVE 1 TO SW-ORD
             NOT AT END
               IF WS-PRIMER-CLIENTE = "S"
                   MOVE CLIENTE-O TO WS-CLIENTE-CORTE
                   MOVE "N" TO WS-PRIMER-CLIENTE
                   PERFORM ESCRIBIR-CORTE-CLIENTE
               ELSE
                   IF CLIENTE-O NOT = WS-CLIENTE-CORTE
                       PERFORM ESCRIBIR-SUBTOTAL
                       MOVE ZEROS TO ACUMULADOS-CLIENTE
                       MOVE CLIENTE-O TO WS-CLIENTE-CORTE
                       PERFORM ESCRIBIR-CORTE-CLIENTE
                   END-IF
               END-IF
               PERFORM ESCRIBIR-DETALLE
           END-RETURN.
       ESCRIBIR-CORTE-CLIENTE.
           IF WS-LINEAS-PAGINA = 0 OR
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-CLIENTE-CORTE TO CLIENTE-R
           MOVE WS-CLIENTE-CORTE TO CLAVE-CLI
           READ CLIENTE
               INVALID KEY
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-CLI-R
                   MOVE ZEROS TO VENDEDOR-CLI
               NOT INVALID KEY
                   MOVE NOMBRE-CLI TO NOMBRE-CLI-R
           END-READ
           PERFORM BUSCAR-TITULAR
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-CLIENTE
           ADD 2 TO WS-LINEAS-PAGINA.
       BUSCAR-TITULAR.
           MOVE VENDEDOR-CLI TO TITULAR-R
           IF VENDEDOR-CLI = ZEROS
               MOVE "(SIN ASIGNAR)" TO NOMBRE-TIT-R
               MOVE SPACES TO SITUACION-TIT-R
           ELSE
               MOVE VENDEDOR-CLI TO CODIGO
               READ VENDEDOR
                   INVALID KEY
                       MOVE "(NO ENCONTRADO)" TO NOMBRE-TIT-R
                       MOVE "(SIN DATOS)" TO SITUACION-TIT-R
                   NOT INVALID KEY
                       MOVE NOMBRE TO NOMBRE-TIT-R
                       EVALUATE ESTADO
                           WHEN "A" MOVE SPACES TO SITUACION-TIT-R
                           WHEN "I" MOVE "(INACTIVO)" TO SITUACION-TIT-R
                           WHEN OTHER
                               MOVE "(SIN DATOS)" TO SITUACION-TIT-R
                       END-EVALUATE
               END-READ
           END-IF.
       ESCRIBIR-DETALLE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-CLIENTE
           END-IF
           MOVE ZEROS TO TRAMOS-DETALLE
           EVALUATE TRUE
               WHEN DIAS-O <= 30
                   MOVE SALDO-O TO WS-TRAMO1
               WHEN DIAS-O <= 60
                   MOVE SALDO-O TO WS-TRAMO2
               WHEN DIAS-O <= 90
                   MOVE SALDO-O TO WS-TRAMO3
               WHEN OTHER
                   MOVE SALDO-O TO WS-TRAMO4
           END-EVALUATE
           MOVE CODIGO-O TO CODIGO-R
           MOVE NOMBRE-O TO NOMBRE-R
           EVALUATE ESTADO-O
               WHEN "A" MOVE SPACES TO SITUACION-R
               WHEN "I" MOVE "(INACTIVO)" TO SITUACION-R
               WHEN OTHER MOVE "(SIN DATOS)" TO SITUACION-R
           END-EVALUATE
           MOVE FECHA-O TO FECHA-DET-R
           MOVE FOLIO-O TO FOLIO-R
           MOVE DIAS-O TO DIAS-R
           MOVE WS-TRAMO1 TO TRAMO1-R
           MOVE WS-TRAMO2 TO TRAMO2-R
           MOVE WS-TRAMO3 TO TRAMO3-R
           MOVE WS-TRAMO4 TO TRAMO4-R
           MOVE SALDO-O TO SALDO-R
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-TRAMO1 TO WS-TRAMO1-CLI WS-TRAMO1-GRAL
           ADD WS-TRAMO2 TO WS-TRAMO2-CLI WS-TRAMO2-GRAL
           ADD WS-TRAMO3 TO WS-TRAMO3-CLI WS-TRAMO3-GRAL
           ADD WS-TRAMO4 TO WS-TRAMO4-CLI WS-TRAMO4-GRAL
           ADD SALDO-O TO WS-SALDO-CLI WS-SALDO-GRAL.
       ESCRIBIR-SUBTOTAL.
           MOVE WS-CLIENTE-CORTE TO CLIENTE-ST
           MOVE WS-TRAMO1-CLI TO TRAMO1-ST
           MOVE WS-TRAMO2-CLI TO TRAMO2-ST
           MOVE WS-TRAMO3-CLI TO TRAMO3-ST
           MOVE WS-TRAMO4-CLI TO TRAMO4-ST
           MOVE WS-SALDO-CLI TO SALDO-ST
           WRITE REG-REPORTE FROM LIN-SUBTOTAL
           ADD 1 TO WS-LINEAS-PAGINA.
       ESCRIBIR-TOTAL.
           MOVE WS-TRAMO1-GRAL TO TRAMO1-T
           MOVE WS-TRAMO2-GRAL TO TRAMO2-T
           MOVE WS-TRAMO3-GRAL TO TRAMO3-T
           MOVE WS-TRAMO4-GRAL TO TRAMO4-T
           MOVE WS-SALDO-GRAL TO SALDO-T
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-TOTAL.
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
