       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA.
      *-------------------------
      * POLIZA CONTABLE MENSUAL DE VENTAS Y COMISIONES PARA EL SISTEMA
      * DE CONTABILIDAD. RECIBE POR COMMAND-LINE EL MES A CONTABILIZAR
      * (MES=AAAAMM, OBLIGATORIO) Y SOLO LO ACEPTA SI YA ESTA
      * LIQUIDADO COMO COMPLETO EN LIQUIDA.CTL. LAS VENTAS DEL MES SE
      * TOMAN DE VENTAS.DAT IGUAL QUE REPVENTA (SIN CANCELADAS): CADA
      * VENTA CARGA A CLIENTES (CLTE) Y ABONA A VENTAS (VNTA) POR SU
      * MONTO, Y CADA AJUSTE HACE EL ASIENTO INVERSO. EL GASTO POR
      * COMISIONES SE TOMA DEL DETALLE DE LA LIQUIDACION DEL MES
      * (LIQDET-AAAAMM.TXT, QUE DEJA LIQVTA): CARGO A GASTO POR
      * COMISIONES (GCOM) Y ABONO A COMISIONES POR PAGAR (PCOM), O AL
      * REVES SI LA COMISION DEL RENGLON ES NEGATIVA. DEL MISMO
      * DETALLE SALEN EL BONO POR META (RENGLONES GBON: CARGO A GASTO
      * POR BONO DE META (GBON) Y ABONO A COMISIONES POR PAGAR) Y LA
      * RETENCION DE IMPUESTOS (RENGLONES RETP: CARGO A COMISIONES POR
      * PAGAR Y ABONO A RETENCIONES POR PAGAR (RETP)). LOS RENGLONES
      * SIN CONCEPTO, DE LIQUIDACIONES ANTERIORES, SON COMISION. EL
      * CENTRO DE COSTO DE CADA ASIENTO ES LA REGION DE LA VENTA (LA
      * QUE TENIA EL VENDEDOR EN LA FECHA DE LA VENTA; PARA BONO Y
      * RETENCION, SU REGION AL CIERRE), Y LA CUENTA
      * CONTABLE SALE DEL CATALOGO CUENTAS.DAT (MANTCTB): PRIMERO LA
      * DEL CONCEPTO PARA ESA REGION Y SI NO HAY, LA GENERAL DEL
      * CONCEPTO. LOS ASIENTOS SE ACUMULAN POR CUENTA Y CENTRO DE
      * COSTO, CADA RENGLON LLEVA SU SALDO NETO COMO CARGO O COMO
      * ABONO, Y SE GRABAN ORDENADOS EN POLIZA-AAAAMM.TXT CON HDR/TRL
      * AL ESTILO DEL PAGO-AAAAMM.TXT DE LIQVTA; EL TRAILER LLEVA EL
      * NUMERO DE RENGLONES Y LOS TOTALES DE CARGOS Y ABONOS. NO SE
      * GENERA LA POLIZA SI FALTA EL DETALLE DE LA LIQUIDACION, SI
      * ALGUN CONCEPTO NO TIENE CUENTA EN EL CATALOGO O SI LOS CARGOS
      * NO CUADRAN CON LOS ABONOS.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTAS
             ASSIGN TO RANDOM "VENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA
             FILE STATUS IS WS-FS-VENTAS.
           SELECT OPTIONAL CUENTAS
             ASSIGN TO RANDOM "CUENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CTB.
           SELECT OPTIONAL CONTROL-LIQ
             ASSIGN TO RANDOM "LIQUIDA.CTL"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETALLE-LIQ
             ASSIGN TO RANDOM WS-ARCHIVO-DET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DET.
           SELECT POLIZA
             ASSIGN TO RANDOM WS-ARCHIVO-POL
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
       FD CUENTAS.
       01 REG-CUENTA.
           05 CLAVE-CTB.
               10 CONCEPTO-CTB PIC X(4).
               10 REGION-CTB PIC X(2).
           05 CUENTA-CTB PIC X(20).
           05 DESCRIPCION-CTB PIC X(30).
       FD CONTROL-LIQ.
       01 REG-CONTROL.
           05 MES-CTL PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 FECHA-CTL PIC 9(8).
           05 FILLER PIC X VALUE "|".
           05 ESTADO-CTL PIC X(10).
       FD DETALLE-LIQ.
       01 REG-DETALLE-LIQ.
           05 CODIGO-DL PIC 9(4).
           05 FILLER PIC X VALUE "|".
           05 FECHA-DL PIC 9(8).
           05 FILLER PIC X VALUE "|".
           05 FOLIO-DL PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 REGION-DL PIC X(2).
           05 FILLER PIC X VALUE "|".
           05 COMISION-DL PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE "|".
           05 CONCEPTO-DL PIC X(4).
       FD POLIZA.
       01 REG-POLIZA PIC X(100).
       SD ORDENA.
       01 REG-ORDENA.
           05 CUENTA-O PIC X(20).
           05 CENTRO-O PIC X(2).
           05 DESCRIPCION-O PIC X(30).
           05 CARGO-O PIC 9(11)V99.
           05 ABONO-O PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       01 LIN-POLIZA-HDR.
           05 FILLER PIC X(4) VALUE "HDR|".
           05 MES-PH PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 FECHA-PH PIC 9(8).
       01 LIN-POLIZA-DET.
           05 CUENTA-P PIC X(20).
           05 FILLER PIC X VALUE "|".
           05 CENTRO-P PIC X(2).
           05 FILLER PIC X VALUE "|".
           05 DESCRIPCION-P PIC X(30).
           05 FILLER PIC X VALUE "|".
           05 CARGO-P PIC 9(11).99.
           05 FILLER PIC X VALUE "|".
           05 ABONO-P PIC 9(11).99.
       01 LIN-POLIZA-TRL.
           05 FILLER PIC X(4) VALUE "TRL|".
           05 TOTAL-P PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 CARGOS-P PIC 9(11).99.
           05 FILLER PIC X VALUE "|".
           05 ABONOS-P PIC 9(11).99.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-CTL PIC 9.
           05 SW-DET PIC 9.
           05 SW-ORD PIC 9.
           05 WS-FS-VENTAS PIC X(2).
           05 WS-FS-DET PIC X(2).
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-MES PIC X(6).
           05 WS-MES-CERRADO PIC X.
           05 WS-ARCHIVO-DET PIC X(20).
           05 WS-ARCHIVO-POL PIC X(20).
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FALTA-DETALLE PIC X.
           05 WS-DESBORDE PIC X.
           05 WS-CONCEPTO PIC X(4).
           05 WS-CENTRO PIC X(2).
           05 WS-NATURALEZA PIC X.
           05 WS-IMPORTE PIC 9(9)V99.
           05 WS-CUENTA PIC X(20).
           05 WS-DESCRIPCION PIC X(30).
           05 WS-HAY-CUENTA PIC X.
           05 WS-ENCONTRADO PIC X.
           05 WS-NETO PIC S9(11)V99.
           05 WS-TOTAL-VENTAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-DETALLE PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-SIN-CUENTA PIC 9(4) VALUE ZEROS.
           05 WS-TOTAL-RENGLONES PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-CARGOS PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-ABONOS PIC 9(11)V99 VALUE ZEROS.
       01 TABLA-POLIZA.
           05 WS-TOTAL-POL PIC 9(3) VALUE ZEROS.
           05 WS-IDX-POL PIC 9(3).
           05 WS-POL-ENT OCCURS 300 TIMES.
               10 WS-CUENTA-T PIC X(20).
               10 WS-CENTRO-T PIC X(2).
               10 WS-DESCRIPCION-T PIC X(30).
               10 WS-CARGO-T PIC 9(11)V99.
               10 WS-ABONO-T PIC 9(11)V99.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           IF WS-MES = SPACES
               DISPLAY "ERROR: FALTA EL PARAMETRO MES=AAAAMM"
           ELSE
               PERFORM VERIFICAR-MES-CERRADO
               IF WS-MES-CERRADO NOT = "S"
                   DISPLAY "ERROR: EL MES " WS-MES " NO ESTA LIQUIDADO "
                           "SEGUN LIQUIDA.CTL. NO SE GENERA LA POLIZA"
               ELSE
                   PERFORM ARMAR-POLIZA
               END-IF
           END-IF
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE SPACES TO WS-MES
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
       VERIFICAR-MES-CERRADO.
           MOVE "N" TO WS-MES-CERRADO
           MOVE 0 TO SW-CTL
           OPEN INPUT CONTROL-LIQ
           PERFORM LEER-CONTROL UNTIL SW-CTL = 1
           CLOSE CONTROL-LIQ.
       LEER-CONTROL.
           READ CONTROL-LIQ
             AT END
               MOVE 1 TO SW-CTL
             NOT AT END
               IF MES-CTL = WS-MES AND ESTADO-CTL = "COMPLETO"
                   MOVE "S" TO WS-MES-CERRADO
               END-IF
           END-READ.
       ARMAR-POLIZA.
           MOVE SPACES TO WS-ARCHIVO-DET
           STRING "LIQDET-" WS-MES ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVO-DET
           MOVE SPACES TO WS-ARCHIVO-POL
           STRING "POLIZA-" WS-MES ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVO-POL
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           MOVE "N" TO WS-FALTA-DETALLE
           MOVE "N" TO WS-DESBORDE
           OPEN INPUT CUENTAS
           PERFORM ACUMULAR-VENTAS
           PERFORM ACUMULAR-COMISIONES
           CLOSE CUENTAS
           PERFORM SUMAR-RENGLON VARYING WS-IDX-POL
               FROM 1 BY 1 UNTIL WS-IDX-POL > WS-TOTAL-POL
           DISPLAY "VENTAS Y AJUSTES DEL MES: " WS-TOTAL-VENTAS
           DISPLAY "RENGLONES DE LIQUIDACION: " WS-TOTAL-DETALLE
           DISPLAY "TOTAL CARGOS: " WS-TOTAL-CARGOS
           DISPLAY "TOTAL ABONOS: " WS-TOTAL-ABONOS
           EVALUATE TRUE
               WHEN WS-FALTA-DETALLE = "S"
                   DISPLAY "ERROR: NO EXISTE " WS-ARCHIVO-DET
                           ". NO SE GENERA LA POLIZA"
               WHEN WS-DESBORDE = "S"
                   DISPLAY "ERROR: DEMASIADAS COMBINACIONES DE CUENTA "
                           "Y CENTRO DE COSTO. NO SE GENERA LA POLIZA"
               WHEN WS-TOTAL-SIN-CUENTA > ZEROS
                   DISPLAY "ERROR: HAY " WS-TOTAL-SIN-CUENTA
                           " CONCEPTOS SIN CUENTA EN CUENTAS.DAT. "
                           "NO SE GENERA LA POLIZA"
               WHEN WS-TOTAL-CARGOS NOT = WS-TOTAL-ABONOS
                   DISPLAY "ERROR: LA POLIZA NO CUADRA. "
                           "NO SE GENERA LA POLIZA"
               WHEN OTHER
                   PERFORM GENERAR-POLIZA
           END-EVALUATE.
       ACUMULAR-VENTAS.
           MOVE 0 TO SW
           OPEN INPUT VENTAS
           MOVE ZEROS TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1
           CLOSE VENTAS.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF FECHA-VTA (1:6) = WS-MES AND TIPO-VTA NOT = "C"
                   PERFORM CONTABILIZAR-VENTA
               END-IF
           END-READ.
       CONTABILIZAR-VENTA.
           ADD 1 TO WS-TOTAL-VENTAS
           MOVE REGION-VTA TO WS-CENTRO
           MOVE MONTO-VTA TO WS-IMPORTE
           IF TIPO-VTA = "A"
               MOVE "VNTA" TO WS-CONCEPTO
               MOVE "C" TO WS-NATURALEZA
               PERFORM ASENTAR
               MOVE "CLTE" TO WS-CONCEPTO
               MOVE "A" TO WS-NATURALEZA
               PERFORM ASENTAR
           ELSE
               MOVE "CLTE" TO WS-CONCEPTO
               MOVE "C" TO WS-NATURALEZA
               PERFORM ASENTAR
               MOVE "VNTA" TO WS-CONCEPTO
               MOVE "A" TO WS-NATURALEZA
               PERFORM ASENTAR
           END-IF.
       ACUMULAR-COMISIONES.
           MOVE 0 TO SW-DET
           OPEN INPUT DETALLE-LIQ
           IF WS-FS-DET = "35"
               MOVE "S" TO WS-FALTA-DETALLE
           ELSE
               PERFORM LEER-DETALLE-LIQ UNTIL SW-DET = 1
               CLOSE DETALLE-LIQ
           END-IF.
       LEER-DETALLE-LIQ.
           READ DETALLE-LIQ
             AT END
               MOVE 1 TO SW-DET
             NOT AT END
               ADD 1 TO WS-TOTAL-DETALLE
               IF COMISION-DL NOT = ZEROS
                   EVALUATE CONCEPTO-DL
                       WHEN "GBON"
                           PERFORM CONTABILIZAR-BONO
                       WHEN "RETP"
                           PERFORM CONTABILIZAR-RETENCION
                       WHEN OTHER
                           PERFORM CONTABILIZAR-COMISION
                   END-EVALUATE
               END-IF
           END-READ.
       CONTABILIZAR-COMISION.
           MOVE REGION-DL TO WS-CENTRO
           IF COMISION-DL > ZEROS
               MOVE COMISION-DL TO WS-IMPORTE
               MOVE "GCOM" TO WS-CONCEPTO
               MOVE "C" TO WS-NATURALEZA
               PERFORM ASENTAR
               MOVE "PCOM" TO WS-CONCEPTO
               MOVE "A" TO WS-NATURALEZA
               PERFORM ASENTAR
           ELSE
               COMPUTE WS-IMPORTE = 0 - COMISION-DL
               MOVE "PCOM" TO WS-CONCEPTO
               MOVE "C" TO WS-NATURALEZA
               PERFORM ASENTAR
               MOVE "GCOM" TO WS-CONCEPTO
               MOVE "A" TO WS-NATURALEZA
               PERFORM ASENTAR
           END-IF.
       CONTABILIZAR-BONO.
           MOVE REGION-DL TO WS-CENTRO
           MOVE COMISION-DL TO WS-IMPORTE
           MOVE "GBON" TO WS-CONCEPTO
           MOVE "C" TO WS-NATURALEZA
           PERFORM ASENTAR
           MOVE "PCOM" TO WS-CONCEPTO
           MOVE "A" TO WS-NATURALEZA
           PERFORM ASENTAR.
       CONTABILIZAR-RETENCION.
           MOVE REGION-DL TO WS-CENTRO
           MOVE COMISION-DL TO WS-IMPORTE
           MOVE "PCOM" TO WS-CONCEPTO
           MOVE "C" TO WS-NATURALEZA
           PERFORM ASENTAR
           MOVE "RETP" TO WS-CONCEPTO
           MOVE "A" TO WS-NATURALEZA
           PERFORM ASENTAR.
       ASENTAR.
           PERFORM BUSCAR-CUENTA-CTB
           MOVE "N" TO WS-ENCONTRADO
           PERFORM BUSCAR-RENGLON VARYING WS-IDX-POL
               FROM 1 BY 1 UNTIL WS-IDX-POL > WS-TOTAL-POL
                              OR WS-ENCONTRADO = "S"
           IF WS-ENCONTRADO = "N"
               IF WS-TOTAL-POL = 300
                   MOVE "S" TO WS-DESBORDE
               ELSE
                   ADD 1 TO WS-TOTAL-POL
                   MOVE WS-TOTAL-POL TO WS-IDX-POL
                   MOVE WS-CUENTA TO WS-CUENTA-T (WS-IDX-POL)
                   MOVE WS-CENTRO TO WS-CENTRO-T (WS-IDX-POL)
                   MOVE WS-DESCRIPCION TO WS-DESCRIPCION-T (WS-IDX-POL)
                   MOVE ZEROS TO WS-CARGO-T (WS-IDX-POL)
                   MOVE ZEROS TO WS-ABONO-T (WS-IDX-POL)
                   MOVE "S" TO WS-ENCONTRADO
                   IF WS-HAY-CUENTA = "N"
                       ADD 1 TO WS-TOTAL-SIN-CUENTA
                       DISPLAY "SIN CUENTA CONTABLE: CONCEPTO "
                               WS-CONCEPTO " REGION " WS-CENTRO
                   END-IF
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-IDX-POL
           END-IF
           IF WS-ENCONTRADO = "S"
               IF WS-NATURALEZA = "C"
                   ADD WS-IMPORTE TO WS-CARGO-T (WS-IDX-POL)
               ELSE
                   ADD WS-IMPORTE TO WS-ABONO-T (WS-IDX-POL)
               END-IF
           END-IF.
       BUSCAR-RENGLON.
           IF WS-CUENTA-T (WS-IDX-POL) = WS-CUENTA AND
              WS-CENTRO-T (WS-IDX-POL) = WS-CENTRO
               MOVE "S" TO WS-ENCONTRADO
           END-IF.
       BUSCAR-CUENTA-CTB.
           MOVE "S" TO WS-HAY-CUENTA
           MOVE WS-CONCEPTO TO CONCEPTO-CTB
           MOVE WS-CENTRO TO REGION-CTB
           READ CUENTAS
               INVALID KEY
                   MOVE SPACES TO REGION-CTB
                   READ CUENTAS
                       INVALID KEY
                           MOVE "N" TO WS-HAY-CUENTA
                   END-READ
           END-READ
           IF WS-HAY-CUENTA = "S"
               MOVE CUENTA-CTB TO WS-CUENTA
               MOVE DESCRIPCION-CTB TO WS-DESCRIPCION
           ELSE
               MOVE SPACES TO WS-CUENTA
               STRING "SIN CUENTA " WS-CONCEPTO DELIMITED BY SIZE
                   INTO WS-CUENTA
               MOVE "SIN CUENTA EN CUENTAS.DAT" TO WS-DESCRIPCION
           END-IF.
       SUMAR-RENGLON.
           COMPUTE WS-NETO =
               WS-CARGO-T (WS-IDX-POL) - WS-ABONO-T (WS-IDX-POL)
           IF WS-NETO > ZEROS
               ADD WS-NETO TO WS-TOTAL-CARGOS
           ELSE
               SUBTRACT WS-NETO FROM WS-TOTAL-ABONOS
           END-IF.
       GENERAR-POLIZA.
           SORT ORDENA
               ON ASCENDING KEY CUENTA-O CENTRO-O
               INPUT PROCEDURE IS SOLTAR-POLIZA
               OUTPUT PROCEDURE IS GRABAR-POLIZA
           DISPLAY "POLIZA GENERADA: " WS-ARCHIVO-POL
           DISPLAY "RENGLONES DE POLIZA: " WS-TOTAL-RENGLONES.
       SOLTAR-POLIZA.
           PERFORM SOLTAR-RENGLON VARYING WS-IDX-POL
               FROM 1 BY 1 UNTIL WS-IDX-POL > WS-TOTAL-POL.
       SOLTAR-RENGLON.
           COMPUTE WS-NETO =
               WS-CARGO-T (WS-IDX-POL) - WS-ABONO-T (WS-IDX-POL)
           IF WS-NETO NOT = ZEROS
               MOVE WS-CUENTA-T (WS-IDX-POL) TO CUENTA-O
               MOVE WS-CENTRO-T (WS-IDX-POL) TO CENTRO-O
               MOVE WS-DESCRIPCION-T (WS-IDX-POL) TO DESCRIPCION-O
               IF WS-NETO > ZEROS
                   MOVE WS-NETO TO CARGO-O
                   MOVE ZEROS TO ABONO-O
               ELSE
                   MOVE ZEROS TO CARGO-O
                   COMPUTE ABONO-O = 0 - WS-NETO
               END-IF
               RELEASE REG-ORDENA
           END-IF.
       GRABAR-POLIZA.
           MOVE 0 TO SW-ORD
           OPEN OUTPUT POLIZA
           MOVE WS-MES TO MES-PH
           MOVE WS-FECHA-ACTUAL TO FECHA-PH
           WRITE REG-POLIZA FROM LIN-POLIZA-HDR
           PERFORM RETORNAR-RENGLON UNTIL SW-ORD = 1
           MOVE WS-TOTAL-RENGLONES TO TOTAL-P
           MOVE WS-TOTAL-CARGOS TO CARGOS-P
           MOVE WS-TOTAL-ABONOS TO ABONOS-P
           WRITE REG-POLIZA FROM LIN-POLIZA-TRL
           CLOSE POLIZA.
       RETORNAR-RENGLON.
           RETURN ORDENA
             AT END
               MOVE 1 TO SW-ORD
             NOT AT END
               MOVE CUENTA-O TO CUENTA-P
               MOVE CENTRO-O TO CENTRO-P
               MOVE DESCRIPCION-O TO DESCRIPCION-P
               MOVE CARGO-O TO CARGO-P
               MOVE ABONO-O TO ABONO-P
               WRITE REG-POLIZA FROM LIN-POLIZA-DET
               ADD 1 TO WS-TOTAL-RENGLONES
           END-RETURN.
