      * ASIENTA EL MES COMO COMPLETO EN LIQUIDA.CTL; UNA SEGUNDA
      * CORRIDA DEL MISMO MES SE NIEGA A RE-LIQUIDAR, Y CAPTVTA
      * RECHAZA CAPTURAS, CANCELACIONES Y AJUSTES CON FECHA DENTRO DE
      * UN MES YA CERRADO. LA COMISION SOLO SE PAGA SOBRE LO COBRADO:
      * POR CADA VENTA DEL MES O DE MESES ANTERIORES QUE AUN TENGA
      * SALDO PENDIENTE SE TOMAN DE COBROS.DAT LOS COBROS NO
      * LIQUIDADOS CON FECHA HASTA EL MES QUE SE CIERRA (QUEDAN
      * MARCADOS CON ESE MES EN MES-LIQ-COB). LA COMISION DEVENGADA ES
      * LA PROPORCION COBRADA DE LA COMISION DE LA VENTA; SE PAGA LA
      * DIFERENCIA CONTRA LO YA PAGADO (COMISION-PAG-VTA). LA VENTA
      * QUEDA CON LIQUIDADA-VTA = "P" MIENTRAS EL CLIENTE NO LA PAGUE
      * COMPLETA (MONTO MENOS AJUSTES) Y PASA A "S" AL SALDARSE. LOS
      * AJUSTES YA NO RESTAN COMISION POR SU CUENTA: REDUCEN EL SALDO
      * POR COBRAR DE SU FOLIO ORIGINAL (AJUSTADO-VTA), Y CON ELLO LA
      * COMISION QUE LLEGA A DEVENGARSE. LAS VENTAS COMPARTIDAS
      * (PARTICIPA.DAT) SE REPARTEN ENTRE SUS PARTICIPANTES: CADA UNO
      * RECIBE EN SU ESTADO DE CUENTA Y EN SU RENGLON DE PAGO SU
      * PORCENTAJE DEL MONTO, DE LO COBRADO, DEL SALDO Y DE LA
      * COMISION DEL MES; EL REDONDEO SE LO LLEVA EL ULTIMO
      * PARTICIPANTE PARA QUE LA SUMA CUADRE CON LA VENTA. COMO LAS
      * PARTES DE UN VENDEDOR PUEDEN VENIR DE VENTAS DE OTROS, LOS
      * RENGLONES SE ORDENAN POR VENDEDOR CON SORT ANTES DE IMPRIMIR.
      * LA COMISION DEL MES SE ASIENTA EN LA CUENTA CORRIENTE DEL
      * VENDEDOR (CTACTE.DAT, TIPO "L", ABONO O CARGO SEGUN SU SIGNO)
      * Y SE COMPENSA CON EL SALDO QUE YA TRAIA: LOS ANTICIPOS Y
      * DESCUENTOS REGISTRADOS EN MANTCTA Y EL SALDO DEUDOR DE MESES
      * ANTERIORES. SOLO SE PAGA EL NETO POSITIVO (TIPO "P", QUE VA AL
      * ARCHIVO DE PAGO); SI EL NETO QUEDA EN CERO O NEGATIVO NO SE
      * DEPOSITA NADA Y EL FALTANTE QUEDA COMO SALDO DEUDOR PARA EL
      * MES SIGUIENTE. EL ESTADO DE CUENTA MUESTRA COMISION
      * DEL MES, SALDO ANTERIOR, NETO PAGADO Y SALDO QUE SE ARRASTRA.
      * CADA RENGLON LIQUIDADO SE GRABA ADEMAS EN LIQDET-AAAAMM.TXT CON
      * LA REGION DE LA VENTA (LA QUE TENIA EL VENDEDOR EN LA FECHA DE
      * LA VENTA), PARA QUE POLIZA ARME EL GASTO POR COMISIONES DEL MES
      * POR CENTRO DE COSTO. EL ULTIMO CAMPO DEL RENGLON ES EL CONCEPTO
      * CONTABLE: GCOM PARA LAS COMISIONES, Y POR VENDEDOR UN RENGLON
      * GBON CON EL BONO POR META DEL MES Y UNO RETP CON LA RETENCION,
      * AMBOS CON LA REGION ACTUAL DEL VENDEDOR.
      * ADEMAS DE LA COMISION SE PAGA EL BONO POR CUMPLIMIENTO DE META:
      * PARA CADA VENDEDOR CON META DEL MES EN METAS.DAT SE CALCULA EL
      * REAL Y EL ALCANCE CON LA MISMA REGLA DE REPMETA (SIN CANCELADAS,
      * NETEANDO AJUSTES Y CON SU PARTE DE LAS VENTAS COMPARTIDAS) Y SE
      * APLICA EL TRAMO MAS ALTO ALCANZADO DE LA TABLA DE BONO.DAT
      * VIGENTE AL CIERRE DEL MES (MANTBONO); EL BONO ES ESE PORCENTAJE
      * SOBRE EL REAL. EL BONO ES UN CONCEPTO APARTE: RENGLON PROPIO EN
      * EL ESTADO DE CUENTA, MOVIMIENTO TIPO "B" EN CTACTE.DAT Y
      * COLUMNA PROPIA EN EL ARCHIVO DE PAGO, CUYO TRAILER LLEVA POR
      * SEPARADO EL TOTAL DE COMISIONES Y EL DE BONOS. EL BONO TAMBIEN
      * SE COMPENSA CON EL SALDO DEUDOR.
      * EL BRUTO DEL MES ES LO DEVENGADO EN EL MES (COMISION MAS BONO,
      * NUNCA MENOR QUE CERO), SIN COMPENSAR EL SALDO ANTERIOR, PARA
      * QUE LO YA ADELANTADO COMO ANTICIPO TAMBIEN QUEDE GRAVADO; SI LA
      * COMISION ES NEGATIVA, DEL BRUTO SE CONSIDERA BONO HASTA EL
      * IMPORTE DEL BONO DEL MES Y EL RESTO COMISION. SOBRE ESE BRUTO
      * SE CALCULA LA RETENCION DE IMPUESTOS CON LA TASA DEL TRAMO DE
      * RETENCION.DAT VIGENTE AL CIERRE DEL MES (MANTRET) QUE LE
      * CORRESPONDE. EL NETO QUE SE DEPOSITA ES EL BRUTO MENOS LA
      * RETENCION, COMPENSADO CON EL SALDO ANTERIOR; SI NO ALCANZA, EL
      * NETO ES CERO Y EL FALTANTE SE ARRASTRA COMO SALDO DEUDOR. EL
      * ARCHIVO DE PAGO LLEVA POR VENDEDOR CON BRUTO O NETO
      * COMISION|BONO|BRUTO|RETENCION|NETO; EL TRAILER TOTALIZA CADA
      * COLUMNA Y SU ULTIMO CAMPO ES EL TOTAL NETO PAGADO. EN
      * CTACTE.DAT EL PAGO (TIPO "P") ES EL NETO Y LA RETENCION
      * COMPLETA VA COMO CARGO TIPO "R". CADA VENDEDOR DEL ARCHIVO DE
      * PAGO DEJA SU RENGLON DEL MES EN PERCEP.DAT (CLAVE CODIGO +
      * MES), DE DONDE CONSTRET ARMA LA CONSTANCIA ANUAL.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA
             FILE STATUS IS WS-FS-VENTAS.
           SELECT OPTIONAL COBROS
             ASSIGN TO RANDOM "COBROS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-COB.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
           SELECT OPTIONAL PARTICIPA
             ASSIGN TO RANDOM "PARTICIPA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PART
             ALTERNATE RECORD KEY IS CODIGO-PART WITH DUPLICATES.
           SELECT ORDENA
             ASSIGN TO "SORTWK".
           SELECT OPTIONAL METAS
             ASSIGN TO RANDOM "METAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-META.
           SELECT OPTIONAL BONO
             ASSIGN TO RANDOM "BONO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-BON.
           SELECT OPTIONAL RETENCION
             ASSIGN TO RANDOM "RETENCION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-RET.
           SELECT OPTIONAL PERCEPCION
             ASSIGN TO RANDOM "PERCEP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PER.
           SELECT OPTIONAL CTACTE
             ASSIGN TO RANDOM "CTACTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CTA.
           SELECT OPTIONAL CONTROL-LIQ
             ASSIGN TO RANDOM "LIQUIDA.CTL"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE
             ASSIGN TO RANDOM WS-ARCHIVO-EDO
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETALLE-LIQ
             ASSIGN TO RANDOM WS-ARCHIVO-DET
             ORGANIZATION IS LINE SEQUENTIAL.
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
       FD COBROS.
       01 REG-COBRO.
           05 CLAVE-COB.
               10 CODIGO-COB PIC 9(4).
               10 FECHA-VTA-COB PIC 9(8).
               10 FOLIO-COB PIC 9(6).
               10 SECUENCIA-COB PIC 9(3).
           05 FECHA-COB PIC 9(8).
           05 IMPORTE-COB PIC 9(7)V99.
           05 REFERENCIA-COB PIC X(10).
           05 USUARIO-COB PIC X(10).
           05 MES-LIQ-COB PIC 9(6).
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 FECHA-ALTA PIC 9(8).
           05 REGION PIC X(2).
           05 FECHA-BAJA PIC 9(8).
       FD PARTICIPA.
       01 REG-PARTICIPA.
           05 CLAVE-PART.
               10 CODIGO-VTA-PART PIC 9(4).
               10 FECHA-VTA-PART PIC 9(8).
               10 FOLIO-VTA-PART PIC 9(6).
               10 CODIGO-PART PIC 9(4).
           05 PCT-PART PIC 9(3)V99.
       SD ORDENA.
       01 REG-ORDENA.
           05 CODIGO-O PIC 9(4).
           05 FECHA-O PIC 9(8).
           05 FOLIO-O PIC 9(6).
           05 TIPO-O PIC X(1).
           05 REGION-O PIC X(2).
           05 PCT-O PIC 9(3)V99.
           05 MONTO-O PIC S9(9)V99.
           05 COBRADO-O PIC S9(9)V99.
           05 SALDO-O PIC S9(9)V99.
           05 COMISION-O PIC S9(9)V99.
           05 META-O PIC 9(9)V99.
           05 ALCANCE-O PIC 9(4)V9.
           05 PCT-BONO-O PIC 9(2)V99.
           05 BONO-O PIC S9(9)V99.
       FD METAS.
       01 REG-META.
           05 CLAVE-META.
               10 CODIGO-META PIC 9(4).
               10 MES-META PIC 9(6).
           05 IMPORTE-META PIC 9(9)V99.
       FD BONO.
       01 REG-BONO.
           05 CLAVE-BON.
               10 VIGENCIA-BON PIC 9(8).
               10 ALCANCE-BON PIC 9(4)V9.
           05 PORCENTAJE-BON PIC 9(2)V99.
       FD RETENCION.
       01 REG-RETENCION.
           05 CLAVE-RET.
               10 VIGENCIA-RET PIC 9(8).
               10 BASE-RET PIC 9(9)V99.
           05 TASA-RET PIC 9(2)V99.
       FD PERCEPCION.
       01 REG-PERCEPCION.
           05 CLAVE-PER.
               10 CODIGO-PER PIC 9(4).
               10 MES-PER PIC 9(6).
           05 COMISION-PER PIC S9(9)V99.
           05 BONO-PER PIC S9(9)V99.
           05 BRUTO-PER PIC S9(9)V99.
           05 TASA-PER PIC 9(2)V99.
           05 RETENCION-PER PIC S9(9)V99.
           05 NETO-PER PIC S9(9)V99.
           05 FECHA-PER PIC 9(8).
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
       FD CONTROL-LIQ.
       01 REG-CONTROL.
           05 MES-CTL PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 ESTADO-CTL PIC X(10).
       FD PAGO.
       01 REG-PAGO PIC X(100).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
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
       WORKING-STORAGE SECTION.
       01 LIN-PAGO-HDR.
           05 FILLER PIC X(4) VALUE "HDR|".
           05 NOMBRE-P PIC X(20).
           05 FILLER PIC X VALUE "|".
           05 COMISION-P PIC -9(7).99.
           05 FILLER PIC X VALUE "|".
           05 BONO-P PIC -9(7).99.
           05 FILLER PIC X VALUE "|".
           05 BRUTO-PD PIC -9(7).99.
           05 FILLER PIC X VALUE "|".
           05 RETENCION-PD PIC -9(7).99.
           05 FILLER PIC X VALUE "|".
           05 NETO-PD PIC -9(7).99.
       01 LIN-PAGO-TRL.
           05 FILLER PIC X(4) VALUE "TRL|".
           05 TOTAL-P PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 COMISIONES-P PIC -9(9).99.
           05 FILLER PIC X VALUE "|".
           05 BONOS-P PIC -9(9).99.
           05 FILLER PIC X VALUE "|".
           05 BRUTOS-P PIC -9(9).99.
           05 FILLER PIC X VALUE "|".
           05 RETENCIONES-P PIC -9(9).99.
           05 FILLER PIC X VALUE "|".
           05 IMPORTE-P PIC -9(9).99.
       01 LIN-TITULO1.
           05 FILLER PIC X(30) VALUE "LIQUIDACION DE COMISIONES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "TIPO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "% PART".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "MONTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COBRADO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "POR COBRAR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COMISION".
       01 LIN-DETALLE.
           05 FECHA-D PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TIPO-D PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 PCT-D PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MONTO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COBRADO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALDO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-D PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-BONO.
           05 FILLER PIC X(10) VALUE "BONO META".
           05 FILLER PIC X(6) VALUE "META: ".
           05 META-B PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  REAL: ".
           05 REAL-B PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  ALCANCE: ".
           05 ALCANCE-B PIC ZZZ9.9.
           05 FILLER PIC X(3) VALUE "%  ".
           05 PCT-BONO-B PIC Z9.99.
           05 FILLER PIC X(4) VALUE "%".
           05 BONO-B PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL-VEND.
           05 CONCEPTO-TV PIC X(24).
           05 FILLER PIC X(56) VALUE SPACES.
           05 COMISION-TV PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL.
           05 CONCEPTO-T PIC X(24).
           05 FILLER PIC X(56) VALUE SPACES.
           05 COMISION-T PIC -ZZ,ZZZ,ZZ9.99.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-CTL PIC 9.
           05 SW-COB PIC 9.
           05 SW-PART PIC 9.
           05 SW-ORD PIC 9.
           05 WS-FS-VENTAS PIC X(2).
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-MES-CERRADO PIC X.
           05 WS-ARCHIVO-PAGO PIC X(20).
           05 WS-ARCHIVO-EDO PIC X(20).
           05 WS-ARCHIVO-DET PIC X(20).
           05 WS-REGION-VTA PIC X(2).
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-MMDDYYYY PIC 9(8).
           05 WS-PAGINA PIC 9(4) VALUE ZEROS.
           05 WS-COMISION-GRAL PIC S9(9)V99.
           05 WS-TOTAL-VENDEDORES PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-MARCADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           05 WS-COBRO-MES PIC 9(7)V99.
           05 WS-COBRO-LIQ PIC 9(7)V99.
           05 WS-COMISION-DEV PIC 9(7)V99.
           05 WS-COMISION-MES PIC S9(7)V99.
           05 WS-SALDO-VTA PIC S9(7)V99.
           05 WS-IDX-PART PIC 9(2).
           05 SW-CTA PIC 9.
           05 WS-SECUENCIA-CTA PIC 9(3).
           05 WS-SALDO-ANT PIC S9(9)V99.
           05 WS-DISPONIBLE PIC S9(9)V99.
           05 WS-BRUTO-VEND PIC S9(9)V99.
           05 WS-ARRASTRE PIC S9(9)V99.
           05 WS-BRUTO-GRAL PIC S9(9)V99.
           05 WS-TOTAL-SIN-PAGO PIC 9(6) VALUE ZEROS.
           05 WS-RESTO-MONTO PIC S9(9)V99.
           05 WS-RESTO-COBRO PIC S9(9)V99.
           05 WS-RESTO-SALDO PIC S9(9)V99.
           05 WS-RESTO-COMISION PIC S9(9)V99.
           05 SW-META PIC 9.
           05 SW-BON PIC 9.
           05 SW-VTA PIC 9.
           05 WS-FECHA-BONO PIC 9(8).
           05 WS-VIG-BONO PIC 9(8).
           05 WS-PCT-BONO PIC 9(2)V99.
           05 WS-REAL-VEND PIC S9(9)V99.
           05 WS-ALCANCE PIC 9(4)V9.
           05 WS-FOLIO-BUSCA PIC 9(6).
           05 WS-FOLIO-ORIG PIC 9(6).
           05 WS-IDX-COMP PIC 9(3).
           05 WS-PARTE-MONTO PIC S9(9)V99.
           05 WS-PARTE-VEND PIC S9(9)V99.
           05 WS-BONO-VEND PIC S9(9)V99.
           05 WS-BONO-GRAL PIC S9(9)V99.
           05 WS-BONO-PAG PIC S9(9)V99.
           05 WS-COMISION-PAG PIC S9(9)V99.
           05 WS-BONO-PAG-GRAL PIC S9(9)V99.
           05 WS-COMISION-PAG-GRAL PIC S9(9)V99.
           05 WS-TOTAL-BONOS PIC 9(6) VALUE ZEROS.
           05 SW-RET PIC 9.
           05 WS-FECHA-CIERRE PIC 9(8).
           05 WS-VIG-RET PIC 9(8).
           05 WS-TASA-RET PIC 9(2)V99.
           05 WS-RETENCION-VEND PIC S9(9)V99.
           05 WS-PAGO-VEND PIC S9(9)V99.
           05 WS-RETENCION-GRAL PIC S9(9)V99.
           05 WS-PAGO-GRAL PIC S9(9)V99.
           05 WS-REGION-VEND PIC X(2).
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
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE SPACES TO WS-ARCHIVO-EDO
           STRING "LIQUIDA-" WS-MES ".LST" DELIMITED BY SIZE
               INTO WS-ARCHIVO-EDO
           MOVE SPACES TO WS-ARCHIVO-DET
           STRING "LIQDET-" WS-MES ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVO-DET
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           MOVE WS-MES TO WS-FECHA-CIERRE (1:6)
           MOVE "31" TO WS-FECHA-CIERRE (7:2)
           SORT ORDENA
               ON ASCENDING KEY CODIGO-O FECHA-O FOLIO-O
               INPUT PROCEDURE IS LIQUIDAR-VENTAS
               OUTPUT PROCEDURE IS IMPRIMIR-LIQUIDACION
           PERFORM REGISTRAR-CIERRE
           DISPLAY "MES LIQUIDADO: " WS-MES
           DISPLAY "VENDEDORES LIQUIDADOS: " WS-TOTAL-VENDEDORES
           DISPLAY "VENTAS MARCADAS: " WS-TOTAL-MARCADAS
           DISPLAY "VENTAS PENDIENTES DE COBRO: " WS-TOTAL-PENDIENTES
           DISPLAY "VENDEDORES SIN PAGO POR SALDO DEUDOR: "
               WS-TOTAL-SIN-PAGO
           DISPLAY "VENDEDORES CON BONO POR META: " WS-TOTAL-BONOS
           DISPLAY "ARCHIVO DE PAGO: " WS-ARCHIVO-PAGO
           DISPLAY "ESTADO DE CUENTA: " WS-ARCHIVO-EDO
           DISPLAY "DETALLE PARA POLIZA: " WS-ARCHIVO-DET.
       LIQUIDAR-VENTAS.
           MOVE 0 TO SW
           OPEN I-O VENTAS
           OPEN I-O COBROS
           OPEN INPUT PARTICIPA
           MOVE ZEROS TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1
           PERFORM CALCULAR-BONOS
           CLOSE VENTAS COBROS PARTICIPA.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF FECHA-VTA (1:6) <= WS-MES AND LIQUIDADA-VTA NOT = "S"
                   PERFORM LIQUIDAR-VENTA
               END-IF
           END-READ.
       LIQUIDAR-VENTA.
           IF TIPO-VTA = "V"
               PERFORM ACUMULAR-COBROS
               COMPUTE WS-COMISION-DEV ROUNDED =
                   COMISION-VTA * WS-COBRO-LIQ / MONTO-VTA
               COMPUTE WS-COMISION-MES =
                   WS-COMISION-DEV - COMISION-PAG-VTA
               IF WS-COBRO-MES > ZEROS OR WS-COMISION-MES NOT = ZEROS
                   PERFORM SOLTAR-PARTICIPACIONES
               END-IF
               MOVE WS-COMISION-DEV TO COMISION-PAG-VTA
               IF WS-COBRO-LIQ + AJUSTADO-VTA < MONTO-VTA
                   MOVE "P" TO LIQUIDADA-VTA
                   ADD 1 TO WS-TOTAL-PENDIENTES
               ELSE
                   MOVE "S" TO LIQUIDADA-VTA
               END-IF
           ELSE
               MOVE "S" TO LIQUIDADA-VTA
           END-IF
           REWRITE REG-VENTA
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR LA VENTA " CLAVE-VENTA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-MARCADAS
           END-REWRITE.
       ACUMULAR-COBROS.
           MOVE ZEROS TO WS-COBRO-MES
           MOVE ZEROS TO WS-COBRO-LIQ
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE ZEROS TO SECUENCIA-COB
           MOVE 0 TO SW-COB
           START COBROS KEY IS >= CLAVE-COB
               INVALID KEY
                   MOVE 1 TO SW-COB
           END-START
           PERFORM LEER-COBRO UNTIL SW-COB = 1.
       LEER-COBRO.
           READ COBROS NEXT RECORD
             AT END
               MOVE 1 TO SW-COB
             NOT AT END
               IF CODIGO-COB NOT = CODIGO-VTA OR
                  FECHA-VTA-COB NOT = FECHA-VTA OR
                  FOLIO-COB NOT = FOLIO-VTA
                   MOVE 1 TO SW-COB
               ELSE
                   IF MES-LIQ-COB NOT = ZEROS
                       ADD IMPORTE-COB TO WS-COBRO-LIQ
                   ELSE
                       IF FECHA-COB (1:6) <= WS-MES
                           ADD IMPORTE-COB TO WS-COBRO-LIQ
                           ADD IMPORTE-COB TO WS-COBRO-MES
                           MOVE WS-MES TO MES-LIQ-COB
                           REWRITE REG-COBRO
                       END-IF
                   END-IF
               END-IF
           END-READ.
       SOLTAR-PARTICIPACIONES.
           COMPUTE WS-SALDO-VTA =
               MONTO-VTA - AJUSTADO-VTA - WS-COBRO-LIQ
           PERFORM CARGAR-PARTICIPANTES
           MOVE REGION-VTA TO WS-REGION-VTA
           MOVE MONTO-VTA TO WS-RESTO-MONTO
           MOVE WS-COBRO-MES TO WS-RESTO-COBRO
           MOVE WS-SALDO-VTA TO WS-RESTO-SALDO
           MOVE WS-COMISION-MES TO WS-RESTO-COMISION
           PERFORM SOLTAR-PARTICIPANTE VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART.
       CARGAR-PARTICIPANTES.
           MOVE ZEROS TO WS-TOTAL-PART
           MOVE CODIGO-VTA TO CODIGO-VTA-PART
           MOVE FECHA-VTA TO FECHA-VTA-PART
           MOVE FOLIO-VTA TO FOLIO-VTA-PART
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
                  FOLIO-VTA-PART NOT = FOLIO-VTA OR
                  WS-TOTAL-PART = 10
                   MOVE 1 TO SW-PART
               ELSE
                   ADD 1 TO WS-TOTAL-PART
                   MOVE CODIGO-PART TO WS-CODIGO-PART-T (WS-TOTAL-PART)
                   MOVE PCT-PART TO WS-PCT-PART-T (WS-TOTAL-PART)
               END-IF
           END-READ.
       SOLTAR-PARTICIPANTE.
           MOVE WS-CODIGO-PART-T (WS-IDX-PART) TO CODIGO-O
           MOVE FECHA-VTA TO FECHA-O
           MOVE FOLIO-VTA TO FOLIO-O
           MOVE TIPO-VTA TO TIPO-O
           MOVE WS-REGION-VTA TO REGION-O
           MOVE WS-PCT-PART-T (WS-IDX-PART) TO PCT-O
           IF WS-IDX-PART = WS-TOTAL-PART
               MOVE WS-RESTO-MONTO TO MONTO-O
               MOVE WS-RESTO-COBRO TO COBRADO-O
               MOVE WS-RESTO-SALDO TO SALDO-O
               MOVE WS-RESTO-COMISION TO COMISION-O
           ELSE
               COMPUTE MONTO-O ROUNDED =
                   MONTO-VTA * PCT-O / 100
               COMPUTE COBRADO-O ROUNDED =
                   WS-COBRO-MES * PCT-O / 100
               COMPUTE SALDO-O ROUNDED =
                   WS-SALDO-VTA * PCT-O / 100
               COMPUTE COMISION-O ROUNDED =
                   WS-COMISION-MES * PCT-O / 100
               SUBTRACT MONTO-O FROM WS-RESTO-MONTO
               SUBTRACT COBRADO-O FROM WS-RESTO-COBRO
               SUBTRACT SALDO-O FROM WS-RESTO-SALDO
               SUBTRACT COMISION-O FROM WS-RESTO-COMISION
           END-IF
           RELEASE REG-ORDENA.
       CALCULAR-BONOS.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-BONO
           OPEN INPUT METAS
           OPEN INPUT BONO
           MOVE 0 TO SW-META
           MOVE ZEROS TO CLAVE-META
           START METAS KEY IS >= CLAVE-META
               INVALID KEY
                   MOVE 1 TO SW-META
           END-START
           PERFORM LEER-META UNTIL SW-META = 1
           CLOSE METAS BONO.
       LEER-META.
           READ METAS NEXT RECORD
             AT END
               MOVE 1 TO SW-META
             NOT AT END
               IF MES-META = WS-MES
                   PERFORM CALCULAR-BONO-VENDEDOR
               END-IF
           END-READ.
       CALCULAR-BONO-VENDEDOR.
           PERFORM ACUMULAR-REAL
           IF IMPORTE-META = ZEROS OR WS-REAL-VEND <= ZEROS
               MOVE ZEROS TO WS-ALCANCE
           ELSE
               COMPUTE WS-ALCANCE ROUNDED =
                   WS-REAL-VEND * 100 / IMPORTE-META
           END-IF
           PERFORM BUSCAR-TRAMO-BONO
           IF WS-PCT-BONO > ZEROS AND WS-REAL-VEND > ZEROS
               MOVE CODIGO-META TO CODIGO-O
               MOVE WS-FECHA-BONO TO FECHA-O
               MOVE 999999 TO FOLIO-O
               MOVE "B" TO TIPO-O
               MOVE SPACES TO REGION-O
               MOVE ZEROS TO PCT-O
               MOVE WS-REAL-VEND TO MONTO-O
               MOVE ZEROS TO COBRADO-O
               MOVE ZEROS TO SALDO-O
               MOVE ZEROS TO COMISION-O
               MOVE IMPORTE-META TO META-O
               MOVE WS-ALCANCE TO ALCANCE-O
               MOVE WS-PCT-BONO TO PCT-BONO-O
               COMPUTE BONO-O ROUNDED =
                   WS-REAL-VEND * WS-PCT-BONO / 100
               RELEASE REG-ORDENA
           END-IF.
       BUSCAR-TRAMO-BONO.
           MOVE ZEROS TO WS-PCT-BONO
           MOVE ZEROS TO WS-VIG-BONO
           MOVE 0 TO SW-BON
           MOVE ZEROS TO VIGENCIA-BON
           MOVE ZEROS TO ALCANCE-BON
           START BONO KEY IS >= CLAVE-BON
               INVALID KEY
                   MOVE 1 TO SW-BON
           END-START
           PERFORM LEER-TRAMO-BONO UNTIL SW-BON = 1.
       LEER-TRAMO-BONO.
           READ BONO NEXT RECORD
             AT END
               MOVE 1 TO SW-BON
             NOT AT END
               IF VIGENCIA-BON > WS-FECHA-BONO
                   MOVE 1 TO SW-BON
               ELSE
                   IF VIGENCIA-BON NOT = WS-VIG-BONO
                       MOVE VIGENCIA-BON TO WS-VIG-BONO
                       MOVE ZEROS TO WS-PCT-BONO
                   END-IF
                   IF ALCANCE-BON <= WS-ALCANCE
                       MOVE PORCENTAJE-BON TO WS-PCT-BONO
                   END-IF
               END-IF
           END-READ.
       ACUMULAR-REAL.
           MOVE ZEROS TO WS-REAL-VEND
           MOVE 0 TO SW-VTA
           MOVE CODIGO-META TO CODIGO-VTA
           MOVE ZEROS TO FECHA-VTA FOLIO-VTA
           MOVE WS-MES TO FECHA-VTA (1:6)
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW-VTA
           END-START
           PERFORM LEER-VENTA-META UNTIL SW-VTA = 1
           PERFORM CARGAR-COMPARTIDAS
           PERFORM ACUMULAR-COMPARTIDA VARYING WS-IDX-COMP
               FROM 1 BY 1 UNTIL WS-IDX-COMP > WS-TOTAL-COMP.
       LEER-VENTA-META.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW-VTA
             NOT AT END
               IF CODIGO-VTA NOT = CODIGO-META OR
                  FECHA-VTA (1:6) NOT = WS-MES
                   MOVE 1 TO SW-VTA
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
           PERFORM CARGAR-PARTICIPANTES-META
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
       CARGAR-PARTICIPANTES-META.
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
           PERFORM LEER-PARTICIPANTE-META UNTIL SW-PART = 1
           IF WS-TOTAL-PART = ZEROS
               MOVE 1 TO WS-TOTAL-PART
               MOVE CODIGO-VTA TO WS-CODIGO-PART-T (1)
               MOVE 100 TO WS-PCT-PART-T (1)
           END-IF.
       LEER-PARTICIPANTE-META.
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
       IMPRIMIR-LIQUIDACION.
           MOVE 0 TO SW-ORD
           MOVE ZEROS TO WS-CODIGO-ACT
           MOVE ZEROS TO WS-COMISION-VEND
           MOVE ZEROS TO WS-COMISION-GRAL
           MOVE ZEROS TO WS-BRUTO-GRAL
           MOVE ZEROS TO WS-BONO-VEND
           MOVE ZEROS TO WS-BONO-GRAL
           MOVE ZEROS TO WS-BONO-PAG-GRAL
           MOVE ZEROS TO WS-COMISION-PAG-GRAL
           MOVE ZEROS TO WS-RETENCION-GRAL
           MOVE ZEROS TO WS-PAGO-GRAL
           OPEN INPUT VENDEDOR
           OPEN INPUT RETENCION
           OPEN I-O PERCEPCION
           OPEN I-O CTACTE
           OPEN OUTPUT PAGO
           OPEN OUTPUT REPORTE
           OPEN OUTPUT DETALLE-LIQ
           PERFORM ESCRIBIR-PAGO-HDR
           PERFORM RETORNAR-ORDENADO UNTIL SW-ORD = 1
           IF WS-CODIGO-ACT NOT = ZEROS
               PERFORM SOLTAR-VENDEDOR
           END-IF
           PERFORM ESCRIBIR-TOTAL
           PERFORM ESCRIBIR-PAGO-TRL
           CLOSE VENDEDOR RETENCION PERCEPCION CTACTE PAGO REPORTE
               DETALLE-LIQ.
       RETORNAR-ORDENADO.
           RETURN ORDENA
             AT END
               MOVE 1 TO SW-ORD
             NOT AT END
               IF CODIGO-O NOT = WS-CODIGO-ACT
                   IF WS-CODIGO-ACT NOT = ZEROS
                       PERFORM SOLTAR-VENDEDOR
                   END-IF
                   MOVE CODIGO-O TO WS-CODIGO-ACT
                   MOVE ZEROS TO WS-COMISION-VEND
                   MOVE ZEROS TO WS-BONO-VEND
                   PERFORM ESCRIBIR-CORTE-VENDEDOR
               END-IF
               IF TIPO-O = "B"
                   ADD BONO-O TO WS-BONO-VEND
                   PERFORM ESCRIBIR-DETALLE-BONO
               ELSE
                   ADD COMISION-O TO WS-COMISION-VEND
                   PERFORM ESCRIBIR-DETALLE
                   PERFORM ESCRIBIR-DETALLE-LIQ
               END-IF
           END-RETURN.
       SOLTAR-VENDEDOR.
           PERFORM BUSCAR-VENDEDOR
           PERFORM CALCULAR-SALDO-CTA
           COMPUTE WS-BRUTO-VEND = WS-COMISION-VEND + WS-BONO-VEND
           IF WS-BRUTO-VEND < ZEROS
               MOVE ZEROS TO WS-BRUTO-VEND
           END-IF
           IF WS-BONO-VEND > WS-BRUTO-VEND
               MOVE WS-BRUTO-VEND TO WS-BONO-PAG
           ELSE
               MOVE WS-BONO-VEND TO WS-BONO-PAG
           END-IF
           COMPUTE WS-COMISION-PAG = WS-BRUTO-VEND - WS-BONO-PAG
           MOVE ZEROS TO WS-TASA-RET
           MOVE ZEROS TO WS-RETENCION-VEND
           IF WS-BRUTO-VEND > ZEROS
               PERFORM BUSCAR-TASA-RET
               COMPUTE WS-RETENCION-VEND ROUNDED =
                   WS-BRUTO-VEND * WS-TASA-RET / 100
           END-IF
           COMPUTE WS-DISPONIBLE = WS-SALDO-ANT + WS-COMISION-VEND
               + WS-BONO-VEND - WS-RETENCION-VEND
           IF WS-DISPONIBLE > ZEROS
               MOVE WS-DISPONIBLE TO WS-PAGO-VEND
           ELSE
               MOVE ZEROS TO WS-PAGO-VEND
           END-IF
           COMPUTE WS-ARRASTRE = WS-DISPONIBLE - WS-PAGO-VEND
           PERFORM ASENTAR-LIQUIDACION-CTA
           PERFORM ESCRIBIR-DETALLE-LIQ-VEND
           IF WS-BRUTO-VEND > ZEROS OR WS-PAGO-VEND > ZEROS
               MOVE WS-CODIGO-ACT TO CODIGO-P
               IF WS-HAY-VENDEDOR = "S"
                   MOVE NOMBRE TO NOMBRE-P
               ELSE
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-P
               END-IF
               MOVE WS-COMISION-PAG TO COMISION-P
               MOVE WS-BONO-PAG TO BONO-P
               MOVE WS-BRUTO-VEND TO BRUTO-PD
               MOVE WS-RETENCION-VEND TO RETENCION-PD
               MOVE WS-PAGO-VEND TO NETO-PD
               WRITE REG-PAGO FROM LIN-PAGO-DET
               PERFORM GRABAR-PERCEPCION
               ADD 1 TO WS-TOTAL-VENDEDORES
               ADD WS-BRUTO-VEND TO WS-BRUTO-GRAL
               ADD WS-RETENCION-VEND TO WS-RETENCION-GRAL
               ADD WS-PAGO-VEND TO WS-PAGO-GRAL
               ADD WS-COMISION-PAG TO WS-COMISION-PAG-GRAL
               ADD WS-BONO-PAG TO WS-BONO-PAG-GRAL
           ELSE
               ADD 1 TO WS-TOTAL-SIN-PAGO
           END-IF
           IF WS-BONO-VEND > ZEROS
               ADD 1 TO WS-TOTAL-BONOS
           END-IF
           ADD WS-COMISION-VEND TO WS-COMISION-GRAL
           ADD WS-BONO-VEND TO WS-BONO-GRAL
           PERFORM ESCRIBIR-TOTAL-VENDEDOR.
       BUSCAR-TASA-RET.
           MOVE ZEROS TO WS-VIG-RET
           MOVE 0 TO SW-RET
           MOVE ZEROS TO VIGENCIA-RET
           MOVE ZEROS TO BASE-RET
           START RETENCION KEY IS >= CLAVE-RET
               INVALID KEY
                   MOVE 1 TO SW-RET
           END-START
           PERFORM LEER-TASA-RET UNTIL SW-RET = 1.
       LEER-TASA-RET.
           READ RETENCION NEXT RECORD
             AT END
               MOVE 1 TO SW-RET
             NOT AT END
               IF VIGENCIA-RET > WS-FECHA-CIERRE
                   MOVE 1 TO SW-RET
               ELSE
                   IF VIGENCIA-RET NOT = WS-VIG-RET
                       MOVE VIGENCIA-RET TO WS-VIG-RET
                       MOVE ZEROS TO WS-TASA-RET
                   END-IF
                   IF BASE-RET <= WS-BRUTO-VEND
                       MOVE TASA-RET TO WS-TASA-RET
                   END-IF
               END-IF
           END-READ.
       GRABAR-PERCEPCION.
           MOVE WS-CODIGO-ACT TO CODIGO-PER
           MOVE WS-MES TO MES-PER
           MOVE WS-COMISION-PAG TO COMISION-PER
           MOVE WS-BONO-PAG TO BONO-PER
           MOVE WS-BRUTO-VEND TO BRUTO-PER
           MOVE WS-TASA-RET TO TASA-PER
           MOVE WS-RETENCION-VEND TO RETENCION-PER
           MOVE WS-PAGO-VEND TO NETO-PER
           MOVE WS-FECHA-ACTUAL TO FECHA-PER
           WRITE REG-PERCEPCION
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA PERCEPCION DEL "
                       "VENDEDOR " WS-CODIGO-ACT
           END-WRITE.
       ESCRIBIR-TOTAL-VENDEDOR.
           IF WS-LINEAS-PAGINA + 7 > WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-VENDEDOR
           END-IF
           MOVE "COMISION DEL MES" TO CONCEPTO-TV
           MOVE WS-COMISION-VEND TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "BONO POR META" TO CONCEPTO-TV
           MOVE WS-BONO-VEND TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "BRUTO DEL MES" TO CONCEPTO-TV
           MOVE WS-BRUTO-VEND TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "RETENCION DE IMPUESTOS" TO CONCEPTO-TV
           MOVE WS-RETENCION-VEND TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "SALDO ANTERIOR" TO CONCEPTO-TV
           MOVE WS-SALDO-ANT TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "NETO A PAGAR" TO CONCEPTO-TV
           MOVE WS-PAGO-VEND TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           MOVE "SALDO DEUDOR ARRASTRADO" TO CONCEPTO-TV
           MOVE WS-ARRASTRE TO COMISION-TV
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           ADD 7 TO WS-LINEAS-PAGINA.
       CALCULAR-SALDO-CTA.
           MOVE ZEROS TO WS-SALDO-ANT
           MOVE ZEROS TO WS-SECUENCIA-CTA
           MOVE WS-CODIGO-ACT TO CODIGO-CTA
           MOVE ZEROS TO FECHA-CTA
           MOVE ZEROS TO SECUENCIA-CTA
           MOVE 0 TO SW-CTA
           START CTACTE KEY IS >= CLAVE-CTA
               INVALID KEY
                   MOVE 1 TO SW-CTA
           END-START
           PERFORM LEER-MOVIMIENTO-CTA UNTIL SW-CTA = 1.
       LEER-MOVIMIENTO-CTA.
           READ CTACTE NEXT RECORD
             AT END
               MOVE 1 TO SW-CTA
             NOT AT END
               IF CODIGO-CTA NOT = WS-CODIGO-ACT
                   MOVE 1 TO SW-CTA
               ELSE
                   ADD ABONO-CTA TO WS-SALDO-ANT
                   SUBTRACT CARGO-CTA FROM WS-SALDO-ANT
                   IF FECHA-CTA = WS-FECHA-ACTUAL
                       MOVE SECUENCIA-CTA TO WS-SECUENCIA-CTA
                   END-IF
               END-IF
           END-READ.
       ASENTAR-LIQUIDACION-CTA.
           IF WS-COMISION-VEND NOT = ZEROS
               MOVE "L" TO TIPO-CTA
               IF WS-COMISION-VEND > ZEROS
                   MOVE ZEROS TO CARGO-CTA
                   MOVE WS-COMISION-VEND TO ABONO-CTA
               ELSE
                   COMPUTE CARGO-CTA = 0 - WS-COMISION-VEND
                   MOVE ZEROS TO ABONO-CTA
               END-IF
               MOVE SPACES TO REFERENCIA-CTA
               STRING "LIQUIDACION " WS-MES DELIMITED BY SIZE
                   INTO REFERENCIA-CTA
               PERFORM GRABAR-MOVIMIENTO-CTA
           END-IF
           IF WS-BONO-VEND > ZEROS
               MOVE "B" TO TIPO-CTA
               MOVE ZEROS TO CARGO-CTA
               MOVE WS-BONO-VEND TO ABONO-CTA
               MOVE SPACES TO REFERENCIA-CTA
               STRING "BONO META " WS-MES DELIMITED BY SIZE
                   INTO REFERENCIA-CTA
               PERFORM GRABAR-MOVIMIENTO-CTA
           END-IF
           IF WS-PAGO-VEND > ZEROS
               MOVE "P" TO TIPO-CTA
               MOVE WS-PAGO-VEND TO CARGO-CTA
               MOVE ZEROS TO ABONO-CTA
               MOVE SPACES TO REFERENCIA-CTA
               STRING "PAGO NOMINA " WS-MES DELIMITED BY SIZE
                   INTO REFERENCIA-CTA
               PERFORM GRABAR-MOVIMIENTO-CTA
           END-IF
           IF WS-RETENCION-VEND > ZEROS
               MOVE "R" TO TIPO-CTA
               MOVE WS-RETENCION-VEND TO CARGO-CTA
               MOVE ZEROS TO ABONO-CTA
               MOVE SPACES TO REFERENCIA-CTA
               STRING "RETENCION " WS-MES DELIMITED BY SIZE
                   INTO REFERENCIA-CTA
               PERFORM GRABAR-MOVIMIENTO-CTA
           END-IF.
       GRABAR-MOVIMIENTO-CTA.
           ADD 1 TO WS-SECUENCIA-CTA
           MOVE WS-CODIGO-ACT TO CODIGO-CTA
           MOVE WS-FECHA-ACTUAL TO FECHA-CTA
           MOVE WS-SECUENCIA-CTA TO SECUENCIA-CTA
           MOVE WS-MES TO MES-LIQ-CTA
           MOVE "LIQVTA" TO USUARIO-CTA
           WRITE REG-CTACTE
               INVALID KEY
                   DISPLAY "ERROR AL ASENTAR LA CUENTA CORRIENTE DEL "
                       "VENDEDOR " WS-CODIGO-ACT
           END-WRITE.
       BUSCAR-VENDEDOR.
           MOVE "N" TO WS-HAY-VENDEDOR
           MOVE WS-CODIGO-ACT TO CODIGO
              WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           MOVE WS-CODIGO-ACT TO CODIGO-V
           MOVE WS-CODIGO-ACT TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-V
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-VENDEDOR
           END-IF
           MOVE FECHA-O TO FECHA-D
           MOVE FOLIO-O TO FOLIO-D
           MOVE TIPO-O TO TIPO-D
           MOVE PCT-O TO PCT-D
           MOVE MONTO-O TO MONTO-D
           MOVE COBRADO-O TO COBRADO-D
           MOVE SALDO-O TO SALDO-D
           MOVE COMISION-O TO COMISION-D
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA.
       ESCRIBIR-DETALLE-BONO.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBIR-CORTE-VENDEDOR
           END-IF
           MOVE META-O TO META-B
           MOVE MONTO-O TO REAL-B
           MOVE ALCANCE-O TO ALCANCE-B
           MOVE PCT-BONO-O TO PCT-BONO-B
           MOVE BONO-O TO BONO-B
           WRITE REG-REPORTE FROM LIN-BONO
           ADD 1 TO WS-LINEAS-PAGINA.
       ESCRIBIR-DETALLE-LIQ.
           MOVE CODIGO-O TO CODIGO-DL
           MOVE FECHA-O TO FECHA-DL
           MOVE FOLIO-O TO FOLIO-DL
           MOVE REGION-O TO REGION-DL
           MOVE COMISION-O TO COMISION-DL
           MOVE "GCOM" TO CONCEPTO-DL
           WRITE REG-DETALLE-LIQ.
       ESCRIBIR-DETALLE-LIQ-VEND.
           IF WS-HAY-VENDEDOR = "S"
               MOVE REGION TO WS-REGION-VEND
           ELSE
               MOVE SPACES TO WS-REGION-VEND
           END-IF
           MOVE WS-CODIGO-ACT TO CODIGO-DL
           MOVE WS-FECHA-CIERRE TO FECHA-DL
           MOVE 999999 TO FOLIO-DL
           MOVE WS-REGION-VEND TO REGION-DL
           IF WS-BONO-VEND > ZEROS
               MOVE WS-BONO-VEND TO COMISION-DL
               MOVE "GBON" TO CONCEPTO-DL
               WRITE REG-DETALLE-LIQ
           END-IF
           IF WS-RETENCION-VEND > ZEROS
               MOVE WS-RETENCION-VEND TO COMISION-DL
               MOVE "RETP" TO CONCEPTO-DL
               WRITE REG-DETALLE-LIQ
           END-IF.
       ESCRIBIR-TOTAL.
           WRITE REG-REPORTE FROM LIN-TITULO2
           MOVE "TOTAL COMISIONES DEL MES" TO CONCEPTO-T
           MOVE WS-COMISION-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE "TOTAL BONOS DEL MES" TO CONCEPTO-T
           MOVE WS-BONO-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE "TOTAL BRUTO DEL MES" TO CONCEPTO-T
           MOVE WS-BRUTO-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE "TOTAL RETENCIONES DEL MES" TO CONCEPTO-T
           MOVE WS-RETENCION-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE "TOTAL PAGADO DEL MES" TO CONCEPTO-T
           MOVE WS-PAGO-GRAL TO COMISION-T
           WRITE REG-REPORTE FROM LIN-TOTAL.
       ESCRIBIR-ENCABEZADOS.
           ADD 1 TO WS-PAGINA
           WRITE REG-PAGO FROM LIN-PAGO-HDR.
       ESCRIBIR-PAGO-TRL.
           MOVE WS-TOTAL-VENDEDORES TO TOTAL-P
           MOVE WS-COMISION-PAG-GRAL TO COMISIONES-P
           MOVE WS-BONO-PAG-GRAL TO BONOS-P
           MOVE WS-BRUTO-GRAL TO BRUTOS-P
           MOVE WS-RETENCION-GRAL TO RETENCIONES-P
           MOVE WS-PAGO-GRAL TO IMPORTE-P
           WRITE REG-PAGO FROM LIN-PAGO-TRL.
       REGISTRAR-CIERRE.
           OPEN EXTEND CONTROL-LIQ
