       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACOB.
      *-------------------------
      * CARGA MASIVA DE LOS COBROS QUE MANDAN LAS SUCURSALES DESDE UN
      * PLANO (COBROS-CARGA.TXT) CON EL MISMO ESQUEMA HDR/DETALLE/TRL
      * QUE CARGAVTA: PRIMERO COMPRUEBA QUE EL PLANO TRAIGA HDR Y TRL
      * Y QUE EL CONTEO DE DETALLES COINCIDA CON EL TRAILER, Y SOLO
      * ENTONCES APLICA. CADA DETALLE DEL PLANO
      * (CODIGO|FECHA|FOLIO|FECHA-COBRO|IMPORTE|REFERENCIA) SE VALIDA
      * IGUAL QUE EN CAPTCOB: LA VENTA DEBE EXISTIR EN VENTAS.DAT Y NO
      * ESTAR CANCELADA NI SER UN AJUSTE, EL IMPORTE NO PUEDE EXCEDER
      * EL SALDO POR COBRAR, Y LA FECHA DEL COBRO NO PUEDE SER ANTERIOR
      * A LA VENTA NI CAER EN UN MES YA LIQUIDADO SEGUN LIQUIDA.CTL.
      * CADA COBRO APLICADO SE GRABA EN COBROS.DAT CON LA SIGUIENTE
      * SECUENCIA DEL FOLIO Y SE ACUMULA EN COBRADO-VTA; SI LA VENTA
      * NO SE PUEDE ACTUALIZAR SE BORRA EL COBRO RECIEN GRABADO Y EL
      * DETALLE SE RECHAZA, ASI COBROS.DAT Y VENTAS.DAT NO SE
      * DESCUADRAN. LOS RECHAZOS VAN A COBROS_EXCEP.TXT CON SU MOTIVO,
      * EL RESUMEN DE APLICADOS Y RECHAZADOS QUEDA EN CARGACOB.LST Y
      * CADA COBRO SE REGISTRA EN VENTAS-AUDIT.DAT CON EL NOMBRE DEL
      * PROGRAMA COMO USUARIO.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTAS
             ASSIGN TO RANDOM "VENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA.
           SELECT OPTIONAL COBROS
             ASSIGN TO RANDOM "COBROS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-COB.
           SELECT PLANO
             ASSIGN TO RANDOM "COBROS-CARGA.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PLANO.
           SELECT OPTIONAL EXCEPCIONES
             ASSIGN TO RANDOM "COBROS_EXCEP.TXT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENTAS-AUDIT
             ASSIGN TO RANDOM "VENTAS-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-LIQ
             ASSIGN TO RANDOM "LIQUIDA.CTL"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESUMEN
             ASSIGN TO RANDOM "CARGACOB.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
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
       FD PLANO.
       01 REG-PLANO PIC X(70).
       FD EXCEPCIONES.
       01 REG-EXCEPCION PIC X(126).
       FD VENTAS-AUDIT.
       01 REG-AUDIT-VTA.
           05 CODIGO-AUDV PIC 9(4).
           05 FILLER PIC X VALUE "|".
           05 FECHA-AUDV PIC 9(8).
           05 FILLER PIC X VALUE "|".
           05 FOLIO-AUDV PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 OPERACION-AUDV PIC X(6).
           05 FILLER PIC X VALUE "|".
           05 CAMPO-AUDV PIC X(10).
           05 FILLER PIC X VALUE "|".
           05 ANTES-AUDV PIC X(30).
           05 FILLER PIC X VALUE "|".
           05 DESPUES-AUDV PIC X(30).
           05 FILLER PIC X VALUE "|".
           05 TIMESTAMP-AUDV PIC X(21).
           05 FILLER PIC X VALUE "|".
           05 USUARIO-AUDV PIC X(10).
       FD CONTROL-LIQ.
       01 REG-CONTROL.
           05 MES-CTL PIC 9(6).
           05 FILLER PIC X VALUE "|".
           05 FECHA-CTL PIC 9(8).
           05 FILLER PIC X VALUE "|".
           05 ESTADO-CTL PIC X(10).
       FD RESUMEN.
       01 REG-RESUMEN PIC X(100).
       WORKING-STORAGE SECTION.
       01 REG-TRAILER-IN.
           05 TIPO-T PIC X(3).
           05 FILLER PIC X.
           05 TOTAL-T PIC 9(6).
       01 CAMPOS-ENTRADA.
           05 CODIGO-E PIC X(4).
           05 FECHA-E PIC X(8).
           05 FOLIO-E PIC X(6).
           05 FECHA-COB-E PIC X(8).
           05 IMPORTE-E PIC X(10).
           05 REFERENCIA-E PIC X(10).
       01 REG-EXCEP-DET.
           05 CODIGO-X PIC X(4).
           05 FILLER PIC X VALUE "|".
           05 FECHA-X PIC X(8).
           05 FILLER PIC X VALUE "|".
           05 FOLIO-X PIC X(6).
           05 FILLER PIC X VALUE "|".
           05 MOTIVO-X PIC X(100).
       01 LIN-RESULTADO.
           05 CODIGO-R PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FECHA-RR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FOLIO-R PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RESULTADO-R PIC X(60).
       01 LIN-TOT-APLICADOS.
           05 FILLER PIC X(26) VALUE "COBROS APLICADOS: ".
           05 APLICADOS-R PIC ZZZ,ZZ9.
       01 LIN-TOT-RECHAZADOS.
           05 FILLER PIC X(26) VALUE "COBROS RECHAZADOS: ".
           05 RECHAZADOS-R PIC ZZZ,ZZ9.
       01 LIN-TOT-IMPORTE.
           05 FILLER PIC X(26) VALUE "IMPORTE COBRADO: ".
           05 IMPORTE-R PIC ZZZ,ZZZ,ZZ9.99.
       01 TABLA-MESES-CERRADOS.
           05 WS-TOTAL-MESES PIC 9(3) VALUE ZEROS.
           05 WS-MES-ENT OCCURS 120 TIMES.
               10 WS-MES-CERRADO-T PIC 9(6).
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-SEC PIC 9.
           05 SW-CTL PIC 9.
           05 WS-FS-PLANO PIC X(2).
           05 WS-HAY-HDR PIC X VALUE "N".
           05 WS-HAY-TRL PIC X VALUE "N".
           05 WS-PLANO-OK PIC X VALUE "N".
           05 WS-PLANO-EXISTE PIC X VALUE "N".
           05 WS-VALIDO PIC X.
           05 WS-MOTIVO PIC X(100).
           05 WS-PUNTERO PIC 9(4).
           05 WS-IDX PIC 9(3).
           05 WS-MES-CERRADO PIC X.
           05 WS-IMPORTE PIC 9(7)V99.
           05 WS-SALDO-VTA PIC 9(7)V99.
           05 WS-SECUENCIA PIC 9(3).
           05 WS-IMPORTE-AUD PIC 9(7).99.
           05 WS-ANTES-AUD PIC X(30).
           05 WS-USUARIO PIC X(10) VALUE "CARGACOB".
           05 WS-TOTAL-DETALLES PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-TRAILER PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-APLICADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-IMPORTE PIC 9(9)V99 VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM VERIFICAR-PLANO.
           IF WS-PLANO-OK = "S"
               PERFORM CARGAR-MESES-CERRADOS
               PERFORM APLICAR-PLANO
               DISPLAY "COBROS APLICADOS: " WS-TOTAL-APLICADOS
               DISPLAY "COBROS RECHAZADOS: " WS-TOTAL-RECHAZADOS
           END-IF
           STOP RUN.
       VERIFICAR-PLANO.
           MOVE "N" TO WS-HAY-HDR
           MOVE "N" TO WS-HAY-TRL
           MOVE "N" TO WS-PLANO-OK
           MOVE ZEROS TO WS-TOTAL-DETALLES
           MOVE 0 TO SW
           MOVE "S" TO WS-PLANO-EXISTE
           OPEN INPUT PLANO
           IF WS-FS-PLANO = "35"
               DISPLAY "ERROR: NO EXISTE COBROS-CARGA.TXT"
               MOVE "N" TO WS-PLANO-EXISTE
               MOVE 1 TO SW
           END-IF
           PERFORM CONTAR-PLANO UNTIL SW = 1
           CLOSE PLANO
           IF WS-PLANO-EXISTE = "S"
               IF WS-HAY-HDR = "N"
                   DISPLAY "ERROR: EL PLANO NO TRAE REGISTRO HDR"
               ELSE
                   IF WS-HAY-TRL = "N"
                       DISPLAY "ERROR: EL PLANO NO TRAE REGISTRO TRL"
                   ELSE
                       IF WS-TOTAL-DETALLES NOT = WS-TOTAL-TRAILER
                           DISPLAY "ERROR: DETALLES LEIDOS ("
                               WS-TOTAL-DETALLES ") NO COINCIDEN CON "
                               "EL TRAILER (" WS-TOTAL-TRAILER ")"
                       ELSE
                           MOVE "S" TO WS-PLANO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CONTAR-PLANO.
           READ PLANO
               AT END
                   MOVE 1 TO SW
               NOT AT END
                   EVALUATE REG-PLANO (1:3)
                       WHEN "HDR"
                           MOVE "S" TO WS-HAY-HDR
                       WHEN "TRL"
                           MOVE REG-PLANO (1:10) TO REG-TRAILER-IN
                           MOVE TOTAL-T TO WS-TOTAL-TRAILER
                           MOVE "S" TO WS-HAY-TRL
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-DETALLES
                   END-EVALUATE
           END-READ.
       CARGAR-MESES-CERRADOS.
           MOVE ZEROS TO WS-TOTAL-MESES
           MOVE 0 TO SW-CTL
           OPEN INPUT CONTROL-LIQ
           PERFORM LEER-CONTROL UNTIL SW-CTL = 1
           CLOSE CONTROL-LIQ.
       LEER-CONTROL.
           READ CONTROL-LIQ
             AT END
               MOVE 1 TO SW-CTL
             NOT AT END
               IF ESTADO-CTL = "COMPLETO" AND WS-TOTAL-MESES < 120
                   ADD 1 TO WS-TOTAL-MESES
                   MOVE MES-CTL TO WS-MES-CERRADO-T (WS-TOTAL-MESES)
               END-IF
           END-READ.
       APLICAR-PLANO.
           MOVE 0 TO SW
           OPEN I-O VENTAS
           OPEN I-O COBROS
           OPEN INPUT PLANO
           OPEN OUTPUT EXCEPCIONES
           OPEN EXTEND VENTAS-AUDIT
           OPEN OUTPUT RESUMEN
           PERFORM PROCESAR UNTIL SW = 1
           PERFORM ESCRIBIR-TOTALES
           CLOSE VENTAS COBROS PLANO EXCEPCIONES VENTAS-AUDIT RESUMEN.
       PROCESAR.
           READ PLANO
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF REG-PLANO (1:3) NOT = "HDR" AND
                  REG-PLANO (1:3) NOT = "TRL"
                   PERFORM APLICAR-DETALLE
               END-IF
           END-READ.
       APLICAR-DETALLE.
           MOVE SPACES TO CAMPOS-ENTRADA
           UNSTRING REG-PLANO DELIMITED BY "|"
               INTO CODIGO-E FECHA-E FOLIO-E FECHA-COB-E IMPORTE-E
                    REFERENCIA-E
           END-UNSTRING
           INSPECT CODIGO-E REPLACING LEADING " " BY "0"
           INSPECT FOLIO-E REPLACING LEADING " " BY "0"
           PERFORM VALIDAR-DETALLE
           IF WS-VALIDO = "S"
               PERFORM GRABAR-COBRO
           ELSE
               PERFORM RECHAZAR-DETALLE
           END-IF.
       VALIDAR-DETALLE.
           MOVE "S" TO WS-VALIDO
           MOVE SPACES TO WS-MOTIVO
           MOVE 1 TO WS-PUNTERO
           MOVE ZEROS TO WS-IMPORTE
           IF CODIGO-E NOT NUMERIC OR FECHA-E NOT NUMERIC OR
              FOLIO-E NOT NUMERIC
               MOVE "N" TO WS-VALIDO
               STRING "CLAVE DE VENTA INVALIDA;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               PERFORM VALIDAR-VENTA
           END-IF
           IF FECHA-COB-E NOT NUMERIC
               MOVE "N" TO WS-VALIDO
               STRING "FECHA DE COBRO INVALIDA;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               IF FECHA-COB-E < FECHA-E
                   MOVE "N" TO WS-VALIDO
                   STRING "COBRO ANTERIOR A LA VENTA;"
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               END-IF
               PERFORM VALIDAR-MES-CERRADO
           END-IF
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL (IMPORTE-E)
           IF WS-IMPORTE = ZEROS
               MOVE "N" TO WS-VALIDO
               STRING "IMPORTE EN CERO;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               IF WS-IMPORTE > WS-SALDO-VTA
                   MOVE "N" TO WS-VALIDO
                   STRING "IMPORTE EXCEDE EL SALDO;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               END-IF
           END-IF.
       VALIDAR-VENTA.
           MOVE ZEROS TO WS-SALDO-VTA
           MOVE CODIGO-E TO CODIGO-VTA
           MOVE FECHA-E TO FECHA-VTA
           MOVE FOLIO-E TO FOLIO-VTA
           READ VENTAS
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   STRING "VENTA NO EXISTE;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               NOT INVALID KEY
                   EVALUATE TIPO-VTA
                       WHEN "C"
                           MOVE "N" TO WS-VALIDO
                           STRING "VENTA CANCELADA;" DELIMITED BY SIZE
                               INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                       WHEN "A"
                           MOVE "N" TO WS-VALIDO
                           STRING "FOLIO DE AJUSTE;" DELIMITED BY SIZE
                               INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                       WHEN OTHER
                           COMPUTE WS-SALDO-VTA = MONTO-VTA
                               - COBRADO-VTA - AJUSTADO-VTA
                   END-EVALUATE
           END-READ.
       VALIDAR-MES-CERRADO.
           MOVE "N" TO WS-MES-CERRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-MESES
               IF WS-MES-CERRADO-T (WS-IDX) = FECHA-COB-E (1:6)
                   MOVE "S" TO WS-MES-CERRADO
               END-IF
           END-PERFORM
           IF WS-MES-CERRADO = "S"
               MOVE "N" TO WS-VALIDO
               STRING "MES YA LIQUIDADO;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.
       GRABAR-COBRO.
           PERFORM BUSCAR-SECUENCIA
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE WS-SECUENCIA TO SECUENCIA-COB
           MOVE FECHA-COB-E TO FECHA-COB
           MOVE WS-IMPORTE TO IMPORTE-COB
           MOVE REFERENCIA-E TO REFERENCIA-COB
           MOVE WS-USUARIO TO USUARIO-COB
           MOVE ZEROS TO MES-LIQ-COB
           WRITE REG-COBRO
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   STRING "COBRO DUPLICADO;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                   PERFORM RECHAZAR-DETALLE
               NOT INVALID KEY
                   MOVE COBRADO-VTA TO WS-IMPORTE-AUD
                   MOVE WS-IMPORTE-AUD TO WS-ANTES-AUD
                   ADD WS-IMPORTE TO COBRADO-VTA
                   REWRITE REG-VENTA
                       INVALID KEY
                           PERFORM ANULAR-COBRO
                       NOT INVALID KEY
                           MOVE "APLICADO" TO RESULTADO-R
                           PERFORM ESCRIBIR-RESULTADO
                           ADD 1 TO WS-TOTAL-APLICADOS
                           ADD WS-IMPORTE TO WS-TOTAL-IMPORTE
                           PERFORM GRABAR-AUDITORIA-COBRO
                   END-REWRITE
           END-WRITE.
       ANULAR-COBRO.
           MOVE "N" TO WS-VALIDO
           STRING "ERROR AL ACTUALIZAR VENTA;" DELIMITED BY SIZE
               INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           DELETE COBROS
               INVALID KEY
                   DISPLAY "ERROR AL ANULAR EL COBRO " CODIGO-COB " "
                           FECHA-VTA-COB " " FOLIO-COB " "
                           SECUENCIA-COB
           END-DELETE
           PERFORM RECHAZAR-DETALLE.
       BUSCAR-SECUENCIA.
           MOVE ZEROS TO WS-SECUENCIA
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE ZEROS TO SECUENCIA-COB
           MOVE 0 TO SW-SEC
           START COBROS KEY IS >= CLAVE-COB
               INVALID KEY
                   MOVE 1 TO SW-SEC
           END-START
           PERFORM LEER-SECUENCIA UNTIL SW-SEC = 1
           ADD 1 TO WS-SECUENCIA.
       LEER-SECUENCIA.
           READ COBROS NEXT RECORD
             AT END
               MOVE 1 TO SW-SEC
             NOT AT END
               IF CODIGO-COB NOT = CODIGO-VTA OR
                  FECHA-VTA-COB NOT = FECHA-VTA OR
                  FOLIO-COB NOT = FOLIO-VTA
                   MOVE 1 TO SW-SEC
               ELSE
                   MOVE SECUENCIA-COB TO WS-SECUENCIA
               END-IF
           END-READ.
       RECHAZAR-DETALLE.
           MOVE CODIGO-E TO CODIGO-X
           MOVE FECHA-E TO FECHA-X
           MOVE FOLIO-E TO FOLIO-X
           MOVE WS-MOTIVO TO MOTIVO-X
           WRITE REG-EXCEPCION FROM REG-EXCEP-DET
           MOVE SPACES TO RESULTADO-R
           STRING "RECHAZADO: " WS-MOTIVO DELIMITED BY SIZE
               INTO RESULTADO-R
           PERFORM ESCRIBIR-RESULTADO
           ADD 1 TO WS-TOTAL-RECHAZADOS.
       ESCRIBIR-RESULTADO.
           MOVE CODIGO-E TO CODIGO-R
           MOVE FECHA-E TO FECHA-RR
           MOVE FOLIO-E TO FOLIO-R
           WRITE REG-RESUMEN FROM LIN-RESULTADO.
       ESCRIBIR-TOTALES.
           MOVE WS-TOTAL-APLICADOS TO APLICADOS-R
           MOVE WS-TOTAL-RECHAZADOS TO RECHAZADOS-R
           MOVE WS-TOTAL-IMPORTE TO IMPORTE-R
           MOVE SPACES TO REG-RESUMEN
           WRITE REG-RESUMEN
           WRITE REG-RESUMEN FROM LIN-TOT-APLICADOS
           WRITE REG-RESUMEN FROM LIN-TOT-RECHAZADOS
           WRITE REG-RESUMEN FROM LIN-TOT-IMPORTE.
       GRABAR-AUDITORIA-COBRO.
           MOVE CODIGO-VTA TO CODIGO-AUDV
           MOVE FECHA-VTA TO FECHA-AUDV
           MOVE FOLIO-VTA TO FOLIO-AUDV
           MOVE "COBRO" TO OPERACION-AUDV
           MOVE "COBRADO" TO CAMPO-AUDV
           MOVE WS-ANTES-AUD TO ANTES-AUDV
           MOVE COBRADO-VTA TO WS-IMPORTE-AUD
           MOVE WS-IMPORTE-AUD TO DESPUES-AUDV
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-AUDV
           MOVE WS-USUARIO TO USUARIO-AUDV
           WRITE REG-AUDIT-VTA.
