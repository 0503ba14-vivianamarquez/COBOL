      * FECHA DE BAJA EN VEZ DE BORRAR EL REGISTRO. LA REGION DE UNA
      * ALTA O DE UN CAMBIO DEBE EXISTIR EN EL CATALOGO REGION.DAT
      * (MANTREG); UNA REGION DESCONOCIDA RECHAZA LA TRANSACCION.
      * CADA CAMBIO DE REGION (Y LA REGION INICIAL DE UNA ALTA) QUEDA
      * ADEMAS COMO MOVIMIENTO DE TERRITORIO EN TERRITORIO.DAT, IGUAL
      * QUE EN MANTVEND. COMO EN MANTVEND, LA BAJA (O EL CAMBIO A
      * INACTIVO) DE UN VENDEDOR CON CLIENTES EN SU CARTERA SE RECHAZA
      * HASTA QUE LA CARTERA SE REASIGNE CON REASCART.
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
           SELECT OPTIONAL CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
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
       WORKING-STORAGE SECTION.
       01 CAMPOS-TRAN.
           05 OPER-T PIC X(1).
           05 WS-REGION-OK PIC X.
           05 WS-TOTAL-APLICADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           05 SW-TER PIC 9.
           05 WS-FECHA-TER PIC 9(8).
           05 WS-SECUENCIA-TER PIC 9(3).
           05 WS-TIENE-CARTERA PIC X.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
               OPEN EXTEND VENDEDOR-AUDIT
               OPEN OUTPUT RESUMEN
               OPEN INPUT REGIONES
               OPEN I-O TERRITORIO
               OPEN INPUT CLIENTE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
               PERFORM PROCESAR UNTIL SW = 1
               PERFORM ESCRIBIR-TOTALES
               CLOSE TRANSACCIONES VENDEDOR VENDEDOR-AUDIT RESUMEN
                     REGIONES TERRITORIO CLIENTE
               DISPLAY "TRANSACCIONES APLICADAS: " WS-TOTAL-APLICADAS
               DISPLAY "TRANSACCIONES RECHAZADAS: " WS-TOTAL-RECHAZADAS
           END-IF
                   IF REGION-T NOT = SPACES
                       MOVE REGION-T TO REGION
                   END-IF
                   MOVE "N" TO WS-TIENE-CARTERA
                   IF ESTADO NOT = "A" AND ESTADO-ANT = "A"
                       PERFORM VERIFICAR-CARTERA
                   END-IF
                   IF WS-TIENE-CARTERA = "S"
                       MOVE "RECHAZADA: VENDEDOR CON CARTERA"
                           TO WS-RESULTADO
                   ELSE
                       PERFORM REESCRIBIR-CAMBIO
                   END-IF
           END-READ.
       REESCRIBIR-CAMBIO.
           REWRITE REG-VENDEDOR
               INVALID KEY
                   MOVE "RECHAZADA: ERROR AL ACTUALIZAR"
                       TO WS-RESULTADO
               NOT INVALID KEY
                   MOVE "APLICADA" TO WS-RESULTADO
                   MOVE "S" TO WS-APLICADA
                   MOVE "CAMBIO" TO WS-OP-AUD
                   PERFORM GRABAR-AUDITORIA-CAMBIO
           END-REWRITE.
       APLICAR-BAJA.
           READ VENDEDOR
               INVALID KEY
                   MOVE "RECHAZADA: VENDEDOR NO ENCONTRADO"
                       TO WS-RESULTADO
               NOT INVALID KEY
                   MOVE "N" TO WS-TIENE-CARTERA
                   IF ESTADO NOT = "I"
                       PERFORM VERIFICAR-CARTERA
                   END-IF
                   IF ESTADO = "I"
                       MOVE "RECHAZADA: YA ESTA INACTIVO"
                           TO WS-RESULTADO
                   END-IF
                   IF WS-TIENE-CARTERA = "S"
                       MOVE "RECHAZADA: VENDEDOR CON CARTERA"
                           TO WS-RESULTADO
                   END-IF
                   IF ESTADO NOT = "I" AND WS-TIENE-CARTERA = "N"
                       MOVE NOMBRE TO NOMBRE-ANT
                       MOVE TELEFONO TO TELEFONO-ANT
                       MOVE CORREO TO CORREO-ANT
               MOVE REGION-ANT TO ANTES-AUD
               MOVE REGION TO DESPUES-AUD
               PERFORM ESCRIBIR-REG-AUDIT
               PERFORM REGISTRAR-TERRITORIO
           END-IF
           IF FECHA-BAJA-ANT NOT = FECHA-BAJA
               MOVE WS-OP-AUD TO OPERACION-AUD
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           WRITE REG-AUDIT.
       REGISTRAR-TERRITORIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-TER
           MOVE ZEROS TO WS-SECUENCIA-TER
           MOVE CODIGO TO CODIGO-TER
           MOVE WS-FECHA-TER TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           MOVE 0 TO SW-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW-TER
           END-START
           PERFORM LEER-SECUENCIA-TER UNTIL SW-TER = 1
           ADD 1 TO WS-SECUENCIA-TER
           MOVE CODIGO TO CODIGO-TER
           MOVE WS-FECHA-TER TO FECHA-TER
           MOVE WS-SECUENCIA-TER TO SECUENCIA-TER
           MOVE REGION-ANT TO REGION-ANT-TER
           MOVE REGION TO REGION-NVA-TER
           MOVE "MANTLOTE" TO ORIGEN-TER
           MOVE WS-USUARIO TO USUARIO-TER
           WRITE REG-TERRITORIO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR MOVIMIENTO DE TERRITORIO"
           END-WRITE.
       LEER-SECUENCIA-TER.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW-TER
             NOT AT END
               IF CODIGO-TER NOT = CODIGO OR
                  FECHA-TER NOT = WS-FECHA-TER
                   MOVE 1 TO SW-TER
               ELSE
                   MOVE SECUENCIA-TER TO WS-SECUENCIA-TER
               END-IF
           END-READ.
       VERIFICAR-CARTERA.
           MOVE "S" TO WS-TIENE-CARTERA
           MOVE CODIGO TO VENDEDOR-CLI
           START CLIENTE KEY IS = VENDEDOR-CLI
               INVALID KEY
                   MOVE "N" TO WS-TIENE-CARTERA
           END-START.
