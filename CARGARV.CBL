      * DEL PROGRAMA COMO USUARIO. LA REGION DEL DETALLE DEBE EXISTIR
      * EN EL CATALOGO REGION.DAT (MANTREG); UNA REGION DESCONOCIDA
      * MANDA EL DETALLE A EXCEPCIONES.
      * CADA CAMBIO DE REGION (Y LA REGION INICIAL DE UNA ALTA) QUEDA
      * ADEMAS COMO MOVIMIENTO DE TERRITORIO EN TERRITORIO.DAT, IGUAL
      * QUE EN MANTVEND.
      * UN DETALLE QUE INACTIVA O DA DE BAJA A UN VENDEDOR QUE TODAVIA
      * TIENE CLIENTES ASIGNADOS EN CLIENTE.DAT SE RECHAZA (VA A
      * EXCEPCIONES Y SE CUENTA APARTE), IGUAL QUE EN MANTVEND Y
      * MANTLOTE: PRIMERO HAY QUE REASIGNAR SU CARTERA CON REASCART.
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
       01 REG-TRAILER-IN.
           05 TIPO-T PIC X(3).
           05 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.
           05 SW-TER PIC 9.
           05 WS-FECHA-TER PIC 9(8).
           05 WS-SECUENCIA-TER PIC 9(3).
           05 WS-TIENE-CARTERA PIC X.
           05 WS-TOTAL-CON-CARTERA PIC 9(6) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY "ALTAS APLICADAS: " WS-TOTAL-ALTAS
               DISPLAY "CAMBIOS APLICADOS: " WS-TOTAL-CAMBIOS
               DISPLAY "RECHAZADOS POR VALIDACION: " WS-TOTAL-RECHAZADOS
               DISPLAY "RECHAZADOS POR TENER CARTERA: "
                   WS-TOTAL-CON-CARTERA
           END-IF
           STOP RUN.
       VERIFICAR-PLANO.
           OPEN OUTPUT EXCEPCIONES
           OPEN EXTEND VENDEDOR-AUDIT
           OPEN INPUT REGIONES
           OPEN I-O TERRITORIO
           OPEN INPUT CLIENTE
           PERFORM PROCESAR UNTIL SW = 1
           CLOSE VENDEDOR PLANO EXCEPCIONES VENDEDOR-AUDIT REGIONES
                 TERRITORIO CLIENTE.
       PROCESAR.
           READ PLANO
             AT END
           IF ESTADO-E NOT = SPACES
               MOVE ESTADO-E TO ESTADO
           END-IF
           MOVE "N" TO WS-TIENE-CARTERA
           IF ESTADO NOT = "A" AND ESTADO-ANT = "A"
               PERFORM VERIFICAR-CARTERA
           END-IF
           IF WS-TIENE-CARTERA = "S"
               MOVE CODIGO-E TO CODIGO-X
               MOVE NOMBRE-E TO NOMBRE-X
               MOVE "VENDEDOR CON CARTERA: REASIGNELA CON REASCART"
                   TO MOTIVO-X
               WRITE REG-EXCEPCION FROM REG-EXCEP-DET
               ADD 1 TO WS-TOTAL-CON-CARTERA
           ELSE
               PERFORM REESCRIBIR-VENDEDOR
           END-IF.
       REESCRIBIR-VENDEDOR.
           IF ESTADO = "A"
               MOVE ZEROS TO FECHA-BAJA
           ELSE
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
           MOVE "CARGARV" TO ORIGEN-TER
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
