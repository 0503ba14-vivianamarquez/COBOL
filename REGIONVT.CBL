       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIONVT.
      *-------------------------
      * RECONSTRUYE VENTAS.DAT CON LA REGION DE CADA VENTA (CAMPO
      * REGION-VTA) A PARTIR DE UNA COPIA DEL ARCHIVO ANTERIOR
      * (VENTAS.OLD). ES UN PROGRAMA DE UNA SOLA CORRIDA, IGUAL QUE
      * REORGVTA: ANTES DE EJECUTARLO HAY QUE RENOMBRAR EL VENTAS.DAT
      * ACTUAL A VENTAS.OLD. CON EL PARAMETRO ANIO=AAAA RECONSTRUYE EN
      * CAMBIO EL HISTORICO DE ESE EJERCICIO (VENTAS-AAAA.OLD A
      * VENTAS-AAAA.HIS), PARA QUE CAPTVTA Y ARCHVTA SIGAN LEYENDO LOS
      * HISTORICOS CON EL MISMO REGISTRO. PRIMERO ARMA LOS MOVIMIENTOS
      * DE TERRITORIO (TERRITORIO.DAT) CON LOS CAMBIOS DE REGION QUE
      * YA ESTAN EN VENDEDOR-AUDIT.DAT, SIN REPETIR LOS QUE YA EXISTAN,
      * ASI SE PUEDE CORRER UNA VEZ POR ARCHIVO SIN DUPLICARLOS. LUEGO
      * A CADA VENTA LE ASIGNA LA REGION QUE TENIA EL VENDEDOR EN LA
      * FECHA DE LA VENTA SEGUN ESOS MOVIMIENTOS; SI EL VENDEDOR NO
      * TIENE MOVIMIENTOS SE TOMA SU REGION ACTUAL DE VENDEDOR.DAT O,
      * SI YA FUE DEPURADO, DE VENDEDOR-HIST.DAT. LOS AJUSTES LLEVAN LA
      * FECHA DE SU VENTA ORIGINAL Y POR LO TANTO LA MISMA REGION.
      * SI EL ARCHIVO DESTINO YA EXISTE CON REGISTROS NO LO
      * RECONSTRUYE A MENOS QUE SE RECIBA EL PARAMETRO CONFIRMAR POR
      * COMMAND-LINE, Y EN ESE CASO RESPALDA LOS REGISTROS ACTUALES EN
      * VENTAS.PREBAK (O VENTAS-AAAA.PREBAK) ANTES DE TRUNCARLO.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-OLD
             ASSIGN TO RANDOM WS-ARCHIVO-OLD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-O
             FILE STATUS IS WS-FS-VENTAS-OLD.
           SELECT VENTAS-NEW
             ASSIGN TO RANDOM WS-ARCHIVO-NEW
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-N
             FILE STATUS IS WS-FS-VENTAS-NEW.
           SELECT VENTAS-PREBAK
             ASSIGN TO RANDOM WS-ARCHIVO-PREBAK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-PB.
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
           SELECT OPTIONAL VENDEDOR-AUDIT
             ASSIGN TO RANDOM "VENDEDOR-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERRITORIO
             ASSIGN TO RANDOM "TERRITORIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-TER.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENTAS-OLD.
       01 REG-VENTA-OLD.
           05 CLAVE-VENTA-O.
               10 CODIGO-VTA-O PIC 9(4).
               10 FECHA-VTA-O PIC 9(8).
               10 FOLIO-VTA-O PIC 9(6).
           05 MONTO-VTA-O PIC 9(7)V99.
           05 COMISION-VTA-O PIC 9(7)V99.
           05 TIPO-VTA-O PIC X(1).
           05 FOLIO-REF-VTA-O PIC 9(6).
           05 LIQUIDADA-VTA-O PIC X(1).
           05 CLIENTE-VTA-O PIC 9(5).
           05 COBRADO-VTA-O PIC 9(7)V99.
           05 AJUSTADO-VTA-O PIC 9(7)V99.
           05 COMISION-PAG-VTA-O PIC 9(7)V99.
       FD VENTAS-NEW.
       01 REG-VENTA-NEW.
           05 CLAVE-VENTA-N.
               10 CODIGO-VTA-N PIC 9(4).
               10 FECHA-VTA-N PIC 9(8).
               10 FOLIO-VTA-N PIC 9(6).
           05 MONTO-VTA-N PIC 9(7)V99.
           05 COMISION-VTA-N PIC 9(7)V99.
           05 TIPO-VTA-N PIC X(1).
           05 FOLIO-REF-VTA-N PIC 9(6).
           05 LIQUIDADA-VTA-N PIC X(1).
           05 CLIENTE-VTA-N PIC 9(5).
           05 COBRADO-VTA-N PIC 9(7)V99.
           05 AJUSTADO-VTA-N PIC 9(7)V99.
           05 COMISION-PAG-VTA-N PIC 9(7)V99.
           05 REGION-VTA-N PIC X(2).
       FD VENTAS-PREBAK.
       01 REG-VENTA-PREBAK.
           05 CLAVE-VENTA-PB.
               10 CODIGO-VTA-PB PIC 9(4).
               10 FECHA-VTA-PB PIC 9(8).
               10 FOLIO-VTA-PB PIC 9(6).
           05 FILLER PIC X(60).
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
       FD VENDEDOR-AUDIT.
       01 REG-AUDIT.
           05 CODIGO-AUD PIC 9(4).
           05 FILLER PIC X.
           05 OPERACION-AUD PIC X(6).
           05 FILLER PIC X.
           05 CAMPO-AUD PIC X(10).
           05 FILLER PIC X.
           05 ANTES-AUD PIC X(30).
           05 FILLER PIC X.
           05 DESPUES-AUD PIC X(30).
           05 FILLER PIC X.
           05 TIMESTAMP-AUD PIC X(21).
           05 FILLER PIC X.
           05 USUARIO-AUD PIC X(10).
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
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-AUD PIC 9.
           05 SW-TER PIC 9.
           05 WS-FS-VENTAS-OLD PIC X(2).
           05 WS-FS-VENTAS-NEW PIC X(2).
           05 WS-ARCHIVO-OLD PIC X(20).
           05 WS-ARCHIVO-NEW PIC X(20).
           05 WS-ARCHIVO-PREBAK PIC X(20).
           05 WS-ANIO PIC X(4).
           05 WS-TOTAL-MIGRADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-SIN-VENDEDOR PIC 9(6) VALUE ZEROS.
           05 WS-TIENE-DATOS PIC X VALUE "N".
           05 WS-CONFIRMA-RESET PIC X VALUE "N".
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-CODIGO-TER PIC 9(4).
           05 WS-FECHA-TER PIC 9(8).
           05 WS-SECUENCIA-TER PIC 9(3).
           05 WS-ANT-TER PIC X(2).
           05 WS-NVA-TER PIC X(2).
           05 WS-YA-EXISTE PIC X.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           PERFORM ARMAR-NOMBRES.
           PERFORM VERIFICAR-ARCHIVO-EXISTENTE.
           IF WS-TIENE-DATOS = "S" AND WS-CONFIRMA-RESET = "N"
               DISPLAY "ERROR: " WS-ARCHIVO-NEW " YA EXISTE Y TIENE "
                       "REGISTROS. USE EL PARAMETRO CONFIRMAR PARA "
                       "RECONSTRUIRLO."
           ELSE
               OPEN INPUT VENTAS-OLD
               IF WS-FS-VENTAS-OLD = "35"
                   DISPLAY "ERROR: NO EXISTE " WS-ARCHIVO-OLD
               ELSE
                   IF WS-TIENE-DATOS = "S"
                       PERFORM RESPALDAR-ARCHIVO
                   END-IF
                   PERFORM SEMBRAR-TERRITORIO
                   OPEN OUTPUT VENTAS-NEW
                   OPEN INPUT VENDEDOR
                   OPEN INPUT VENDEDOR-HIST
                   OPEN INPUT TERRITORIO
                   PERFORM ARRANCAR-ARCHIVO
                   PERFORM PROCESAR UNTIL SW = 1
                   PERFORM CERRAR-ARCHIVOS
                   DISPLAY "MOVIMIENTOS DE TERRITORIO TOMADOS DE LA "
                       "AUDITORIA: " WS-TOTAL-MOVIMIENTOS
                   DISPLAY "VENTAS CON REGION EN " WS-ARCHIVO-NEW
                       ": " WS-TOTAL-MIGRADAS
                   IF WS-TOTAL-SIN-VENDEDOR > ZEROS
                       DISPLAY "AVISO: VENTAS DE VENDEDORES SIN "
                           "REGISTRO (SIN REGION): "
                           WS-TOTAL-SIN-VENDEDOR
                   END-IF
               END-IF
           END-IF
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE SPACES TO WS-ANIO
           MOVE "N" TO WS-CONFIRMA-RESET
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) = "CONFIRMAR"
                       MOVE "S" TO WS-CONFIRMA-RESET
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:5) = "ANIO="
                       MOVE WS-TOKEN (WS-IDX) (6:4) TO WS-ANIO
                   END-IF
               END-PERFORM
           END-IF.
       ARMAR-NOMBRES.
           MOVE SPACES TO WS-ARCHIVO-OLD
           MOVE SPACES TO WS-ARCHIVO-NEW
           MOVE SPACES TO WS-ARCHIVO-PREBAK
           IF WS-ANIO = SPACES
               MOVE "VENTAS.OLD" TO WS-ARCHIVO-OLD
               MOVE "VENTAS.DAT" TO WS-ARCHIVO-NEW
               MOVE "VENTAS.PREBAK" TO WS-ARCHIVO-PREBAK
           ELSE
               STRING "VENTAS-" WS-ANIO ".OLD" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-OLD
               STRING "VENTAS-" WS-ANIO ".HIS" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-NEW
               STRING "VENTAS-" WS-ANIO ".PREBAK" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-PREBAK
           END-IF.
       VERIFICAR-ARCHIVO-EXISTENTE.
           MOVE "N" TO WS-TIENE-DATOS
           OPEN I-O VENTAS-NEW
           IF WS-FS-VENTAS-NEW = "35"
               MOVE "N" TO WS-TIENE-DATOS
           ELSE
               MOVE LOW-VALUES TO CLAVE-VENTA-N
               START VENTAS-NEW KEY IS >= CLAVE-VENTA-N
                   INVALID KEY
                       MOVE "N" TO WS-TIENE-DATOS
                   NOT INVALID KEY
                       READ VENTAS-NEW NEXT RECORD
                           AT END
                               MOVE "N" TO WS-TIENE-DATOS
                           NOT AT END
                               MOVE "S" TO WS-TIENE-DATOS
                       END-READ
               END-START
               CLOSE VENTAS-NEW
           END-IF.
       RESPALDAR-ARCHIVO.
           OPEN INPUT VENTAS-NEW
           OPEN OUTPUT VENTAS-PREBAK
           MOVE LOW-VALUES TO CLAVE-VENTA-N
           START VENTAS-NEW KEY IS >= CLAVE-VENTA-N
           END-START
           MOVE 0 TO SW
           PERFORM RESPALDAR-REGISTRO UNTIL SW = 1
           CLOSE VENTAS-NEW VENTAS-PREBAK.
       RESPALDAR-REGISTRO.
           READ VENTAS-NEW NEXT RECORD
               AT END
                   MOVE 1 TO SW
               NOT AT END
                   MOVE REG-VENTA-NEW TO REG-VENTA-PREBAK
                   WRITE REG-VENTA-PREBAK
           END-READ.
       SEMBRAR-TERRITORIO.
           MOVE 0 TO SW-AUD
           OPEN INPUT VENDEDOR-AUDIT
           OPEN I-O TERRITORIO
           PERFORM LEER-AUDITORIA UNTIL SW-AUD = 1
           CLOSE VENDEDOR-AUDIT TERRITORIO.
       LEER-AUDITORIA.
           READ VENDEDOR-AUDIT
             AT END
               MOVE 1 TO SW-AUD
             NOT AT END
               IF CAMPO-AUD = "REGION" AND
                  TIMESTAMP-AUD (1:8) IS NUMERIC
                   PERFORM SEMBRAR-MOVIMIENTO
               END-IF
           END-READ.
       SEMBRAR-MOVIMIENTO.
           MOVE CODIGO-AUD TO WS-CODIGO-TER
           MOVE TIMESTAMP-AUD (1:8) TO WS-FECHA-TER
           MOVE ANTES-AUD (1:2) TO WS-ANT-TER
           MOVE DESPUES-AUD (1:2) TO WS-NVA-TER
           MOVE "N" TO WS-YA-EXISTE
           MOVE ZEROS TO WS-SECUENCIA-TER
           MOVE WS-CODIGO-TER TO CODIGO-TER
           MOVE WS-FECHA-TER TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           MOVE 0 TO SW-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW-TER
           END-START
           PERFORM LEER-SECUENCIA-TER UNTIL SW-TER = 1
           IF WS-YA-EXISTE = "N"
               ADD 1 TO WS-SECUENCIA-TER
               MOVE WS-CODIGO-TER TO CODIGO-TER
               MOVE WS-FECHA-TER TO FECHA-TER
               MOVE WS-SECUENCIA-TER TO SECUENCIA-TER
               MOVE WS-ANT-TER TO REGION-ANT-TER
               MOVE WS-NVA-TER TO REGION-NVA-TER
               MOVE "AUDIT" TO ORIGEN-TER
               MOVE USUARIO-AUD TO USUARIO-TER
               WRITE REG-TERRITORIO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR MOVIMIENTO DEL "
                           "VENDEDOR " WS-CODIGO-TER
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
               END-WRITE
           END-IF.
       LEER-SECUENCIA-TER.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW-TER
             NOT AT END
               IF CODIGO-TER NOT = WS-CODIGO-TER OR
                  FECHA-TER NOT = WS-FECHA-TER
                   MOVE 1 TO SW-TER
               ELSE
                   MOVE SECUENCIA-TER TO WS-SECUENCIA-TER
                   IF REGION-ANT-TER = WS-ANT-TER AND
                      REGION-NVA-TER = WS-NVA-TER
                       MOVE "S" TO WS-YA-EXISTE
                   END-IF
               END-IF
           END-READ.
       CERRAR-ARCHIVOS.
           CLOSE VENTAS-OLD VENTAS-NEW VENDEDOR VENDEDOR-HIST
                 TERRITORIO.
       ARRANCAR-ARCHIVO.
           MOVE 0 TO SW
           MOVE LOW-VALUES TO CLAVE-VENTA-O
           START VENTAS-OLD KEY IS >= CLAVE-VENTA-O
               INVALID KEY
                   MOVE 1 TO SW
           END-START.
       PROCESAR.
           READ VENTAS-OLD NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               MOVE CLAVE-VENTA-O TO CLAVE-VENTA-N
               MOVE MONTO-VTA-O TO MONTO-VTA-N
               MOVE COMISION-VTA-O TO COMISION-VTA-N
               MOVE TIPO-VTA-O TO TIPO-VTA-N
               MOVE FOLIO-REF-VTA-O TO FOLIO-REF-VTA-N
               MOVE LIQUIDADA-VTA-O TO LIQUIDADA-VTA-N
               MOVE CLIENTE-VTA-O TO CLIENTE-VTA-N
               MOVE COBRADO-VTA-O TO COBRADO-VTA-N
               MOVE AJUSTADO-VTA-O TO AJUSTADO-VTA-N
               MOVE COMISION-PAG-VTA-O TO COMISION-PAG-VTA-N
               PERFORM BUSCAR-REGION-ACTUAL
               MOVE CODIGO-VTA-O TO WS-CODIGO-RH
               MOVE FECHA-VTA-O TO WS-FECHA-RH
               PERFORM BUSCAR-REGION-HISTORICA
               MOVE WS-REGION-RH TO REGION-VTA-N
               WRITE REG-VENTA-NEW
               ADD 1 TO WS-TOTAL-MIGRADAS
           END-READ.
       BUSCAR-REGION-ACTUAL.
           MOVE CODIGO-VTA-O TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE CODIGO-VTA-O TO CODIGO-H
                   READ VENDEDOR-HIST
                       INVALID KEY
                           MOVE SPACES TO WS-REGION-RH
                           ADD 1 TO WS-TOTAL-SIN-VENDEDOR
                       NOT INVALID KEY
                           MOVE REGION-H TO WS-REGION-RH
                   END-READ
               NOT INVALID KEY
                   MOVE REGION TO WS-REGION-RH
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
