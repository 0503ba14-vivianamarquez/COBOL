       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERVT.
      *-------------------------
      * RECONSTRUYE CLIENTE.DAT CON EL VENDEDOR TITULAR DE CADA
      * CLIENTE (CAMPOS VENDEDOR-CLI Y FECHA-ASIG-CLI, CON LLAVE
      * ALTERNA POR VENDEDOR) A PARTIR DE UNA COPIA DEL ARCHIVO
      * ANTERIOR (CLIENTE.OLD). ES UN PROGRAMA DE UNA SOLA CORRIDA,
      * IGUAL QUE REORGVTA Y REGIONVT: ANTES DE EJECUTARLO HAY QUE
      * RENOMBRAR EL CLIENTE.DAT ACTUAL A CLIENTE.OLD. LA CARTERA
      * INICIAL SE TOMA DE VENTAS.DAT: CADA CLIENTE QUEDA ASIGNADO AL
      * VENDEDOR DE SU VENTA MAS RECIENTE (SIN CONTAR CANCELADAS NI
      * AJUSTES), CON LA FECHA DE ESA VENTA COMO FECHA DE ASIGNACION.
      * LOS CLIENTES SIN VENTAS QUEDAN SIN VENDEDOR (CERO) PARA QUE SE
      * LES ASIGNE UNO CON MANTCLI, Y LOS QUE QUEDAN CON UN VENDEDOR
      * INACTIVO O DEPURADO SE INFORMAN PARA REASIGNARLOS CON REASCART.
      * SI CLIENTE.DAT YA EXISTE CON REGISTROS NO LO RECONSTRUYE A
      * MENOS QUE SE RECIBA EL PARAMETRO CONFIRMAR POR COMMAND-LINE, Y
      * EN ESE CASO RESPALDA LOS REGISTROS ACTUALES EN CLIENTE.PREBAK
      * ANTES DE TRUNCARLO.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-OLD
             ASSIGN TO RANDOM "CLIENTE.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI-O
             ALTERNATE RECORD KEY IS NOMBRE-CLI-O WITH DUPLICATES
             FILE STATUS IS WS-FS-CLIENTE-OLD.
           SELECT CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES
             FILE STATUS IS WS-FS-CLIENTE.
           SELECT CLIENTE-PREBAK
             ASSIGN TO RANDOM "CLIENTE.PREBAK"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI-PB.
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
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-OLD.
       01 REG-CLIENTE-OLD.
           05 CLAVE-CLI-O PIC 9(5).
           05 NOMBRE-CLI-O PIC X(30).
           05 TELEFONO-CLI-O PIC X(10).
           05 CORREO-CLI-O PIC X(20).
           05 ESTADO-CLI-O PIC X(1).
           05 FECHA-ALTA-CLI-O PIC 9(8).
           05 FECHA-BAJA-CLI-O PIC 9(8).
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
       FD CLIENTE-PREBAK.
       01 REG-CLIENTE-PREBAK.
           05 CLAVE-CLI-PB PIC 9(5).
           05 FILLER PIC X(89).
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
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 SW PIC 9.
           05 WS-FS-CLIENTE-OLD PIC X(2).
           05 WS-FS-CLIENTE PIC X(2).
           05 WS-TOTAL-MIGRADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-ASIGNADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-SIN-VENDEDOR PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-INACTIVOS PIC 9(6) VALUE ZEROS.
           05 WS-TIENE-DATOS PIC X VALUE "N".
           05 WS-CONFIRMA-RESET PIC X VALUE "N".
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           PERFORM VERIFICAR-ARCHIVO-EXISTENTE.
           IF WS-TIENE-DATOS = "S" AND WS-CONFIRMA-RESET = "N"
               DISPLAY "ERROR: CLIENTE.DAT YA EXISTE Y TIENE "
                       "REGISTROS. USE EL PARAMETRO CONFIRMAR PARA "
                       "RECONSTRUIRLO."
           ELSE
               OPEN INPUT CLIENTE-OLD
               IF WS-FS-CLIENTE-OLD = "35"
                   DISPLAY "ERROR: NO EXISTE CLIENTE.OLD"
               ELSE
                   IF WS-TIENE-DATOS = "S"
                       PERFORM RESPALDAR-ARCHIVO
                   END-IF
                   OPEN OUTPUT CLIENTE
                   PERFORM ARRANCAR-ARCHIVO
                   PERFORM PROCESAR UNTIL SW = 1
                   CLOSE CLIENTE-OLD CLIENTE
                   PERFORM ASIGNAR-CARTERA
                   PERFORM REVISAR-CARTERA
                   DISPLAY "CLIENTES MIGRADOS A CLIENTE.DAT: "
                       WS-TOTAL-MIGRADOS
                   DISPLAY "CLIENTES CON VENDEDOR ASIGNADO: "
                       WS-TOTAL-ASIGNADOS
                   IF WS-TOTAL-SIN-VENDEDOR > ZEROS
                       DISPLAY "AVISO: CLIENTES SIN VENTAS, SIN "
                           "VENDEDOR (ASIGNAR CON MANTCLI): "
                           WS-TOTAL-SIN-VENDEDOR
                   END-IF
                   IF WS-TOTAL-INACTIVOS > ZEROS
                       DISPLAY "AVISO: CLIENTES CON VENDEDOR INACTIVO "
                           "(REASIGNAR CON REASCART): "
                           WS-TOTAL-INACTIVOS
                   END-IF
               END-IF
           END-IF
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
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
               END-PERFORM
           END-IF.
       VERIFICAR-ARCHIVO-EXISTENTE.
           MOVE "N" TO WS-TIENE-DATOS
           OPEN I-O CLIENTE
           IF WS-FS-CLIENTE = "35"
               MOVE "N" TO WS-TIENE-DATOS
           ELSE
               MOVE LOW-VALUES TO CLAVE-CLI
               START CLIENTE KEY IS >= CLAVE-CLI
                   INVALID KEY
                       MOVE "N" TO WS-TIENE-DATOS
                   NOT INVALID KEY
                       READ CLIENTE NEXT RECORD
                           AT END
                               MOVE "N" TO WS-TIENE-DATOS
                           NOT AT END
                               MOVE "S" TO WS-TIENE-DATOS
                       END-READ
               END-START
               CLOSE CLIENTE
           END-IF.
       RESPALDAR-ARCHIVO.
           OPEN INPUT CLIENTE
           OPEN OUTPUT CLIENTE-PREBAK
           MOVE LOW-VALUES TO CLAVE-CLI
           START CLIENTE KEY IS >= CLAVE-CLI
           END-START
           MOVE 0 TO SW
           PERFORM RESPALDAR-REGISTRO UNTIL SW = 1
           CLOSE CLIENTE CLIENTE-PREBAK.
       RESPALDAR-REGISTRO.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE 1 TO SW
               NOT AT END
                   MOVE REG-CLIENTE TO REG-CLIENTE-PREBAK
                   WRITE REG-CLIENTE-PREBAK
           END-READ.
       ARRANCAR-ARCHIVO.
           MOVE 0 TO SW
           MOVE LOW-VALUES TO CLAVE-CLI-O
           START CLIENTE-OLD KEY IS >= CLAVE-CLI-O
               INVALID KEY
                   MOVE 1 TO SW
           END-START.
       PROCESAR.
           READ CLIENTE-OLD NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               MOVE CLAVE-CLI-O TO CLAVE-CLI
               MOVE NOMBRE-CLI-O TO NOMBRE-CLI
               MOVE TELEFONO-CLI-O TO TELEFONO-CLI
               MOVE CORREO-CLI-O TO CORREO-CLI
               MOVE ESTADO-CLI-O TO ESTADO-CLI
               MOVE FECHA-ALTA-CLI-O TO FECHA-ALTA-CLI
               MOVE FECHA-BAJA-CLI-O TO FECHA-BAJA-CLI
               MOVE ZEROS TO VENDEDOR-CLI
               MOVE ZEROS TO FECHA-ASIG-CLI
               WRITE REG-CLIENTE
               ADD 1 TO WS-TOTAL-MIGRADOS
           END-READ.
       ASIGNAR-CARTERA.
           OPEN I-O CLIENTE
           OPEN INPUT VENTAS
           MOVE 0 TO SW
           MOVE LOW-VALUES TO CLAVE-VENTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1
           CLOSE CLIENTE VENTAS.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF TIPO-VTA = "V" AND CLIENTE-VTA NOT = ZEROS
                   PERFORM ASIGNAR-CLIENTE
               END-IF
           END-READ.
       ASIGNAR-CLIENTE.
           MOVE CLIENTE-VTA TO CLAVE-CLI
           READ CLIENTE
               INVALID KEY
                   DISPLAY "AVISO: LA VENTA " CODIGO-VTA "-" FECHA-VTA
                           "-" FOLIO-VTA " TIENE UN CLIENTE "
                           "INEXISTENTE: " CLIENTE-VTA
               NOT INVALID KEY
                   IF FECHA-VTA > FECHA-ASIG-CLI
                       MOVE CODIGO-VTA TO VENDEDOR-CLI
                       MOVE FECHA-VTA TO FECHA-ASIG-CLI
                       REWRITE REG-CLIENTE
                   END-IF
           END-READ.
       REVISAR-CARTERA.
           OPEN INPUT CLIENTE
           OPEN INPUT VENDEDOR
           MOVE 0 TO SW
           MOVE LOW-VALUES TO CLAVE-CLI
           START CLIENTE KEY IS >= CLAVE-CLI
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM REVISAR-CLIENTE UNTIL SW = 1
           CLOSE CLIENTE VENDEDOR.
       REVISAR-CLIENTE.
           READ CLIENTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF VENDEDOR-CLI = ZEROS
                   ADD 1 TO WS-TOTAL-SIN-VENDEDOR
               ELSE
                   ADD 1 TO WS-TOTAL-ASIGNADOS
                   MOVE VENDEDOR-CLI TO CODIGO
                   READ VENDEDOR
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-INACTIVOS
                       NOT INVALID KEY
                           IF ESTADO NOT = "A"
                               ADD 1 TO WS-TOTAL-INACTIVOS
                           END-IF
                   END-READ
               END-IF
           END-READ.
