       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASCART.
      *-------------------------
      * REASIGNACION MASIVA DE CARTERA DE CLIENTES. PASA LOS CLIENTES
      * CUYO VENDEDOR TITULAR (VENDEDOR-CLI EN CLIENTE.DAT) ES EL
      * VENDEDOR DE=NNNN AL VENDEDOR A=NNNN, QUE DEBE EXISTIR ACTIVO EN
      * VENDEDOR.DAT. EL VENDEDOR DE PUEDE ESTAR ACTIVO, INACTIVO O YA
      * DEPURADO EN VENDEDOR-HIST.DAT. CON EL PARAMETRO REGION=XX SOLO
      * PASA LOS CLIENTES DE ESA REGION: LA REGION DE UN CLIENTE ES LA
      * DE SU VENTA MAS RECIENTE CON EL VENDEDOR DE EN VENTAS.DAT (SIN
      * CONTAR CANCELADAS NI AJUSTES) O, SI NO TIENE VENTAS CON EL, LA
      * REGION ACTUAL DEL VENDEDOR DE. SIN EL PARAMETRO CONFIRMAR SOLO
      * INFORMA LO QUE REASIGNARIA, SIN TOCAR LOS ARCHIVOS. CADA
      * CLIENTE REASIGNADO TOMA LA FECHA DEL DIA COMO FECHA DE
      * ASIGNACION Y QUEDA EN CARTERA-AUDIT.DAT CON EL VENDEDOR
      * ANTERIOR, EL NUEVO, LA REGION DEL CLIENTE, EL PROGRAMA Y EL
      * USUARIO, IGUAL QUE LOS CAMBIOS DE VENDEDOR DE MANTCLI. ES EL
      * PASO PREVIO A DAR DE BAJA O DEPURAR A UN VENDEDOR CON CARTERA.
      * POR CORRIDA SE REASIGNAN HASTA 2000 CLIENTES; SI LA CARTERA ES
      * MAYOR SE AVISA Y SE VUELVE A CORRER CON LOS MISMOS PARAMETROS.
      * CON REGION=XX Y UNA CARTERA MAYOR DE 2000 CLIENTES NO SE
      * REASIGNA NADA: LOS CLIENTES DE OTRA REGION OCUPARIAN SIEMPRE
      * LOS MISMOS LUGARES Y VOLVER A CORRER NO AVANZARIA. SE INFORMA
      * EL ERROR PARA REASIGNAR SIN REGION O REDUCIR ANTES LA CARTERA.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
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
           SELECT OPTIONAL VENTAS
             ASSIGN TO RANDOM "VENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA.
           SELECT OPTIONAL CARTERA-AUDIT
             ASSIGN TO RANDOM "CARTERA-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CARTERA-AUDIT.
       01 REG-CARTERA-AUD.
           05 CLIENTE-CAU PIC 9(5).
           05 FILLER PIC X VALUE "|".
           05 VENDEDOR-ANT-CAU PIC 9(4).
           05 FILLER PIC X VALUE "|".
           05 VENDEDOR-NVO-CAU PIC 9(4).
           05 FILLER PIC X VALUE "|".
           05 REGION-CAU PIC X(2).
           05 FILLER PIC X VALUE "|".
           05 PROGRAMA-CAU PIC X(8).
           05 FILLER PIC X VALUE "|".
           05 TIMESTAMP-CAU PIC X(21).
           05 FILLER PIC X VALUE "|".
           05 USUARIO-CAU PIC X(10).
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 SW PIC 9.
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-CONFIRMA PIC X VALUE "N".
           05 WS-DE-PARM PIC X(4).
           05 WS-A-PARM PIC X(4).
           05 WS-VENDEDOR-DE PIC 9(4) VALUE ZEROS.
           05 WS-VENDEDOR-A PIC 9(4) VALUE ZEROS.
           05 WS-REGION-FILTRO PIC X(2) VALUE SPACES.
           05 WS-REGION-DE PIC X(2).
           05 WS-PARAMETROS-OK PIC X.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-USUARIO PIC X(10) VALUE "REASCART".
           05 WS-ENCONTRADO PIC X.
           05 WS-DESBORDE PIC X VALUE "N".
           05 WS-TOTAL-CARTERA PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-REASIGNADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-OTRA-REGION PIC 9(6) VALUE ZEROS.
       01 TABLA-CARTERA.
           05 WS-TOTAL-CLI PIC 9(4) VALUE ZEROS.
           05 WS-IDX-CLI PIC 9(4).
           05 WS-CLI-ENT OCCURS 2000 TIMES.
               10 WS-CLAVE-CLI-T PIC 9(5).
               10 WS-FECHA-ULT-T PIC 9(8).
               10 WS-REGION-CLI-T PIC X(2).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           PERFORM ABRIR-ARCHIVOS.
           PERFORM VALIDAR-PARAMETROS.
           IF WS-PARAMETROS-OK = "S"
               PERFORM CARGAR-CARTERA
               IF WS-DESBORDE = "S" AND WS-REGION-FILTRO NOT = SPACES
                   PERFORM RECHAZAR-DESBORDE-REGION
               ELSE
                   IF WS-REGION-FILTRO NOT = SPACES
                       PERFORM BUSCAR-REGION-CLIENTES
                   END-IF
                   PERFORM REASIGNAR-CLIENTE VARYING WS-IDX-CLI
                       FROM 1 BY 1 UNTIL WS-IDX-CLI > WS-TOTAL-CLI
                   PERFORM MOSTRAR-TOTALES
               END-IF
           END-IF
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE SPACES TO WS-DE-PARM
           MOVE SPACES TO WS-A-PARM
           MOVE "N" TO WS-CONFIRMA
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) = "CONFIRMAR"
                       MOVE "S" TO WS-CONFIRMA
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:3) = "DE="
                       MOVE WS-TOKEN (WS-IDX) (4:4) TO WS-DE-PARM
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:2) = "A="
                       MOVE WS-TOKEN (WS-IDX) (3:4) TO WS-A-PARM
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:7) = "REGION="
                       MOVE WS-TOKEN (WS-IDX) (8:2)
                           TO WS-REGION-FILTRO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DE-PARM NOT = SPACES
               COMPUTE WS-VENDEDOR-DE = FUNCTION NUMVAL (WS-DE-PARM)
           END-IF
           IF WS-A-PARM NOT = SPACES
               COMPUTE WS-VENDEDOR-A = FUNCTION NUMVAL (WS-A-PARM)
           END-IF.
       ABRIR-ARCHIVOS.
           IF WS-CONFIRMA = "S"
               OPEN I-O CLIENTE
               OPEN EXTEND CARTERA-AUDIT
           ELSE
               OPEN INPUT CLIENTE
           END-IF
           OPEN INPUT VENDEDOR
           OPEN INPUT VENDEDOR-HIST
           OPEN INPUT VENTAS.
       CERRAR-ARCHIVOS.
           IF WS-CONFIRMA = "S"
               CLOSE CLIENTE CARTERA-AUDIT VENDEDOR VENDEDOR-HIST
                     VENTAS
           ELSE
               CLOSE CLIENTE VENDEDOR VENDEDOR-HIST VENTAS
           END-IF.
       VALIDAR-PARAMETROS.
           MOVE "S" TO WS-PARAMETROS-OK
           IF WS-VENDEDOR-DE = ZEROS OR WS-VENDEDOR-A = ZEROS
               DISPLAY "ERROR: INDIQUE DE=NNNN Y A=NNNN"
               MOVE "N" TO WS-PARAMETROS-OK
           ELSE
               IF WS-VENDEDOR-DE = WS-VENDEDOR-A
                   DISPLAY "ERROR: EL VENDEDOR DE Y EL VENDEDOR A "
                           "SON EL MISMO"
                   MOVE "N" TO WS-PARAMETROS-OK
               ELSE
                   PERFORM VALIDAR-VENDEDOR-A
                   PERFORM BUSCAR-VENDEDOR-DE
               END-IF
           END-IF.
       VALIDAR-VENDEDOR-A.
           MOVE WS-VENDEDOR-A TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   DISPLAY "ERROR: EL VENDEDOR " WS-VENDEDOR-A
                           " NO EXISTE"
                   MOVE "N" TO WS-PARAMETROS-OK
               NOT INVALID KEY
                   IF ESTADO NOT = "A"
                       DISPLAY "ERROR: EL VENDEDOR " WS-VENDEDOR-A
                               " NO ESTA ACTIVO"
                       MOVE "N" TO WS-PARAMETROS-OK
                   ELSE
                       DISPLAY "VENDEDOR NUEVO...: " CODIGO " "
                               NOMBRE " REGION " REGION
                   END-IF
           END-READ.
       BUSCAR-VENDEDOR-DE.
           MOVE SPACES TO WS-REGION-DE
           MOVE WS-VENDEDOR-DE TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE WS-VENDEDOR-DE TO CODIGO-H
                   READ VENDEDOR-HIST
                       INVALID KEY
                           DISPLAY "AVISO: EL VENDEDOR "
                                   WS-VENDEDOR-DE " NO ESTA EN "
                                   "VENDEDOR.DAT NI EN EL HISTORICO"
                       NOT INVALID KEY
                           MOVE REGION-H TO WS-REGION-DE
                           DISPLAY "VENDEDOR ANTERIOR: " CODIGO-H " "
                                   NOMBRE-H " (DEPURADO)"
                   END-READ
               NOT INVALID KEY
                   MOVE REGION TO WS-REGION-DE
                   DISPLAY "VENDEDOR ANTERIOR: " CODIGO " " NOMBRE
                           " ESTADO " ESTADO
           END-READ.
       CARGAR-CARTERA.
           MOVE ZEROS TO WS-TOTAL-CLI
           MOVE 0 TO SW
           MOVE WS-VENDEDOR-DE TO VENDEDOR-CLI
           START CLIENTE KEY IS = VENDEDOR-CLI
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-CARTERA UNTIL SW = 1.
       LEER-CARTERA.
           READ CLIENTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF VENDEDOR-CLI NOT = WS-VENDEDOR-DE
                   MOVE 1 TO SW
               ELSE
                   ADD 1 TO WS-TOTAL-CARTERA
                   IF WS-TOTAL-CLI = 2000
                       MOVE "S" TO WS-DESBORDE
                   ELSE
                       ADD 1 TO WS-TOTAL-CLI
                       MOVE CLAVE-CLI TO WS-CLAVE-CLI-T (WS-TOTAL-CLI)
                       MOVE ZEROS TO WS-FECHA-ULT-T (WS-TOTAL-CLI)
                       MOVE WS-REGION-DE
                           TO WS-REGION-CLI-T (WS-TOTAL-CLI)
                   END-IF
               END-IF
           END-READ.
       RECHAZAR-DESBORDE-REGION.
           DISPLAY "CLIENTES EN LA CARTERA DE " WS-VENDEDOR-DE ": "
               WS-TOTAL-CARTERA
           DISPLAY "ERROR: LA CARTERA EXCEDE 2000 CLIENTES Y NO SE "
                   "PUEDE FILTRAR POR REGION"
           DISPLAY "NO SE REASIGNO NINGUN CLIENTE. REASIGNE SIN "
                   "REGION= O PASE CLIENTES CON MANTCLI"
           DISPLAY "HASTA QUE LA CARTERA NO EXCEDA 2000 CLIENTES".
       BUSCAR-REGION-CLIENTES.
           MOVE 0 TO SW
           MOVE WS-VENDEDOR-DE TO CODIGO-VTA
           MOVE ZEROS TO FECHA-VTA FOLIO-VTA
           START VENTAS KEY IS >= CLAVE-VENTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VENTA UNTIL SW = 1.
       LEER-VENTA.
           READ VENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-VTA NOT = WS-VENDEDOR-DE
                   MOVE 1 TO SW
               ELSE
                   IF TIPO-VTA = "V" AND CLIENTE-VTA NOT = ZEROS
                       PERFORM ANOTAR-REGION-CLIENTE
                   END-IF
               END-IF
           END-READ.
       ANOTAR-REGION-CLIENTE.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM BUSCAR-CLIENTE-T VARYING WS-IDX-CLI
               FROM 1 BY 1 UNTIL WS-IDX-CLI > WS-TOTAL-CLI
                              OR WS-ENCONTRADO = "S"
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX-CLI
               IF FECHA-VTA > WS-FECHA-ULT-T (WS-IDX-CLI)
                   MOVE FECHA-VTA TO WS-FECHA-ULT-T (WS-IDX-CLI)
                   MOVE REGION-VTA TO WS-REGION-CLI-T (WS-IDX-CLI)
               END-IF
           END-IF.
       BUSCAR-CLIENTE-T.
           IF WS-CLAVE-CLI-T (WS-IDX-CLI) = CLIENTE-VTA
               MOVE "S" TO WS-ENCONTRADO
           END-IF.
       REASIGNAR-CLIENTE.
           IF WS-REGION-FILTRO NOT = SPACES AND
              WS-REGION-CLI-T (WS-IDX-CLI) NOT = WS-REGION-FILTRO
               ADD 1 TO WS-TOTAL-OTRA-REGION
           ELSE
               MOVE WS-CLAVE-CLI-T (WS-IDX-CLI) TO CLAVE-CLI
               READ CLIENTE
                   INVALID KEY
                       DISPLAY "ERROR: CLIENTE " CLAVE-CLI
                               " NO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM CAMBIAR-VENDEDOR-CLIENTE
               END-READ
           END-IF.
       CAMBIAR-VENDEDOR-CLIENTE.
           IF WS-CONFIRMA = "S"
               MOVE WS-VENDEDOR-A TO VENDEDOR-CLI
               MOVE WS-FECHA-ACTUAL TO FECHA-ASIG-CLI
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "ERROR AL REASIGNAR EL CLIENTE "
                               CLAVE-CLI
                   NOT INVALID KEY
                       DISPLAY "REASIGNADO: " CLAVE-CLI " "
                               NOMBRE-CLI " "
                               WS-REGION-CLI-T (WS-IDX-CLI)
                       ADD 1 TO WS-TOTAL-REASIGNADOS
                       PERFORM GRABAR-AUDITORIA-CARTERA
               END-REWRITE
           ELSE
               DISPLAY "SE REASIGNARIA: " CLAVE-CLI " " NOMBRE-CLI
                       " " WS-REGION-CLI-T (WS-IDX-CLI)
               ADD 1 TO WS-TOTAL-REASIGNADOS
           END-IF.
       GRABAR-AUDITORIA-CARTERA.
           MOVE CLAVE-CLI TO CLIENTE-CAU
           MOVE WS-VENDEDOR-DE TO VENDEDOR-ANT-CAU
           MOVE WS-VENDEDOR-A TO VENDEDOR-NVO-CAU
           MOVE WS-REGION-CLI-T (WS-IDX-CLI) TO REGION-CAU
           MOVE "REASCART" TO PROGRAMA-CAU
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CAU
           MOVE WS-USUARIO TO USUARIO-CAU
           WRITE REG-CARTERA-AUD.
       MOSTRAR-TOTALES.
           DISPLAY "CLIENTES EN LA CARTERA DE " WS-VENDEDOR-DE ": "
               WS-TOTAL-CARTERA
           IF WS-CONFIRMA = "S"
               DISPLAY "CLIENTES REASIGNADOS A " WS-VENDEDOR-A ": "
                   WS-TOTAL-REASIGNADOS
           ELSE
               DISPLAY "MODO PRUEBA (SIN CONFIRMAR). CLIENTES QUE SE "
                       "REASIGNARIAN: " WS-TOTAL-REASIGNADOS
           END-IF
           IF WS-REGION-FILTRO NOT = SPACES
               DISPLAY "CLIENTES QUE SE QUEDAN (OTRA REGION): "
                   WS-TOTAL-OTRA-REGION
           END-IF
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: LA CARTERA EXCEDE 2000 CLIENTES; VUELVA "
                       "A CORRER CON LOS MISMOS PARAMETROS"
           END-IF.
