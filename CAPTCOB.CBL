       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTCOB.
      *-------------------------
      * CAPTURA DE COBROS CONTRA COBROS.DAT, UNO O VARIOS POR FOLIO DE
      * VENTA (PAGOS PARCIALES INCLUIDOS). CADA COBRO SE LIGA A LA
      * VENTA POR SU CLAVE COMPLETA (CODIGO + FECHA + FOLIO) MAS UNA
      * SECUENCIA, Y SE RECHAZA SI LA VENTA NO EXISTE, ESTA CANCELADA,
      * ES UN AJUSTE, SI EL IMPORTE EXCEDE EL SALDO POR COBRAR (MONTO
      * MENOS LO COBRADO Y LO AJUSTADO), SI LA FECHA DEL COBRO ES
      * ANTERIOR A LA VENTA O SI CAE EN UN MES YA LIQUIDADO SEGUN
      * LIQUIDA.CTL, IGUAL QUE LAS CAPTURAS DE CAPTVTA. AL GRABAR EL
      * COBRO ACUMULA EL IMPORTE EN COBRADO-VTA DE LA VENTA; LIQVTA
      * TOMA DESPUES LOS COBROS AUN NO LIQUIDADOS PARA PAGAR LA
      * COMISION SOLO SOBRE LO COBRADO. CADA COBRO QUEDA EN
      * VENTAS-AUDIT.DAT (OPERACION "COBRO") CON EL COBRADO ANTERIOR Y
      * EL NUEVO, JUNTO CON EL USUARIO DE LA SESION. LOS COBROS QUE
      * MANDAN LAS SUCURSALES EN PLANO SE CARGAN CON CARGACOB.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. CUALQUIER ROL REGISTRA Y CONSULTA
      * COBROS. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS OPCIONES
      * NEGADAS QUEDAN EN ACCESOS.LOG.
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
           SELECT OPTIONAL VENTAS-AUDIT
             ASSIGN TO RANDOM "VENTAS-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-LIQ
             ASSIGN TO RANDOM "LIQUIDA.CTL"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL USUARIOS
             ASSIGN TO RANDOM "USUARIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-USR.
           SELECT OPTIONAL ACCESOS
             ASSIGN TO RANDOM "ACCESOS.LOG"
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
       FD USUARIOS.
       01 REG-USUARIO.
           05 CLAVE-USR PIC X(10).
           05 NOMBRE-USR PIC X(30).
           05 CONTRASENA-USR PIC X(10).
           05 ROL-USR PIC X(1).
           05 ESTADO-USR PIC X(1).
           05 INTENTOS-USR PIC 9(1).
           05 FECHA-ALTA-USR PIC 9(8).
           05 FECHA-ACCESO-USR PIC 9(8).
       FD ACCESOS.
       01 REG-ACCESO.
           05 USUARIO-ACC PIC X(10).
           05 FILLER PIC X VALUE "|".
           05 PROGRAMA-ACC PIC X(8).
           05 FILLER PIC X VALUE "|".
           05 EVENTO-ACC PIC X(10).
           05 FILLER PIC X VALUE "|".
           05 DETALLE-ACC PIC X(30).
           05 FILLER PIC X VALUE "|".
           05 TIMESTAMP-ACC PIC X(21).
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-CTL PIC 9.
           05 WS-OPCION PIC X.
           05 WS-SALIR PIC X VALUE "N".
           05 WS-CONTRASENA PIC X(10).
           05 WS-ROL PIC X.
           05 WS-ROL-REQUERIDO PIC X.
           05 WS-PERMITIDO PIC X.
           05 WS-ACCESO-OK PIC X VALUE "N".
           05 WS-INTENTOS-SESION PIC 9.
           05 WS-EVENTO-ACC PIC X(10).
           05 WS-DETALLE-ACC PIC X(30).
           05 WS-USUARIO PIC X(10).
           05 WS-FECHA-CAP PIC X(8).
           05 WS-FECHA-COBRO PIC 9(8).
           05 WS-FECHA-OK PIC X.
           05 WS-IMPORTE-CAP PIC X(10).
           05 WS-IMPORTE PIC 9(7)V99.
           05 WS-REFERENCIA PIC X(10).
           05 WS-SALDO-VTA PIC 9(7)V99.
           05 WS-SECUENCIA PIC 9(3).
           05 WS-MES-BUSCA PIC X(6).
           05 WS-MES-CERRADO PIC X.
           05 WS-IMPORTE-AUD PIC 9(7).99.
           05 WS-ANTES-AUD PIC X(30).
           05 WS-TOTAL-COBROS PIC 9(3).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM IDENTIFICAR-USUARIO.
           IF WS-ACCESO-OK = "S"
               PERFORM ABRIR-ARCHIVOS
               PERFORM MENU-PRINCIPAL UNTIL WS-SALIR = "S"
               PERFORM CERRAR-ARCHIVOS
           ELSE
               DISPLAY "ACCESO DENEGADO"
           END-IF
           STOP RUN.
       IDENTIFICAR-USUARIO.
           MOVE "N" TO WS-ACCESO-OK
           MOVE ZEROS TO WS-INTENTOS-SESION
           OPEN I-O USUARIOS
           PERFORM PEDIR-CREDENCIALES
               UNTIL WS-ACCESO-OK = "S" OR WS-INTENTOS-SESION = 3
           CLOSE USUARIOS.
       PEDIR-CREDENCIALES.
           ADD 1 TO WS-INTENTOS-SESION
           MOVE SPACES TO WS-USUARIO
           MOVE SPACES TO WS-CONTRASENA
           DISPLAY "USUARIO: " WITH NO ADVANCING
           ACCEPT WS-USUARIO
           DISPLAY "CONTRASENA: " WITH NO ADVANCING
           ACCEPT WS-CONTRASENA
           MOVE WS-USUARIO TO CLAVE-USR
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO O CONTRASENA INVALIDOS"
                   MOVE "FALLIDO" TO WS-EVENTO-ACC
                   MOVE "USUARIO NO REGISTRADO" TO WS-DETALLE-ACC
                   PERFORM REGISTRAR-ACCESO
               NOT INVALID KEY
                   PERFORM VALIDAR-CONTRASENA
           END-READ.
       VALIDAR-CONTRASENA.
           IF ESTADO-USR NOT = "A"
               DISPLAY "ERROR: USUARIO BLOQUEADO O INACTIVO"
               MOVE "RECHAZADO" TO WS-EVENTO-ACC
               MOVE "USUARIO BLOQUEADO O INACTIVO" TO WS-DETALLE-ACC
               PERFORM REGISTRAR-ACCESO
           ELSE
               IF CONTRASENA-USR = WS-CONTRASENA
                   MOVE "S" TO WS-ACCESO-OK
                   MOVE ROL-USR TO WS-ROL
                   MOVE ZEROS TO INTENTOS-USR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-ACCESO-USR
                   REWRITE REG-USUARIO
               ELSE
                   DISPLAY "ERROR: USUARIO O CONTRASENA INVALIDOS"
                   ADD 1 TO INTENTOS-USR
                   MOVE "FALLIDO" TO WS-EVENTO-ACC
                   MOVE "CONTRASENA INCORRECTA" TO WS-DETALLE-ACC
                   PERFORM REGISTRAR-ACCESO
                   IF INTENTOS-USR >= 3
                       MOVE "B" TO ESTADO-USR
                       DISPLAY "USUARIO BLOQUEADO POR INTENTOS FALLIDOS"
                       MOVE "BLOQUEO" TO WS-EVENTO-ACC
                       MOVE "3 INTENTOS FALLIDOS" TO WS-DETALLE-ACC
                       PERFORM REGISTRAR-ACCESO
                   END-IF
                   REWRITE REG-USUARIO
               END-IF
           END-IF.
       AUTORIZAR-ROL.
           MOVE "N" TO WS-PERMITIDO
           EVALUATE WS-ROL-REQUERIDO
               WHEN "C"
                   MOVE "S" TO WS-PERMITIDO
               WHEN "S"
                   IF WS-ROL = "S" OR WS-ROL = "A"
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
               WHEN "A"
                   IF WS-ROL = "A"
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
           END-EVALUATE
           IF WS-PERMITIDO = "N"
               DISPLAY "ERROR: OPCION NO PERMITIDA PARA SU ROL"
               MOVE "DENEGADO" TO WS-EVENTO-ACC
               MOVE SPACES TO WS-DETALLE-ACC
               STRING "OPCION " WS-OPCION " REQUIERE ROL "
                   WS-ROL-REQUERIDO DELIMITED BY SIZE
                   INTO WS-DETALLE-ACC
               PERFORM REGISTRAR-ACCESO
           END-IF.
       REGISTRAR-ACCESO.
           OPEN EXTEND ACCESOS
           MOVE WS-USUARIO TO USUARIO-ACC
           MOVE "CAPTCOB" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           MOVE "C" TO WS-ROL-REQUERIDO
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O VENTAS.
           OPEN I-O COBROS.
           OPEN EXTEND VENTAS-AUDIT.
       CERRAR-ARCHIVOS.
           CLOSE VENTAS COBROS VENTAS-AUDIT.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- CAPTURA DE COBROS ---".
           DISPLAY "R - REGISTRAR COBRO".
           DISPLAY "I - CONSULTAR COBROS DE UNA VENTA".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "R" PERFORM REGISTRAR-COBRO
                   WHEN "I" PERFORM CONSULTAR-COBROS
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       CAPTURAR-CLAVE-VENTA.
           DISPLAY "CODIGO DEL VENDEDOR: " WITH NO ADVANCING.
           ACCEPT CODIGO-VTA.
           DISPLAY "FECHA DE LA VENTA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT FECHA-VTA.
           DISPLAY "FOLIO: " WITH NO ADVANCING.
           ACCEPT FOLIO-VTA.
       REGISTRAR-COBRO.
           PERFORM CAPTURAR-CLAVE-VENTA
           READ VENTAS
               INVALID KEY
                   DISPLAY "ERROR: VENTA NO ENCONTRADA"
               NOT INVALID KEY
                   EVALUATE TIPO-VTA
                       WHEN "C"
                           DISPLAY "ERROR: LA VENTA ESTA CANCELADA. "
                                   "COBRO RECHAZADO"
                       WHEN "A"
                           DISPLAY "ERROR: UN AJUSTE NO SE COBRA. "
                                   "COBRO RECHAZADO"
                       WHEN OTHER
                           PERFORM CAPTURAR-COBRO
                   END-EVALUATE
           END-READ.
       CAPTURAR-COBRO.
           COMPUTE WS-SALDO-VTA =
               MONTO-VTA - COBRADO-VTA - AJUSTADO-VTA
           DISPLAY "CLIENTE........... " CLIENTE-VTA
           DISPLAY "MONTO............. " MONTO-VTA
           DISPLAY "COBRADO........... " COBRADO-VTA
           DISPLAY "AJUSTADO.......... " AJUSTADO-VTA
           DISPLAY "SALDO POR COBRAR.. " WS-SALDO-VTA
           IF WS-SALDO-VTA = ZEROS
               DISPLAY "ERROR: LA VENTA YA ESTA COBRADA. "
                       "COBRO RECHAZADO"
           ELSE
               PERFORM CAPTURAR-FECHA-COBRO
               IF WS-FECHA-OK = "S"
                   PERFORM CAPTURAR-IMPORTE
               END-IF
           END-IF.
       CAPTURAR-FECHA-COBRO.
           MOVE "S" TO WS-FECHA-OK
           DISPLAY "FECHA DEL COBRO (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-CAP
           ACCEPT WS-FECHA-CAP
           IF WS-FECHA-CAP = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-COBRO
           ELSE
               IF WS-FECHA-CAP IS NUMERIC
                   MOVE WS-FECHA-CAP TO WS-FECHA-COBRO
               ELSE
                   DISPLAY "ERROR: FECHA INVALIDA. COBRO RECHAZADO"
                   MOVE "N" TO WS-FECHA-OK
               END-IF
           END-IF
           IF WS-FECHA-OK = "S"
               IF WS-FECHA-COBRO < FECHA-VTA
                   DISPLAY "ERROR: EL COBRO NO PUEDE SER ANTERIOR A "
                           "LA VENTA. COBRO RECHAZADO"
                   MOVE "N" TO WS-FECHA-OK
               ELSE
                   MOVE WS-FECHA-COBRO (1:6) TO WS-MES-BUSCA
                   PERFORM VERIFICAR-MES-CERRADO
                   IF WS-MES-CERRADO = "S"
                       DISPLAY "ERROR: EL MES " WS-MES-BUSCA " YA ESTA "
                               "LIQUIDADO. COBRO RECHAZADO"
                       MOVE "N" TO WS-FECHA-OK
                   END-IF
               END-IF
           END-IF.
       CAPTURAR-IMPORTE.
           DISPLAY "IMPORTE COBRADO: " WITH NO ADVANCING
           MOVE SPACES TO WS-IMPORTE-CAP
           ACCEPT WS-IMPORTE-CAP
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL (WS-IMPORTE-CAP)
           IF WS-IMPORTE = ZEROS
               DISPLAY "ERROR: IMPORTE EN CERO. COBRO RECHAZADO"
           ELSE
               IF WS-IMPORTE > WS-SALDO-VTA
                   DISPLAY "ERROR: EL IMPORTE EXCEDE EL SALDO POR "
                           "COBRAR. COBRO RECHAZADO"
               ELSE
                   DISPLAY "REFERENCIA (RECIBO): " WITH NO ADVANCING
                   MOVE SPACES TO WS-REFERENCIA
                   ACCEPT WS-REFERENCIA
                   PERFORM GRABAR-COBRO
               END-IF
           END-IF.
       GRABAR-COBRO.
           PERFORM BUSCAR-SECUENCIA
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE WS-SECUENCIA TO SECUENCIA-COB
           MOVE WS-FECHA-COBRO TO FECHA-COB
           MOVE WS-IMPORTE TO IMPORTE-COB
           MOVE WS-REFERENCIA TO REFERENCIA-COB
           MOVE WS-USUARIO TO USUARIO-COB
           MOVE ZEROS TO MES-LIQ-COB
           WRITE REG-COBRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO GRABAR EL COBRO"
               NOT INVALID KEY
                   MOVE COBRADO-VTA TO WS-IMPORTE-AUD
                   MOVE WS-IMPORTE-AUD TO WS-ANTES-AUD
                   ADD WS-IMPORTE TO COBRADO-VTA
                   REWRITE REG-VENTA
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA VENTA"
                       NOT INVALID KEY
                           DISPLAY "COBRO REGISTRADO. SECUENCIA "
                               WS-SECUENCIA
                           PERFORM GRABAR-AUDITORIA-COBRO
                   END-REWRITE
           END-WRITE.
       BUSCAR-SECUENCIA.
           MOVE ZEROS TO WS-SECUENCIA
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE ZEROS TO SECUENCIA-COB
           MOVE 0 TO SW
           START COBROS KEY IS >= CLAVE-COB
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-SECUENCIA UNTIL SW = 1
           ADD 1 TO WS-SECUENCIA.
       LEER-SECUENCIA.
           READ COBROS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-COB NOT = CODIGO-VTA OR
                  FECHA-VTA-COB NOT = FECHA-VTA OR
                  FOLIO-COB NOT = FOLIO-VTA
                   MOVE 1 TO SW
               ELSE
                   MOVE SECUENCIA-COB TO WS-SECUENCIA
               END-IF
           END-READ.
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
               IF MES-CTL = WS-MES-BUSCA AND ESTADO-CTL = "COMPLETO"
                   MOVE "S" TO WS-MES-CERRADO
               END-IF
           END-READ.
       CONSULTAR-COBROS.
           PERFORM CAPTURAR-CLAVE-VENTA
           READ VENTAS
               INVALID KEY
                   DISPLAY "ERROR: VENTA NO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM MOSTRAR-COBROS
           END-READ.
       MOSTRAR-COBROS.
           COMPUTE WS-SALDO-VTA =
               MONTO-VTA - COBRADO-VTA - AJUSTADO-VTA
           DISPLAY "MONTO............. " MONTO-VTA
           DISPLAY "AJUSTADO.......... " AJUSTADO-VTA
           MOVE ZEROS TO WS-TOTAL-COBROS
           MOVE CODIGO-VTA TO CODIGO-COB
           MOVE FECHA-VTA TO FECHA-VTA-COB
           MOVE FOLIO-VTA TO FOLIO-COB
           MOVE ZEROS TO SECUENCIA-COB
           MOVE 0 TO SW
           START COBROS KEY IS >= CLAVE-COB
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM MOSTRAR-COBRO UNTIL SW = 1
           IF WS-TOTAL-COBROS = ZEROS
               DISPLAY "(SIN COBROS REGISTRADOS)"
           END-IF
           DISPLAY "COBRADO........... " COBRADO-VTA
           DISPLAY "SALDO POR COBRAR.. " WS-SALDO-VTA
           DISPLAY "COMISION PAGADA... " COMISION-PAG-VTA.
       MOSTRAR-COBRO.
           READ COBROS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-COB NOT = CODIGO-VTA OR
                  FECHA-VTA-COB NOT = FECHA-VTA OR
                  FOLIO-COB NOT = FOLIO-VTA
                   MOVE 1 TO SW
               ELSE
                   ADD 1 TO WS-TOTAL-COBROS
                   IF MES-LIQ-COB = ZEROS
                       DISPLAY SECUENCIA-COB " " FECHA-COB " "
                           IMPORTE-COB " " REFERENCIA-COB
                           " (SIN LIQUIDAR)"
                   ELSE
                       DISPLAY SECUENCIA-COB " " FECHA-COB " "
                           IMPORTE-COB " " REFERENCIA-COB
                           " (LIQUIDADO EN " MES-LIQ-COB ")"
                   END-IF
               END-IF
           END-READ.
