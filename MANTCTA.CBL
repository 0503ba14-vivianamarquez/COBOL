       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTA.
      *-------------------------
      * MOVIMIENTOS MANUALES DE LA CUENTA CORRIENTE DE COMISIONES
      * (CTACTE.DAT). CADA VENDEDOR LLEVA UN LIBRO DE MOVIMIENTOS CON
      * CLAVE CODIGO + FECHA + SECUENCIA: LOS ABONOS DE LIQUIDACION
      * (TIPO "L"), LOS ABONOS DE BONO POR META (TIPO "B"), LOS PAGOS
      * DE NOMINA (TIPO "P" CON MES-LIQ-CTA) Y SUS RETENCIONES DE
      * IMPUESTOS (TIPO "R") LOS ASIENTA LIQVTA AL CERRAR CADA MES;
      * AQUI TESORERIA REGISTRA LOS ANTICIPOS DE COMISION (TIPO "A"),
      * LOS DESCUENTOS (TIPO "D") Y LOS PAGOS HECHOS POR FUERA DE LA
      * NOMINA (TIPO "P"), TODOS COMO CARGO AL VENDEDOR. EL SALDO ES
      * ABONOS MENOS CARGOS; UN SALDO NEGATIVO ES SALDO DEUDOR DEL
      * VENDEDOR Y LIQVTA LO DESCUENTA DE LA SIGUIENTE LIQUIDACION. LA
      * FECHA DEL MOVIMIENTO NO PUEDE SER POSTERIOR A HOY. CADA
      * MOVIMIENTO GUARDA EL USUARIO DE LA SESION. EL ESTADO DE CUENTA
      * IMPRESO POR PERIODO LO EMITE REPCTA.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. REGISTRAR ANTICIPOS, DESCUENTOS Y
      * PAGOS REQUIERE ROL SUPERVISOR O ADMINISTRADOR; EL CAPTURISTA
      * SOLO CONSULTA. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS
      * OPCIONES NEGADAS QUEDAN EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTACTE
             ASSIGN TO RANDOM "CTACTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CTA.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
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
           05 WS-CODIGO PIC 9(4).
           05 WS-TIPO PIC X.
           05 WS-FECHA-CAP PIC X(8).
           05 WS-FECHA-MOV PIC 9(8).
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-OK PIC X.
           05 WS-IMPORTE-CAP PIC X(10).
           05 WS-IMPORTE PIC 9(7)V99.
           05 WS-REFERENCIA PIC X(20).
           05 WS-SECUENCIA PIC 9(3).
           05 WS-RESPUESTA PIC X.
           05 WS-SALDO PIC S9(9)V99.
           05 WS-SALDO-ED PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-CARGO-ED PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ABONO-ED PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOTAL-MOVS PIC 9(5).
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
           MOVE "MANTCTA" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "R" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O CTACTE.
           OPEN INPUT VENDEDOR.
       CERRAR-ARCHIVOS.
           CLOSE CTACTE VENDEDOR.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- CUENTA CORRIENTE DE COMISIONES ---".
           DISPLAY "R - REGISTRAR ANTICIPO, DESCUENTO O PAGO".
           DISPLAY "I - CONSULTAR SALDO Y MOVIMIENTOS".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "R" PERFORM REGISTRAR-MOVIMIENTO
                   WHEN "I" PERFORM CONSULTAR-CUENTA
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       REGISTRAR-MOVIMIENTO.
           DISPLAY "CODIGO DEL VENDEDOR: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   DISPLAY "ERROR: VENDEDOR NO EXISTE"
               NOT INVALID KEY
                   DISPLAY "NOMBRE: " NOMBRE
                   PERFORM CALCULAR-SALDO
                   MOVE WS-SALDO TO WS-SALDO-ED
                   DISPLAY "SALDO ACTUAL: " WS-SALDO-ED
                   PERFORM CAPTURAR-TIPO
           END-READ.
       CAPTURAR-TIPO.
           DISPLAY "TIPO (A=ANTICIPO, D=DESCUENTO, P=PAGO): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TIPO
           ACCEPT WS-TIPO
           EVALUATE WS-TIPO
               WHEN "A"
                   IF ESTADO NOT = "A"
                       DISPLAY "ERROR: VENDEDOR NO ACTIVO. NO SE DA "
                               "ANTICIPO"
                   ELSE
                       PERFORM CAPTURAR-FECHA-MOVIMIENTO
                   END-IF
               WHEN "D"
                   PERFORM CAPTURAR-FECHA-MOVIMIENTO
               WHEN "P"
                   PERFORM CAPTURAR-FECHA-MOVIMIENTO
               WHEN OTHER
                   DISPLAY "ERROR: TIPO INVALIDO"
           END-EVALUATE.
       CAPTURAR-FECHA-MOVIMIENTO.
           MOVE "S" TO WS-FECHA-OK
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           DISPLAY "FECHA (AAAAMMDD, VACIO=HOY): " WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-CAP
           ACCEPT WS-FECHA-CAP
           IF WS-FECHA-CAP = SPACES
               MOVE WS-FECHA-ACTUAL TO WS-FECHA-MOV
           ELSE
               IF WS-FECHA-CAP IS NUMERIC
                   MOVE WS-FECHA-CAP TO WS-FECHA-MOV
               ELSE
                   DISPLAY "ERROR: FECHA INVALIDA. MOVIMIENTO "
                           "RECHAZADO"
                   MOVE "N" TO WS-FECHA-OK
               END-IF
           END-IF
           IF WS-FECHA-OK = "S"
               IF WS-FECHA-MOV > WS-FECHA-ACTUAL
                   DISPLAY "ERROR: LA FECHA NO PUEDE SER POSTERIOR A "
                           "HOY. MOVIMIENTO RECHAZADO"
               ELSE
                   PERFORM CAPTURAR-IMPORTE
               END-IF
           END-IF.
       CAPTURAR-IMPORTE.
           DISPLAY "IMPORTE: " WITH NO ADVANCING
           MOVE SPACES TO WS-IMPORTE-CAP
           ACCEPT WS-IMPORTE-CAP
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL (WS-IMPORTE-CAP)
           IF WS-IMPORTE = ZEROS
               DISPLAY "ERROR: IMPORTE EN CERO. MOVIMIENTO RECHAZADO"
           ELSE
               DISPLAY "REFERENCIA (RECIBO O CONCEPTO): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REFERENCIA
               ACCEPT WS-REFERENCIA
               DISPLAY "CONFIRMA EL CARGO AL VENDEDOR (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   PERFORM GRABAR-MOVIMIENTO
               ELSE
                   DISPLAY "MOVIMIENTO ABANDONADO"
               END-IF
           END-IF.
       GRABAR-MOVIMIENTO.
           PERFORM BUSCAR-SECUENCIA
           MOVE WS-CODIGO TO CODIGO-CTA
           MOVE WS-FECHA-MOV TO FECHA-CTA
           MOVE WS-SECUENCIA TO SECUENCIA-CTA
           MOVE WS-TIPO TO TIPO-CTA
           MOVE WS-IMPORTE TO CARGO-CTA
           MOVE ZEROS TO ABONO-CTA
           MOVE ZEROS TO MES-LIQ-CTA
           MOVE WS-REFERENCIA TO REFERENCIA-CTA
           MOVE WS-USUARIO TO USUARIO-CTA
           WRITE REG-CTACTE
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO GRABAR EL MOVIMIENTO"
               NOT INVALID KEY
                   PERFORM CALCULAR-SALDO
                   MOVE WS-SALDO TO WS-SALDO-ED
                   DISPLAY "MOVIMIENTO REGISTRADO. SECUENCIA "
                       WS-SECUENCIA ". SALDO: " WS-SALDO-ED
           END-WRITE.
       BUSCAR-SECUENCIA.
           MOVE ZEROS TO WS-SECUENCIA
           MOVE WS-CODIGO TO CODIGO-CTA
           MOVE WS-FECHA-MOV TO FECHA-CTA
           MOVE ZEROS TO SECUENCIA-CTA
           MOVE 0 TO SW
           START CTACTE KEY IS >= CLAVE-CTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-SECUENCIA UNTIL SW = 1
           ADD 1 TO WS-SECUENCIA.
       LEER-SECUENCIA.
           READ CTACTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-CTA NOT = WS-CODIGO OR
                  FECHA-CTA NOT = WS-FECHA-MOV
                   MOVE 1 TO SW
               ELSE
                   MOVE SECUENCIA-CTA TO WS-SECUENCIA
               END-IF
           END-READ.
       CALCULAR-SALDO.
           MOVE ZEROS TO WS-SALDO
           MOVE WS-CODIGO TO CODIGO-CTA
           MOVE ZEROS TO FECHA-CTA
           MOVE ZEROS TO SECUENCIA-CTA
           MOVE 0 TO SW
           START CTACTE KEY IS >= CLAVE-CTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-SALDO UNTIL SW = 1.
       LEER-SALDO.
           READ CTACTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-CTA NOT = WS-CODIGO
                   MOVE 1 TO SW
               ELSE
                   ADD ABONO-CTA TO WS-SALDO
                   SUBTRACT CARGO-CTA FROM WS-SALDO
               END-IF
           END-READ.
       CONSULTAR-CUENTA.
           DISPLAY "CODIGO DEL VENDEDOR: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   DISPLAY "VENDEDOR NO ENCONTRADO EN VENDEDOR.DAT"
               NOT INVALID KEY
                   DISPLAY "NOMBRE: " NOMBRE
           END-READ
           MOVE ZEROS TO WS-SALDO
           MOVE ZEROS TO WS-TOTAL-MOVS
           MOVE WS-CODIGO TO CODIGO-CTA
           MOVE ZEROS TO FECHA-CTA
           MOVE ZEROS TO SECUENCIA-CTA
           MOVE 0 TO SW
           START CTACTE KEY IS >= CLAVE-CTA
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM MOSTRAR-MOVIMIENTO UNTIL SW = 1
           IF WS-TOTAL-MOVS = ZEROS
               DISPLAY "(SIN MOVIMIENTOS)"
           END-IF
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY "SALDO.............. " WS-SALDO-ED
           IF WS-SALDO < ZEROS
               DISPLAY "(SALDO DEUDOR: SE DESCUENTA DE LA SIGUIENTE "
                       "LIQUIDACION)"
           END-IF.
       MOSTRAR-MOVIMIENTO.
           READ CTACTE NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF CODIGO-CTA NOT = WS-CODIGO
                   MOVE 1 TO SW
               ELSE
                   ADD 1 TO WS-TOTAL-MOVS
                   ADD ABONO-CTA TO WS-SALDO
                   SUBTRACT CARGO-CTA FROM WS-SALDO
                   MOVE CARGO-CTA TO WS-CARGO-ED
                   MOVE ABONO-CTA TO WS-ABONO-ED
                   MOVE WS-SALDO TO WS-SALDO-ED
                   DISPLAY FECHA-CTA " " SECUENCIA-CTA " " TIPO-CTA " "
                       REFERENCIA-CTA " " WS-CARGO-ED " " WS-ABONO-ED
                       " " WS-SALDO-ED
               END-IF
           END-READ.
