       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRET.
      *-------------------------
      * MANTENIMIENTO DE LA TABLA DE TASAS DE RETENCION DE IMPUESTOS
      * SOBRE COMISIONES CONTRA RETENCION.DAT. CADA REGISTRO ES UN
      * TRAMO DE UNA VIGENCIA: LA FECHA DESDE LA CUAL APLICA LA TABLA,
      * EL BRUTO MENSUAL MINIMO DEL TRAMO (COMISION MAS BONO PAGADOS AL
      * VENDEDOR EN LA LIQUIDACION) Y LA TASA DE RETENCION. LA TASA DEL
      * TRAMO ALCANZADO SE APLICA SOBRE TODO EL BRUTO DEL MES. UNA
      * VIGENCIA SE ARMA CON TODOS SUS TRAMOS; UNA TABLA NUEVA ES UNA
      * VIGENCIA NUEVA Y REEMPLAZA COMPLETA A LA ANTERIOR DESDE SU
      * FECHA (UN TRAMO CON 0% A PARTIR DE 0 SUSPENDE LA RETENCION).
      * IGUAL QUE EN COMISION.DAT Y BONO.DAT, LOS TRAMOS NUNCA SE
      * REESCRIBEN NI SE BORRAN, ASI EL HISTORIAL QUEDA CONSULTABLE
      * PARA EXPLICAR LA RETENCION DE CUALQUIER MES. LIQVTA TOMA DE
      * AQUI LA TABLA VIGENTE AL CIERRE DEL MES QUE LIQUIDA.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. DAR DE ALTA UN TRAMO REQUIERE ROL
      * SUPERVISOR O ADMINISTRADOR; EL CAPTURISTA SOLO CONSULTA. LOS
      * INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS OPCIONES NEGADAS QUEDAN
      * EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENCION
             ASSIGN TO RANDOM "RETENCION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-RET.
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
       FD RETENCION.
       01 REG-RETENCION.
           05 CLAVE-RET.
               10 VIGENCIA-RET PIC 9(8).
               10 BASE-RET PIC 9(9)V99.
           05 TASA-RET PIC 9(2)V99.
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
           05 WS-USUARIO PIC X(10).
           05 WS-CONTRASENA PIC X(10).
           05 WS-ROL PIC X.
           05 WS-ROL-REQUERIDO PIC X.
           05 WS-PERMITIDO PIC X.
           05 WS-ACCESO-OK PIC X VALUE "N".
           05 WS-INTENTOS-SESION PIC 9.
           05 WS-EVENTO-ACC PIC X(10).
           05 WS-DETALLE-ACC PIC X(30).
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-CAP PIC X(8).
           05 WS-FECHA-CONSULTA PIC 9(8).
           05 WS-FECHA-OK PIC X.
           05 WS-BASE-CAP PIC X(13).
           05 WS-PCT-CAP PIC X(6).
           05 WS-VIG-HALLADA PIC 9(8).
           05 WS-TOTAL-LISTADOS PIC 9(4).
       01 LIN-TRAMO.
           05 VIGENCIA-H PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 BASE-H PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TASA-H PIC Z9.99.
           05 FILLER PIC X(1) VALUE "%".
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
           MOVE "MANTRET" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O RETENCION.
       CERRAR-ARCHIVOS.
           CLOSE RETENCION.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- TASAS DE RETENCION ---".
           DISPLAY "A - AGREGAR TRAMO".
           DISPLAY "I - CONSULTAR TABLA VIGENTE".
           DISPLAY "L - LISTAR HISTORIAL".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-TRAMO
                   WHEN "I" PERFORM CONSULTAR-VIGENTE
                   WHEN "L" PERFORM LISTAR-HISTORIAL
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       AGREGAR-TRAMO.
           MOVE "S" TO WS-FECHA-OK
           DISPLAY "VIGENTE DESDE (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-CAP
           ACCEPT WS-FECHA-CAP
           IF WS-FECHA-CAP = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL TO VIGENCIA-RET
           ELSE
               IF WS-FECHA-CAP IS NUMERIC
                   MOVE WS-FECHA-CAP TO VIGENCIA-RET
               ELSE
                   DISPLAY "ERROR: FECHA INVALIDA. TRAMO RECHAZADO"
                   MOVE "N" TO WS-FECHA-OK
               END-IF
           END-IF
           IF WS-FECHA-OK = "S"
               DISPLAY "A PARTIR DEL BRUTO MENSUAL (EJEMPLO 10000.00): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-BASE-CAP
               ACCEPT WS-BASE-CAP
               COMPUTE BASE-RET = FUNCTION NUMVAL (WS-BASE-CAP)
               DISPLAY "TASA DE RETENCION (EJEMPLO 10.00, 0=SIN "
                   "RETENCION): " WITH NO ADVANCING
               MOVE SPACES TO WS-PCT-CAP
               ACCEPT WS-PCT-CAP
               COMPUTE TASA-RET = FUNCTION NUMVAL (WS-PCT-CAP)
               WRITE REG-RETENCION
                   INVALID KEY
                       DISPLAY "ERROR: YA EXISTE ESE TRAMO EN ESA "
                               "VIGENCIA"
                   NOT INVALID KEY
                       DISPLAY "TRAMO REGISTRADO: " TASA-RET
                           " DESDE UN BRUTO DE " BASE-RET ", "
                           "VIGENTE DESDE " VIGENCIA-RET
               END-WRITE
           END-IF.
       CONSULTAR-VIGENTE.
           MOVE "S" TO WS-FECHA-OK
           DISPLAY "A LA FECHA (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FECHA-CAP
           ACCEPT WS-FECHA-CAP
           IF WS-FECHA-CAP = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CONSULTA
           ELSE
               IF WS-FECHA-CAP IS NUMERIC
                   MOVE WS-FECHA-CAP TO WS-FECHA-CONSULTA
               ELSE
                   DISPLAY "ERROR: FECHA INVALIDA"
                   MOVE "N" TO WS-FECHA-OK
               END-IF
           END-IF
           IF WS-FECHA-OK = "S"
               PERFORM BUSCAR-VIGENCIA
               IF WS-VIG-HALLADA = ZEROS
                   DISPLAY "SIN TABLA DE RETENCION VIGENTE A ESA FECHA"
               ELSE
                   DISPLAY "TABLA VIGENTE DESDE " WS-VIG-HALLADA
                   DISPLAY "VIGENCIA       BRUTO DESDE    TASA"
                   MOVE ZEROS TO WS-TOTAL-LISTADOS
                   MOVE 0 TO SW
                   MOVE WS-VIG-HALLADA TO VIGENCIA-RET
                   MOVE ZEROS TO BASE-RET
                   START RETENCION KEY IS >= CLAVE-RET
                       INVALID KEY
                           MOVE 1 TO SW
                   END-START
                   PERFORM LISTAR-TRAMO-VIGENTE UNTIL SW = 1
               END-IF
           END-IF.
       BUSCAR-VIGENCIA.
           MOVE ZEROS TO WS-VIG-HALLADA
           MOVE 0 TO SW
           MOVE ZEROS TO VIGENCIA-RET
           MOVE ZEROS TO BASE-RET
           START RETENCION KEY IS >= CLAVE-RET
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-VIGENCIA UNTIL SW = 1.
       LEER-VIGENCIA.
           READ RETENCION NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF VIGENCIA-RET > WS-FECHA-CONSULTA
                   MOVE 1 TO SW
               ELSE
                   MOVE VIGENCIA-RET TO WS-VIG-HALLADA
               END-IF
           END-READ.
       LISTAR-TRAMO-VIGENTE.
           READ RETENCION NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF VIGENCIA-RET NOT = WS-VIG-HALLADA
                   MOVE 1 TO SW
               ELSE
                   PERFORM MOSTRAR-TRAMO
               END-IF
           END-READ.
       LISTAR-HISTORIAL.
           MOVE ZEROS TO WS-TOTAL-LISTADOS
           MOVE 0 TO SW
           MOVE ZEROS TO VIGENCIA-RET
           MOVE ZEROS TO BASE-RET
           START RETENCION KEY IS >= CLAVE-RET
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           DISPLAY "VIGENCIA       BRUTO DESDE    TASA"
           PERFORM LISTAR-TRAMO UNTIL SW = 1
           IF WS-TOTAL-LISTADOS = ZEROS
               DISPLAY "SIN TRAMOS REGISTRADOS"
           END-IF.
       LISTAR-TRAMO.
           READ RETENCION NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               PERFORM MOSTRAR-TRAMO
           END-READ.
       MOSTRAR-TRAMO.
           MOVE VIGENCIA-RET TO VIGENCIA-H
           MOVE BASE-RET TO BASE-H
           MOVE TASA-RET TO TASA-H
           DISPLAY LIN-TRAMO
           ADD 1 TO WS-TOTAL-LISTADOS.
