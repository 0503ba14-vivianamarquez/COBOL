      * HISTORIAL COMPLETO QUEDA CONSULTABLE PARA EXPLICAR POR QUE DOS
      * VENTAS DEL MISMO MONTO TIENEN COMISIONES DISTINTAS. CAPTVTA
      * TOMA DE AQUI EL PORCENTAJE VIGENTE A LA FECHA DE LA VENTA
      * (PRIMERO EL DEL VENDEDOR, LUEGO EL DE SU REGION). CON LAS
      * PARTIDAS DE VENTA SE AGREGAN LOS NIVELES "P" (PRODUCTO DEL
      * CATALOGO PRODUCTO.DAT, QUE DEBE EXISTIR) Y "L" (LINEA DE
      * PRODUCTO), QUE TIENEN PRECEDENCIA SOBRE LOS DE VENDEDOR Y
      * REGION: ASI UN PRODUCTO DE MARGEN BAJO PAGA MENOS COMISION.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. DAR DE ALTA UNA VIGENCIA (CAMBIO DE
      * PORCENTAJE) REQUIERE ROL SUPERVISOR O ADMINISTRADOR; EL
      * CAPTURISTA SOLO CONSULTA. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y
      * LAS OPCIONES NEGADAS QUEDAN EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PCT.
           SELECT OPTIONAL PRODUCTO
             ASSIGN TO RANDOM "PRODUCTO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PROD.
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
               10 CODIGO-PCT PIC X(4).
               10 VIGENCIA-PCT PIC 9(8).
           05 PORCENTAJE-PCT PIC 9(2)V99.
       FD PRODUCTO.
       01 REG-PRODUCTO.
           05 CLAVE-PROD PIC X(4).
           05 DESCRIPCION-PROD PIC X(30).
           05 LINEA-PROD PIC X(3).
           05 PRECIO-PROD PIC 9(7)V99.
           05 ESTADO-PROD PIC X(1).
           05 FECHA-ALTA-PROD PIC 9(8).
           05 FECHA-BAJA-PROD PIC 9(8).
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
           05 WS-NIVEL PIC X.
           05 WS-CODIGO PIC X(4).
           05 WS-FECHA-ACTUAL PIC 9(8).
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
           MOVE "MANTPCT" TO PROGRAMA-ACC
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
           OPEN I-O COMISION.
           OPEN INPUT PRODUCTO.
       CERRAR-ARCHIVOS.
           CLOSE COMISION PRODUCTO.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- PORCENTAJES DE COMISION ---".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-VIGENCIA
                   WHEN "I" PERFORM CONSULTAR-VIGENTE
                   WHEN "L" PERFORM LISTAR-HISTORIAL
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       CAPTURAR-NIVEL.
           MOVE SPACES TO WS-NIVEL
           DISPLAY "NIVEL (V=VENDEDOR, R=REGION, P=PRODUCTO, L=LINEA): "
               WITH NO ADVANCING
           ACCEPT WS-NIVEL
           EVALUATE WS-NIVEL
               WHEN "P"
                   PERFORM CAPTURAR-PRODUCTO
               WHEN "L"
                   PERFORM CAPTURAR-LINEA
               WHEN OTHER
                   PERFORM CAPTURAR-VENDEDOR-REGION
           END-EVALUATE.
       CAPTURAR-PRODUCTO.
           MOVE SPACES TO WS-CODIGO
           DISPLAY "CLAVE DEL PRODUCTO: " WITH NO ADVANCING
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO CLAVE-PROD
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: PRODUCTO NO ENCONTRADO"
                   MOVE SPACES TO WS-NIVEL
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " DESCRIPCION-PROD
           END-READ.
       CAPTURAR-LINEA.
           MOVE SPACES TO WS-CODIGO
           DISPLAY "LINEA: " WITH NO ADVANCING
           ACCEPT WS-CODIGO (1:3)
           IF WS-CODIGO = SPACES
               DISPLAY "ERROR: LINEA EN BLANCO"
               MOVE SPACES TO WS-NIVEL
           END-IF.
       CAPTURAR-VENDEDOR-REGION.
           IF WS-NIVEL = "V"
               DISPLAY "CODIGO DEL VENDEDOR: " WITH NO ADVANCING
               ACCEPT WS-CODIGO
