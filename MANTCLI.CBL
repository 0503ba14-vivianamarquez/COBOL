      * CLIENTE SIGUEN TENIENDO UN REGISTRO CONSULTABLE. CAPTVTA Y
      * CARGAVTA VALIDAN CONTRA ESTE MAESTRO EL CODIGO DE CLIENTE DE
      * CADA VENTA, Y REPCLIV LO USA PARA PONER NOMBRE A LAS CUENTAS.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. LA BAJA Y LA REACTIVACION REQUIEREN
      * ROL SUPERVISOR O ADMINISTRADOR; EL CAPTURISTA SOLO AGREGA,
      * CAMBIA Y CONSULTA. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS
      * OPCIONES NEGADAS QUEDAN EN ACCESOS.LOG. CADA CLIENTE TIENE UN
      * VENDEDOR TITULAR (SU CARTERA), QUE EN EL ALTA ES OBLIGATORIO Y
      * DEBE EXISTIR ACTIVO EN VENDEDOR.DAT; EN EL CAMBIO SE PUEDE
      * PASAR A OTRO VENDEDOR ACTIVO. CADA ASIGNACION QUEDA EN
      * CARTERA-AUDIT.DAT CON EL VENDEDOR ANTERIOR Y EL NUEVO, IGUAL
      * QUE LAS REASIGNACIONES MASIVAS DE REASCART.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT OPTIONAL CARTERA-AUDIT
             ASSIGN TO RANDOM "CARTERA-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL USUARIOS
             ASSIGN TO RANDOM "USUARIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-USR.
           SELECT OPTIONAL ACCESOS
             ASSIGN TO RANDOM "ACCESOS.LOG"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-------------------------
       DATA DIVISION.
       FILE SECTION.
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
           05 WS-RESPUESTA PIC X.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-VENDEDOR-CAP PIC X(4).
           05 WS-VENDEDOR-OK PIC X.
           05 WS-VENDEDOR-ANT PIC 9(4).
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
           MOVE "MANTCLI" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "E" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN "R" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O CLIENTE.
           OPEN INPUT VENDEDOR.
           OPEN EXTEND CARTERA-AUDIT.
       CERRAR-ARCHIVOS.
           CLOSE CLIENTE VENDEDOR CARTERA-AUDIT.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- MANTENIMIENTO DE CLIENTES ---".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-CLIENTE
                   WHEN "C" PERFORM CAMBIAR-CLIENTE
                   WHEN "E" PERFORM ELIMINAR-CLIENTE
                   WHEN "R" PERFORM REACTIVAR-CLIENTE
                   WHEN "I" PERFORM CONSULTAR-CLIENTE
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       AGREGAR-CLIENTE.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT CLAVE-CLI.
           ACCEPT TELEFONO-CLI.
           DISPLAY "CORREO: " WITH NO ADVANCING.
           ACCEPT CORREO-CLI.
           DISPLAY "VENDEDOR TITULAR: " WITH NO ADVANCING.
           ACCEPT VENDEDOR-CLI.
           PERFORM VALIDAR-VENDEDOR-CLI.
           IF WS-VENDEDOR-OK = "S"
               MOVE "A" TO ESTADO-CLI
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL TO FECHA-ALTA-CLI
               MOVE ZEROS TO FECHA-BAJA-CLI
               MOVE WS-FECHA-ACTUAL TO FECHA-ASIG-CLI
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "ERROR: EL CLIENTE YA EXISTE"
                   NOT INVALID KEY
                       DISPLAY "CLIENTE AGREGADO"
                       MOVE ZEROS TO WS-VENDEDOR-ANT
                       PERFORM GRABAR-AUDITORIA-CARTERA
               END-WRITE
           ELSE
               DISPLAY "CLIENTE NO AGREGADO"
           END-IF.
       VALIDAR-VENDEDOR-CLI.
           MOVE "N" TO WS-VENDEDOR-OK
           MOVE VENDEDOR-CLI TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   DISPLAY "ERROR: VENDEDOR NO ENCONTRADO"
               NOT INVALID KEY
                   IF ESTADO NOT = "A"
                       DISPLAY "ERROR: VENDEDOR " CODIGO " NO ESTA "
                               "ACTIVO"
                   ELSE
                       MOVE "S" TO WS-VENDEDOR-OK
                   END-IF
           END-READ.
       GRABAR-AUDITORIA-CARTERA.
           MOVE CLAVE-CLI TO CLIENTE-CAU
           MOVE WS-VENDEDOR-ANT TO VENDEDOR-ANT-CAU
           MOVE VENDEDOR-CLI TO VENDEDOR-NVO-CAU
           MOVE SPACES TO REGION-CAU
           MOVE "MANTCLI" TO PROGRAMA-CAU
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CAU
           MOVE WS-USUARIO TO USUARIO-CAU
           WRITE REG-CARTERA-AUD.
       CAMBIAR-CLIENTE.
           DISPLAY "CLAVE A CAMBIAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-CLI.
                   DISPLAY "NOMBRE ACTUAL.... " NOMBRE-CLI
                   DISPLAY "TELEFONO ACTUAL.. " TELEFONO-CLI
                   DISPLAY "CORREO ACTUAL.... " CORREO-CLI
                   DISPLAY "VENDEDOR ACTUAL.. " VENDEDOR-CLI
                   DISPLAY "NUEVO NOMBRE: " WITH NO ADVANCING
                   ACCEPT NOMBRE-CLI
                   DISPLAY "NUEVO TELEFONO: " WITH NO ADVANCING
                   ACCEPT TELEFONO-CLI
                   DISPLAY "NUEVO CORREO: " WITH NO ADVANCING
                   ACCEPT CORREO-CLI
                   PERFORM CAMBIAR-VENDEDOR-CLI
                   IF WS-VENDEDOR-OK = "S"
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL CLIENTE"
                           NOT INVALID KEY
                               DISPLAY "CLIENTE ACTUALIZADO"
                               IF VENDEDOR-CLI NOT = WS-VENDEDOR-ANT
                                   PERFORM GRABAR-AUDITORIA-CARTERA
                               END-IF
                       END-REWRITE
                   ELSE
                       DISPLAY "CLIENTE NO ACTUALIZADO"
                   END-IF
           END-READ.
       CAMBIAR-VENDEDOR-CLI.
           MOVE VENDEDOR-CLI TO WS-VENDEDOR-ANT
           MOVE "S" TO WS-VENDEDOR-OK
           DISPLAY "NUEVO VENDEDOR (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-VENDEDOR-CAP
           ACCEPT WS-VENDEDOR-CAP
           IF WS-VENDEDOR-CAP NOT = SPACES
               COMPUTE VENDEDOR-CLI = FUNCTION NUMVAL (WS-VENDEDOR-CAP)
               IF VENDEDOR-CLI NOT = WS-VENDEDOR-ANT
                   PERFORM VALIDAR-VENDEDOR-CLI
                   IF WS-VENDEDOR-OK = "S"
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO WS-FECHA-ACTUAL
                       MOVE WS-FECHA-ACTUAL TO FECHA-ASIG-CLI
                   END-IF
               END-IF
           END-IF.
       ELIMINAR-CLIENTE.
           DISPLAY "CLAVE A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT CLAVE-CLI.
                   DISPLAY "ESTADO..... " ESTADO-CLI
                   DISPLAY "ALTA....... " FECHA-ALTA-CLI
                   DISPLAY "BAJA....... " FECHA-BAJA-CLI
                   MOVE VENDEDOR-CLI TO CODIGO
                   READ VENDEDOR
                       INVALID KEY
                           MOVE "(NO ENCONTRADO)" TO NOMBRE
                   END-READ
                   DISPLAY "VENDEDOR... " VENDEDOR-CLI " " NOMBRE
                   DISPLAY "ASIGNADO... " FECHA-ASIG-CLI
           END-READ.
