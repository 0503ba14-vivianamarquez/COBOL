       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTUSR.
      *-------------------------
      * MANTENIMIENTO DE USUARIOS (ALTA/CAMBIO/BAJA/DESBLOQUEO/
      * CONSULTA/LISTADO) CONTRA USUARIO.DAT POR CLAVE, AL ESTILO DE
      * MANTCLI. CADA USUARIO TIENE CONTRASENA, ROL (C=CAPTURISTA,
      * S=SUPERVISOR, A=ADMINISTRADOR) Y ESTADO (A=ACTIVO,
      * B=BLOQUEADO, I=INACTIVO). LOS PROGRAMAS INTERACTIVOS VALIDAN
      * AQUI USUARIO Y CONTRASENA AL INICIO DE LA SESION Y BLOQUEAN
      * AL USUARIO DESPUES DE TRES CONTRASENAS EQUIVOCADAS SEGUIDAS;
      * EL DESBLOQUEO LO HACE UN ADMINISTRADOR DESDE ESTE PROGRAMA.
      * LA BAJA ES LOGICA (ESTADO "I"). TODAS LAS OPCIONES REQUIEREN
      * ROL ADMINISTRADOR, SALVO EL CAMBIO DE LA PROPIA CONTRASENA,
      * QUE CUALQUIER USUARIO HACE CONFIRMANDO LA ACTUAL. SI
      * USUARIO.DAT ESTA VACIO SE PIDE DAR DE ALTA AL PRIMER
      * ADMINISTRADOR ANTES DE IDENTIFICARSE. LOS ACCESOS FALLIDOS,
      * LOS BLOQUEOS, LAS OPCIONES NEGADAS Y CADA MOVIMIENTO AL
      * MAESTRO QUEDAN EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           05 WS-RESPUESTA PIC X.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-HAY-USUARIOS PIC X.
           05 WS-NOMBRE PIC X(30).
           05 WS-ROL-NUEVO PIC X.
           05 WS-ROL-OK PIC X.
           05 WS-CONTRASENA-NUEVA PIC X(10).
           05 WS-CONTRASENA-CONF PIC X(10).
           05 WS-CONTRASENA-OK PIC X.
           05 WS-TOTAL-LISTADOS PIC 9(4).
       01 LIN-USUARIO.
           05 CLAVE-L PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-L PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROL-L PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ESTADO-L PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACCESO-L PIC 9(8).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM VERIFICAR-USUARIOS.
           IF WS-HAY-USUARIOS = "N"
               PERFORM CREAR-PRIMER-ADMINISTRADOR
           END-IF.
           PERFORM IDENTIFICAR-USUARIO.
           IF WS-ACCESO-OK = "S"
               PERFORM ABRIR-ARCHIVOS
               PERFORM MENU-PRINCIPAL UNTIL WS-SALIR = "S"
               PERFORM CERRAR-ARCHIVOS
           ELSE
               DISPLAY "ACCESO DENEGADO"
           END-IF
           STOP RUN.
       VERIFICAR-USUARIOS.
           MOVE "S" TO WS-HAY-USUARIOS
           OPEN I-O USUARIOS
           MOVE SPACES TO CLAVE-USR
           START USUARIOS KEY IS >= CLAVE-USR
               INVALID KEY
                   MOVE "N" TO WS-HAY-USUARIOS
           END-START
           CLOSE USUARIOS.
       CREAR-PRIMER-ADMINISTRADOR.
           DISPLAY "NO HAY USUARIOS REGISTRADOS"
           DISPLAY "ALTA DEL PRIMER ADMINISTRADOR"
           OPEN I-O USUARIOS
           MOVE SPACES TO CLAVE-USR
           PERFORM CAPTURAR-CLAVE-NUEVA UNTIL CLAVE-USR NOT = SPACES
           DISPLAY "NOMBRE: " WITH NO ADVANCING
           ACCEPT NOMBRE-USR
           MOVE "N" TO WS-CONTRASENA-OK
           PERFORM CAPTURAR-CONTRASENA-NUEVA
               UNTIL WS-CONTRASENA-OK = "S"
           MOVE WS-CONTRASENA-NUEVA TO CONTRASENA-USR
           MOVE "A" TO ROL-USR
           PERFORM INICIAR-USUARIO
           WRITE REG-USUARIO
               INVALID KEY
                   DISPLAY "ERROR AL DAR DE ALTA EL ADMINISTRADOR"
               NOT INVALID KEY
                   DISPLAY "ADMINISTRADOR AGREGADO"
                   MOVE CLAVE-USR TO WS-USUARIO
                   MOVE "ALTA" TO WS-EVENTO-ACC
                   MOVE "PRIMER ADMINISTRADOR" TO WS-DETALLE-ACC
                   PERFORM REGISTRAR-ACCESO
           END-WRITE
           CLOSE USUARIOS.
       CAPTURAR-CLAVE-NUEVA.
           DISPLAY "CLAVE DE USUARIO: " WITH NO ADVANCING
           ACCEPT CLAVE-USR
           IF CLAVE-USR = SPACES
               DISPLAY "ERROR: LA CLAVE NO PUEDE QUEDAR VACIA"
           END-IF.
       INICIAR-USUARIO.
           MOVE "A" TO ESTADO-USR
           MOVE ZEROS TO INTENTOS-USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL TO FECHA-ALTA-USR
           MOVE ZEROS TO FECHA-ACCESO-USR.
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
           MOVE "MANTUSR" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       REGISTRAR-MOVIMIENTO.
           MOVE SPACES TO WS-DETALLE-ACC
           STRING "USUARIO " CLAVE-USR DELIMITED BY SIZE
               INTO WS-DETALLE-ACC
           PERFORM REGISTRAR-ACCESO.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "K" MOVE "C" TO WS-ROL-REQUERIDO
               WHEN "S" MOVE "C" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "A" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O USUARIOS.
       CERRAR-ARCHIVOS.
           CLOSE USUARIOS.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- MANTENIMIENTO DE USUARIOS ---".
           DISPLAY "A - AGREGAR".
           DISPLAY "C - CAMBIAR".
           DISPLAY "E - DAR DE BAJA".
           DISPLAY "D - DESBLOQUEAR / REACTIVAR".
           DISPLAY "K - CAMBIAR MI CONTRASENA".
           DISPLAY "I - CONSULTAR".
           DISPLAY "L - LISTAR".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-USUARIO
                   WHEN "C" PERFORM CAMBIAR-USUARIO
                   WHEN "E" PERFORM ELIMINAR-USUARIO
                   WHEN "D" PERFORM DESBLOQUEAR-USUARIO
                   WHEN "K" PERFORM CAMBIAR-CONTRASENA
                   WHEN "I" PERFORM CONSULTAR-USUARIO
                   WHEN "L" PERFORM LISTAR-USUARIOS
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       CAPTURAR-ROL.
           DISPLAY "ROL (C=CAPTURISTA, S=SUPERVISOR, A=ADMINISTRADOR): "
               WITH NO ADVANCING
           ACCEPT WS-ROL-NUEVO
           IF WS-ROL-NUEVO = "C" OR WS-ROL-NUEVO = "S"
              OR WS-ROL-NUEVO = "A"
               MOVE "S" TO WS-ROL-OK
           ELSE
               DISPLAY "ERROR: ROL INVALIDO"
           END-IF.
       CAPTURAR-CONTRASENA-NUEVA.
           MOVE SPACES TO WS-CONTRASENA-NUEVA
           MOVE SPACES TO WS-CONTRASENA-CONF
           DISPLAY "CONTRASENA NUEVA: " WITH NO ADVANCING
           ACCEPT WS-CONTRASENA-NUEVA
           DISPLAY "CONFIRME LA CONTRASENA: " WITH NO ADVANCING
           ACCEPT WS-CONTRASENA-CONF
           IF WS-CONTRASENA-NUEVA = SPACES
               DISPLAY "ERROR: LA CONTRASENA NO PUEDE QUEDAR VACIA"
           ELSE
               IF WS-CONTRASENA-NUEVA NOT = WS-CONTRASENA-CONF
                   DISPLAY "ERROR: LAS CONTRASENAS NO COINCIDEN"
               ELSE
                   MOVE "S" TO WS-CONTRASENA-OK
               END-IF
           END-IF.
       AGREGAR-USUARIO.
           MOVE SPACES TO CLAVE-USR
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT CLAVE-USR.
           IF CLAVE-USR = SPACES
               DISPLAY "ERROR: LA CLAVE NO PUEDE QUEDAR VACIA"
           ELSE
               READ USUARIOS
                   INVALID KEY
                       PERFORM CAPTURAR-USUARIO-NUEVO
                   NOT INVALID KEY
                       DISPLAY "ERROR: EL USUARIO YA EXISTE"
               END-READ
           END-IF.
       CAPTURAR-USUARIO-NUEVO.
           DISPLAY "NOMBRE: " WITH NO ADVANCING
           ACCEPT NOMBRE-USR
           MOVE "N" TO WS-ROL-OK
           PERFORM CAPTURAR-ROL UNTIL WS-ROL-OK = "S"
           MOVE WS-ROL-NUEVO TO ROL-USR
           MOVE "N" TO WS-CONTRASENA-OK
           PERFORM CAPTURAR-CONTRASENA-NUEVA
               UNTIL WS-CONTRASENA-OK = "S"
           MOVE WS-CONTRASENA-NUEVA TO CONTRASENA-USR
           PERFORM INICIAR-USUARIO
           WRITE REG-USUARIO
               INVALID KEY
                   DISPLAY "ERROR: EL USUARIO YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "USUARIO AGREGADO"
                   MOVE "ALTA" TO WS-EVENTO-ACC
                   PERFORM REGISTRAR-MOVIMIENTO
           END-WRITE.
       CAMBIAR-USUARIO.
           DISPLAY "CLAVE A CAMBIAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-USR.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM CAPTURAR-CAMBIOS
           END-READ.
       CAPTURAR-CAMBIOS.
           DISPLAY "NOMBRE ACTUAL.... " NOMBRE-USR
           DISPLAY "ROL ACTUAL....... " ROL-USR
           MOVE SPACES TO WS-NOMBRE
           DISPLAY "NUEVO NOMBRE (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING
           ACCEPT WS-NOMBRE
           IF WS-NOMBRE NOT = SPACES
               MOVE WS-NOMBRE TO NOMBRE-USR
           END-IF
           MOVE SPACES TO WS-ROL-NUEVO
           DISPLAY "NUEVO ROL C/S/A (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING
           ACCEPT WS-ROL-NUEVO
           EVALUATE TRUE
               WHEN WS-ROL-NUEVO = SPACES
                   CONTINUE
               WHEN WS-ROL-NUEVO NOT = "C" AND WS-ROL-NUEVO NOT = "S"
                    AND WS-ROL-NUEVO NOT = "A"
                   DISPLAY "ERROR: ROL INVALIDO. SE CONSERVA EL ACTUAL"
               WHEN CLAVE-USR = WS-USUARIO AND WS-ROL-NUEVO NOT = "A"
                   DISPLAY "ERROR: NO PUEDE QUITARSE EL ROL "
                           "ADMINISTRADOR A SI MISMO"
               WHEN OTHER
                   MOVE WS-ROL-NUEVO TO ROL-USR
           END-EVALUATE
           MOVE SPACES TO WS-CONTRASENA-NUEVA
           DISPLAY "NUEVA CONTRASENA (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING
           ACCEPT WS-CONTRASENA-NUEVA
           IF WS-CONTRASENA-NUEVA NOT = SPACES
               MOVE WS-CONTRASENA-NUEVA TO CONTRASENA-USR
           END-IF
           REWRITE REG-USUARIO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL USUARIO"
               NOT INVALID KEY
                   DISPLAY "USUARIO ACTUALIZADO"
                   MOVE "CAMBIO" TO WS-EVENTO-ACC
                   PERFORM REGISTRAR-MOVIMIENTO
           END-REWRITE.
       ELIMINAR-USUARIO.
           DISPLAY "CLAVE A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT CLAVE-USR.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO NO ENCONTRADO"
               NOT INVALID KEY
                   IF ESTADO-USR = "I"
                       DISPLAY "ERROR: EL USUARIO YA ESTA INACTIVO"
                   ELSE
                       IF CLAVE-USR = WS-USUARIO
                           DISPLAY "ERROR: NO PUEDE DARSE DE BAJA "
                                   "A SI MISMO"
                       ELSE
                           PERFORM CONFIRMAR-BAJA
                       END-IF
                   END-IF
           END-READ.
       CONFIRMAR-BAJA.
           DISPLAY "NOMBRE..... " NOMBRE-USR
           DISPLAY "CONFIRMA DAR DE BAJA (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               MOVE "I" TO ESTADO-USR
               REWRITE REG-USUARIO
                   INVALID KEY
                       DISPLAY "ERROR AL DAR DE BAJA EL USUARIO"
                   NOT INVALID KEY
                       DISPLAY "USUARIO DADO DE BAJA"
                       MOVE "BAJA" TO WS-EVENTO-ACC
                       PERFORM REGISTRAR-MOVIMIENTO
               END-REWRITE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.
       DESBLOQUEAR-USUARIO.
           DISPLAY "CLAVE A DESBLOQUEAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-USR.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO NO ENCONTRADO"
               NOT INVALID KEY
                   IF ESTADO-USR = "A"
                       DISPLAY "ERROR: EL USUARIO YA ESTA ACTIVO"
                   ELSE
                       MOVE "A" TO ESTADO-USR
                       MOVE ZEROS TO INTENTOS-USR
                       REWRITE REG-USUARIO
                           INVALID KEY
                               DISPLAY "ERROR AL DESBLOQUEAR EL USUARIO"
                           NOT INVALID KEY
                               DISPLAY "USUARIO DESBLOQUEADO"
                               MOVE "DESBLOQUEO" TO WS-EVENTO-ACC
                               PERFORM REGISTRAR-MOVIMIENTO
                       END-REWRITE
                   END-IF
           END-READ.
       CAMBIAR-CONTRASENA.
           MOVE WS-USUARIO TO CLAVE-USR
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM CONFIRMAR-CONTRASENA
           END-READ.
       CONFIRMAR-CONTRASENA.
           MOVE SPACES TO WS-CONTRASENA
           DISPLAY "CONTRASENA ACTUAL: " WITH NO ADVANCING
           ACCEPT WS-CONTRASENA
           IF WS-CONTRASENA NOT = CONTRASENA-USR
               DISPLAY "ERROR: CONTRASENA ACTUAL INCORRECTA"
               MOVE "FALLIDO" TO WS-EVENTO-ACC
               MOVE "CAMBIO DE CONTRASENA" TO WS-DETALLE-ACC
               PERFORM REGISTRAR-ACCESO
           ELSE
               MOVE "N" TO WS-CONTRASENA-OK
               PERFORM CAPTURAR-CONTRASENA-NUEVA
               IF WS-CONTRASENA-OK = "S"
                   MOVE WS-CONTRASENA-NUEVA TO CONTRASENA-USR
                   REWRITE REG-USUARIO
                       INVALID KEY
                           DISPLAY "ERROR AL CAMBIAR LA CONTRASENA"
                       NOT INVALID KEY
                           DISPLAY "CONTRASENA CAMBIADA"
                           MOVE "CONTRASENA" TO WS-EVENTO-ACC
                           PERFORM REGISTRAR-MOVIMIENTO
                   END-REWRITE
               END-IF
           END-IF.
       CONSULTAR-USUARIO.
           DISPLAY "CLAVE A CONSULTAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-USR.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "ERROR: USUARIO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "CLAVE...... " CLAVE-USR
                   DISPLAY "NOMBRE..... " NOMBRE-USR
                   DISPLAY "ROL........ " ROL-USR
                   DISPLAY "ESTADO..... " ESTADO-USR
                   DISPLAY "INTENTOS... " INTENTOS-USR
                   DISPLAY "ALTA....... " FECHA-ALTA-USR
                   DISPLAY "ACCESO..... " FECHA-ACCESO-USR
           END-READ.
       LISTAR-USUARIOS.
           MOVE ZEROS TO WS-TOTAL-LISTADOS
           MOVE 0 TO SW
           MOVE SPACES TO CLAVE-USR
           START USUARIOS KEY IS >= CLAVE-USR
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LISTAR-UN-USUARIO UNTIL SW = 1
           IF WS-TOTAL-LISTADOS = ZEROS
               DISPLAY "SIN USUARIOS REGISTRADOS"
           END-IF.
       LISTAR-UN-USUARIO.
           READ USUARIOS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               MOVE CLAVE-USR TO CLAVE-L
               MOVE NOMBRE-USR TO NOMBRE-L
               MOVE ROL-USR TO ROL-L
               MOVE ESTADO-USR TO ESTADO-L
               MOVE FECHA-ACCESO-USR TO ACCESO-L
               DISPLAY LIN-USUARIO
               ADD 1 TO WS-TOTAL-LISTADOS
           END-READ.
