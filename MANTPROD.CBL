       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPROD.
      *-------------------------
      * MANTENIMIENTO DEL CATALOGO DE PRODUCTOS (ALTA/CAMBIO/BAJA/
      * REACTIVACION/CONSULTA/LISTADO) CONTRA PRODUCTO.DAT POR CLAVE,
      * AL ESTILO DE MANTCLI. CADA PRODUCTO PERTENECE A UNA LINEA Y
      * TIENE UN PRECIO DE LISTA QUE CAPTVTA PROPONE AL CAPTURAR LA
      * PARTIDA. LA BAJA ES LOGICA (ESTADO "I" Y FECHA DE BAJA): LAS
      * PARTIDAS YA GRABADAS EN PARTIDAS.DAT SIGUEN APUNTANDO A UN
      * REGISTRO CONSULTABLE, PERO CAPTVTA Y CARGAVTA YA NO ACEPTAN
      * EL PRODUCTO EN VENTAS NUEVAS. MANTPCT VALIDA CONTRA ESTE
      * MAESTRO LOS PORCENTAJES DE NIVEL "P" (PRODUCTO).
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. LAS ALTAS, CAMBIOS, BAJAS Y
      * REACTIVACIONES DEL CATALOGO REQUIEREN ROL SUPERVISOR O
      * ADMINISTRADOR; EL CAPTURISTA SOLO CONSULTA Y LISTA. LOS INTENTOS
      * FALLIDOS, LOS BLOQUEOS Y LAS OPCIONES NEGADAS QUEDAN EN
      * ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *-------------------------
       DATA DIVISION.
       FILE SECTION.
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
           05 WS-RESPUESTA PIC X.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-PRECIO-CAP PIC X(12).
           05 WS-PRECIO-OK PIC X.
           05 WS-TOTAL-LISTADOS PIC 9(4).
       01 LIN-PRODUCTO.
           05 CLAVE-L PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DESCRIPCION-L PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LINEA-L PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRECIO-L PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ESTADO-L PIC X(1).
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
           MOVE "MANTPROD" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN "C" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN "E" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN "R" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O PRODUCTO.
       CERRAR-ARCHIVOS.
           CLOSE PRODUCTO.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- CATALOGO DE PRODUCTOS ---".
           DISPLAY "A - AGREGAR".
           DISPLAY "C - CAMBIAR".
           DISPLAY "E - DAR DE BAJA".
           DISPLAY "R - REACTIVAR".
           DISPLAY "I - CONSULTAR".
           DISPLAY "L - LISTAR".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-PRODUCTO
                   WHEN "C" PERFORM CAMBIAR-PRODUCTO
                   WHEN "E" PERFORM ELIMINAR-PRODUCTO
                   WHEN "R" PERFORM REACTIVAR-PRODUCTO
                   WHEN "I" PERFORM CONSULTAR-PRODUCTO
                   WHEN "L" PERFORM LISTAR-PRODUCTOS
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       AGREGAR-PRODUCTO.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT CLAVE-PROD.
           IF CLAVE-PROD = SPACES
               DISPLAY "ERROR: CLAVE EN BLANCO"
           ELSE
               DISPLAY "DESCRIPCION: " WITH NO ADVANCING
               ACCEPT DESCRIPCION-PROD
               DISPLAY "LINEA: " WITH NO ADVANCING
               ACCEPT LINEA-PROD
               PERFORM CAPTURAR-PRECIO
               IF LINEA-PROD = SPACES
                   DISPLAY "ERROR: LINEA EN BLANCO. ALTA RECHAZADA"
               ELSE
                   IF WS-PRECIO-OK = "S"
                       PERFORM GRABAR-PRODUCTO
                   END-IF
               END-IF
           END-IF.
       GRABAR-PRODUCTO.
           MOVE "A" TO ESTADO-PROD
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-ACTUAL TO FECHA-ALTA-PROD
           MOVE ZEROS TO FECHA-BAJA-PROD
           WRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: EL PRODUCTO YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO AGREGADO"
           END-WRITE.
       CAPTURAR-PRECIO.
           MOVE "S" TO WS-PRECIO-OK
           DISPLAY "PRECIO DE LISTA (EJEMPLO 1250.00): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PRECIO-CAP
           ACCEPT WS-PRECIO-CAP
           COMPUTE PRECIO-PROD = FUNCTION NUMVAL (WS-PRECIO-CAP)
           IF PRECIO-PROD = ZEROS
               DISPLAY "ERROR: PRECIO EN CERO"
               MOVE "N" TO WS-PRECIO-OK
           END-IF.
       CAMBIAR-PRODUCTO.
           DISPLAY "CLAVE A CAMBIAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-PROD.
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "DESCRIPCION ACTUAL.. " DESCRIPCION-PROD
                   DISPLAY "LINEA ACTUAL........ " LINEA-PROD
                   DISPLAY "PRECIO ACTUAL....... " PRECIO-PROD
                   DISPLAY "NUEVA DESCRIPCION: " WITH NO ADVANCING
                   ACCEPT DESCRIPCION-PROD
                   DISPLAY "NUEVA LINEA: " WITH NO ADVANCING
                   ACCEPT LINEA-PROD
                   PERFORM CAPTURAR-PRECIO
                   IF LINEA-PROD = SPACES
                       DISPLAY "ERROR: LINEA EN BLANCO. CAMBIO "
                               "RECHAZADO"
                   ELSE
                       IF WS-PRECIO-OK = "S"
                           PERFORM REGRABAR-PRODUCTO
                       END-IF
                   END-IF
           END-READ.
       REGRABAR-PRODUCTO.
           REWRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL PRODUCTO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO ACTUALIZADO"
           END-REWRITE.
       ELIMINAR-PRODUCTO.
           DISPLAY "CLAVE A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT CLAVE-PROD.
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   IF ESTADO-PROD = "I"
                       DISPLAY "ERROR: EL PRODUCTO YA ESTA INACTIVO"
                   ELSE
                       PERFORM CONFIRMAR-BAJA
                   END-IF
           END-READ.
       CONFIRMAR-BAJA.
           DISPLAY "DESCRIPCION.. " DESCRIPCION-PROD
           DISPLAY "CONFIRMA DAR DE BAJA (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               MOVE "I" TO ESTADO-PROD
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-ACTUAL TO FECHA-BAJA-PROD
               REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "ERROR AL DAR DE BAJA EL PRODUCTO"
                   NOT INVALID KEY
                       DISPLAY "PRODUCTO DADO DE BAJA"
               END-REWRITE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.
       REACTIVAR-PRODUCTO.
           DISPLAY "CLAVE A REACTIVAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-PROD.
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   IF ESTADO-PROD = "A"
                       DISPLAY "ERROR: EL PRODUCTO YA ESTA ACTIVO"
                   ELSE
                       MOVE "A" TO ESTADO-PROD
                       MOVE ZEROS TO FECHA-BAJA-PROD
                       REWRITE REG-PRODUCTO
                           INVALID KEY
                               DISPLAY "ERROR AL REACTIVAR EL PRODUCTO"
                           NOT INVALID KEY
                               DISPLAY "PRODUCTO REACTIVADO"
                       END-REWRITE
                   END-IF
           END-READ.
       CONSULTAR-PRODUCTO.
           DISPLAY "CLAVE A CONSULTAR: " WITH NO ADVANCING.
           ACCEPT CLAVE-PROD.
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR: PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "CLAVE........ " CLAVE-PROD
                   DISPLAY "DESCRIPCION.. " DESCRIPCION-PROD
                   DISPLAY "LINEA........ " LINEA-PROD
                   DISPLAY "PRECIO....... " PRECIO-PROD
                   DISPLAY "ESTADO....... " ESTADO-PROD
                   DISPLAY "ALTA......... " FECHA-ALTA-PROD
                   DISPLAY "BAJA......... " FECHA-BAJA-PROD
           END-READ.
       LISTAR-PRODUCTOS.
           MOVE ZEROS TO WS-TOTAL-LISTADOS
           MOVE 0 TO SW
           MOVE SPACES TO CLAVE-PROD
           START PRODUCTO KEY IS >= CLAVE-PROD
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LISTAR-UN-PRODUCTO UNTIL SW = 1
           IF WS-TOTAL-LISTADOS = ZEROS
               DISPLAY "SIN PRODUCTOS REGISTRADOS"
           END-IF.
       LISTAR-UN-PRODUCTO.
           READ PRODUCTO NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               MOVE CLAVE-PROD TO CLAVE-L
               MOVE DESCRIPCION-PROD TO DESCRIPCION-L
               MOVE LINEA-PROD TO LINEA-L
               MOVE PRECIO-PROD TO PRECIO-L
               MOVE ESTADO-PROD TO ESTADO-L
               DISPLAY LIN-PRODUCTO
               ADD 1 TO WS-TOTAL-LISTADOS
           END-READ.
