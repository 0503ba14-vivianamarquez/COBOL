      * DESCARTADAS) SE ELIMINAN DEL ARCHIVO; LAS PENDIENTES SE
      * CONSERVAN PARA LA SIGUIENTE SESION, ASI EL ARCHIVO SE DRENA EN
      * VEZ DE ACUMULARSE.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. DESCARTAR UNA EXCEPCION REQUIERE
      * ROL SUPERVISOR O ADMINISTRADOR; SI EL USUARIO NO LO TIENE LA
      * EXCEPCION QUEDA PENDIENTE. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y
      * LAS OPCIONES NEGADAS QUEDAN EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL VENDEDOR-AUDIT
             ASSIGN TO RANDOM "VENDEDOR-AUDIT.DAT"
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
           05 TIMESTAMP-AUD PIC X(21).
           05 FILLER PIC X VALUE "|".
           05 USUARIO-AUD PIC X(10).
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
       01 REG-EXCEP-DET.
           05 CODIGO-X PIC X(4).
           05 WS-FS-EXCEP PIC X(2).
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
           05 WS-OP-AUD PIC X(6).
           05 WS-USUARIO PIC X(10).
           05 WS-TOTAL-CORREGIDAS PIC 9(4) VALUE ZEROS.
       PRINCIPAL.
           PERFORM IDENTIFICAR-USUARIO.
           MOVE 0 TO SW
           IF WS-ACCESO-OK NOT = "S"
               DISPLAY "ACCESO DENEGADO"
               STOP RUN
           END-IF
           OPEN INPUT EXCEPCIONES
           IF WS-FS-EXCEP = "35"
               DISPLAY "ERROR: NO EXISTE VENDEDOR_EXCEP.TXT"
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
           MOVE "CORRVEND" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "D" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       PROCESAR.
           READ EXCEPCIONES
             AT END
           EVALUATE WS-OPCION
               WHEN "C" PERFORM CORREGIR-VENDEDOR
               WHEN "P" PERFORM CONSERVAR-EXCEPCION
               WHEN "D"
                   PERFORM AUTORIZAR-OPCION
                   IF WS-PERMITIDO = "S"
                       ADD 1 TO WS-TOTAL-DESCARTADAS
                   ELSE
                       PERFORM CONSERVAR-EXCEPCION
                   END-IF
               WHEN "S"
                   MOVE "S" TO WS-SALIR
                   PERFORM CONSERVAR-EXCEPCION
