      * CAMBIO (SOLICITADO AL INICIO DE LA SESION). LA REGION DE UNA
      * ALTA O DE UN CAMBIO DEBE EXISTIR EN EL CATALOGO REGION.DAT
      * (MANTREG); UNA REGION DESCONOCIDA RECHAZA LA OPERACION.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. LA BAJA Y LA REACTIVACION REQUIEREN
      * ROL SUPERVISOR O ADMINISTRADOR; EL CAPTURISTA SOLO AGREGA,
      * CAMBIA Y CONSULTA, Y EN UN CAMBIO NO PUEDE MODIFICAR EL ESTADO
      * (SE CONSERVA EL ANTERIOR Y LA NEGATIVA QUEDA REGISTRADA). LOS
      * INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS OPCIONES NEGADAS QUEDAN
      * EN ACCESOS.LOG.
      * CADA CAMBIO DE REGION (Y LA REGION INICIAL DE UNA ALTA) QUEDA
      * ADEMAS COMO MOVIMIENTO DE TERRITORIO EN TERRITORIO.DAT CON LA
      * FECHA, LA REGION ANTERIOR Y LA NUEVA, PARA QUE LAS VENTAS Y
      * LOS REPORTES USEN LA REGION QUE TENIA EL VENDEDOR EN CADA FECHA.
      * UN VENDEDOR CON CLIENTES EN SU CARTERA (VENDEDOR TITULAR EN
      * CLIENTE.DAT) NO SE PUEDE DAR DE BAJA NI PASAR A INACTIVO EN UN
      * CAMBIO HASTA QUE SU CARTERA SE REASIGNE CON REASCART.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-REG.
           SELECT OPTIONAL USUARIOS
             ASSIGN TO RANDOM "USUARIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-USR.
           SELECT OPTIONAL ACCESOS
             ASSIGN TO RANDOM "ACCESOS.LOG"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERRITORIO
             ASSIGN TO RANDOM "TERRITORIO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-TER.
           SELECT OPTIONAL CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
      *-------------------------
       DATA DIVISION.
       FILE SECTION.
           05 CLAVE-REG PIC X(2).
           05 NOMBRE-REG PIC X(20).
           05 GERENTE-REG PIC X(20).
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
       FD TERRITORIO.
       01 REG-TERRITORIO.
           05 CLAVE-TER.
               10 CODIGO-TER PIC 9(4).
               10 FECHA-TER PIC 9(8).
               10 SECUENCIA-TER PIC 9(3).
           05 REGION-ANT-TER PIC X(2).
           05 REGION-NVA-TER PIC X(2).
           05 ORIGEN-TER PIC X(8).
           05 USUARIO-TER PIC X(10).
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
       WORKING-STORAGE SECTION.
       01 VARIABLES.
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
           05 WS-RESPUESTA PIC X.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-OP-AUD PIC X(6).
           05 WS-TOTAL-COINCIDE PIC 9(4).
           05 WS-REGION-OK PIC X.
           05 SW-BUSCA PIC 9.
           05 SW-TER PIC 9.
           05 WS-FECHA-TER PIC 9(8).
           05 WS-SECUENCIA-TER PIC 9(3).
           05 WS-TIENE-CARTERA PIC X.
       01 VALORES-ANTERIORES.
           05 NOMBRE-ANT PIC X(20).
           05 TELEFONO-ANT PIC X(10).
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
           MOVE "MANTVEND" TO PROGRAMA-ACC
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
           OPEN I-O VENDEDOR.
           OPEN EXTEND VENDEDOR-AUDIT.
           OPEN INPUT VENDEDOR-HIST.
           OPEN INPUT REGIONES.
           OPEN I-O TERRITORIO.
           OPEN INPUT CLIENTE.
       CERRAR-ARCHIVOS.
           CLOSE VENDEDOR VENDEDOR-AUDIT VENDEDOR-HIST REGIONES
                 TERRITORIO CLIENTE.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- MANTENIMIENTO DE VENDEDORES ---".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-VENDEDOR
                   WHEN "B" PERFORM BUSCAR-POR-NOMBRE
                   WHEN "C" PERFORM CAMBIAR-VENDEDOR
                   WHEN "E" PERFORM ELIMINAR-VENDEDOR
                   WHEN "R" PERFORM REACTIVAR-VENDEDOR
                   WHEN "I" PERFORM CONSULTAR-VENDEDOR
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       AGREGAR-VENDEDOR.
           DISPLAY "CODIGO: " WITH NO ADVANCING.
           ACCEPT CODIGO.
                   ACCEPT CONTACTO
                   DISPLAY "NUEVO ESTADO (A/I): " WITH NO ADVANCING
                   ACCEPT ESTADO
                   IF ESTADO NOT = ESTADO-ANT
                       MOVE "S" TO WS-ROL-REQUERIDO
                       PERFORM AUTORIZAR-ROL
                       IF WS-PERMITIDO = "N"
                           MOVE ESTADO-ANT TO ESTADO
                           DISPLAY "EL ESTADO SE CONSERVA: " ESTADO
                       END-IF
                   END-IF
                   DISPLAY "NUEVA REGION: " WITH NO ADVANCING
                   ACCEPT REGION
                   PERFORM VALIDAR-REGION
                   MOVE "N" TO WS-TIENE-CARTERA
                   IF ESTADO NOT = "A" AND ESTADO-ANT = "A"
                       PERFORM VERIFICAR-CARTERA
                   END-IF
                   IF WS-REGION-OK = "N"
                       DISPLAY "ERROR: LA REGION " REGION " NO EXISTE "
                               "EN EL CATALOGO. CAMBIO RECHAZADO"
                   END-IF
                   IF WS-TIENE-CARTERA = "S"
                       DISPLAY "ERROR: EL VENDEDOR TIENE CLIENTES EN "
                               "CARTERA. REASIGNELOS CON REASCART. "
                               "CAMBIO RECHAZADO"
                   END-IF
                   IF WS-REGION-OK = "S" AND WS-TIENE-CARTERA = "N"
                       IF ESTADO = "A"
                           MOVE ZEROS TO FECHA-BAJA
                       ELSE
                   IF ESTADO = "I"
                       DISPLAY "ERROR: EL VENDEDOR YA ESTA INACTIVO"
                   ELSE
                       PERFORM VERIFICAR-CARTERA
                       IF WS-TIENE-CARTERA = "S"
                           DISPLAY "ERROR: EL VENDEDOR TIENE CLIENTES "
                                   "EN CARTERA. REASIGNELOS CON "
                                   "REASCART ANTES DE LA BAJA"
                       ELSE
                           PERFORM CONFIRMAR-BAJA
                       END-IF
                   END-IF
           END-READ.
       CONFIRMAR-BAJA.
               MOVE REGION-ANT TO ANTES-AUD
               MOVE REGION TO DESPUES-AUD
               PERFORM ESCRIBIR-REG-AUDIT
               PERFORM REGISTRAR-TERRITORIO
           END-IF
           IF FECHA-BAJA-ANT NOT = FECHA-BAJA
               MOVE WS-OP-AUD TO OPERACION-AUD
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           WRITE REG-AUDIT.
       REGISTRAR-TERRITORIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-TER
           MOVE ZEROS TO WS-SECUENCIA-TER
           MOVE CODIGO TO CODIGO-TER
           MOVE WS-FECHA-TER TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           MOVE 0 TO SW-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW-TER
           END-START
           PERFORM LEER-SECUENCIA-TER UNTIL SW-TER = 1
           ADD 1 TO WS-SECUENCIA-TER
           MOVE CODIGO TO CODIGO-TER
           MOVE WS-FECHA-TER TO FECHA-TER
           MOVE WS-SECUENCIA-TER TO SECUENCIA-TER
           MOVE REGION-ANT TO REGION-ANT-TER
           MOVE REGION TO REGION-NVA-TER
           MOVE "MANTVEND" TO ORIGEN-TER
           MOVE WS-USUARIO TO USUARIO-TER
           WRITE REG-TERRITORIO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR MOVIMIENTO DE TERRITORIO"
           END-WRITE.
       LEER-SECUENCIA-TER.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW-TER
             NOT AT END
               IF CODIGO-TER NOT = CODIGO OR
                  FECHA-TER NOT = WS-FECHA-TER
                   MOVE 1 TO SW-TER
               ELSE
                   MOVE SECUENCIA-TER TO WS-SECUENCIA-TER
               END-IF
           END-READ.
       VERIFICAR-CARTERA.
           MOVE "S" TO WS-TIENE-CARTERA
           MOVE CODIGO TO VENDEDOR-CLI
           START CLIENTE KEY IS = VENDEDOR-CLI
               INVALID KEY
                   MOVE "N" TO WS-TIENE-CARTERA
           END-START.
