       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTB.
      *-------------------------
      * MANTENIMIENTO DEL CATALOGO DE CUENTAS CONTABLES (CUENTAS.DAT)
      * QUE USA POLIZA PARA ARMAR LA POLIZA MENSUAL DE VENTAS Y
      * COMISIONES. LA CLAVE ES CONCEPTO + REGION: VNTA (INGRESO POR
      * VENTAS), CLTE (CLIENTES), GCOM (GASTO POR COMISIONES), PCOM
      * (COMISIONES POR PAGAR), GBON (GASTO POR BONO DE META) Y RETP
      * (RETENCIONES DE IMPUESTOS POR PAGAR). UNA CUENTA CON REGION EN
      * BLANCO VALE PARA TODAS LAS REGIONES; UNA CON REGION (QUE DEBE
      * EXISTIR EN REGION.DAT) TIENE PRECEDENCIA PARA ESA REGION. LA
      * REGION DE CADA VENTA ES SU CENTRO DE COSTO EN LA POLIZA. EL
      * ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR) COMO EN MANTREG;
      * AGREGAR, CAMBIAR O ELIMINAR UNA CUENTA REQUIERE ROL SUPERVISOR
      * O ADMINISTRADOR, EL CAPTURISTA SOLO CONSULTA Y LISTA. LOS
      * INTENTOS FALLIDOS, LOS BLOQUEOS Y LAS OPCIONES NEGADAS QUEDAN
      * EN ACCESOS.LOG.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS
             ASSIGN TO RANDOM "CUENTAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CTB.
           SELECT OPTIONAL REGIONES
             ASSIGN TO RANDOM "REGION.DAT"
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
      *-------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS.
       01 REG-CUENTA.
           05 CLAVE-CTB.
               10 CONCEPTO-CTB PIC X(4).
               10 REGION-CTB PIC X(2).
           05 CUENTA-CTB PIC X(20).
           05 DESCRIPCION-CTB PIC X(30).
       FD REGIONES.
       01 REG-REGION.
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
           05 WS-CLAVE-OK PIC X.
           05 WS-CUENTA PIC X(20).
           05 WS-DESCRIPCION PIC X(30).
           05 WS-TOTAL-LISTADAS PIC 9(4).
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
           MOVE "MANTCTB" TO PROGRAMA-ACC
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
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN I-O CUENTAS.
           OPEN INPUT REGIONES.
       CERRAR-ARCHIVOS.
           CLOSE CUENTAS REGIONES.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- CATALOGO DE CUENTAS CONTABLES ---".
           DISPLAY "A - AGREGAR".
           DISPLAY "C - CAMBIAR".
           DISPLAY "E - ELIMINAR".
           DISPLAY "I - CONSULTAR".
           DISPLAY "L - LISTAR".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-CUENTA
                   WHEN "C" PERFORM CAMBIAR-CUENTA
                   WHEN "E" PERFORM ELIMINAR-CUENTA
                   WHEN "I" PERFORM CONSULTAR-CUENTA
                   WHEN "L" PERFORM LISTAR-CUENTAS
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       CAPTURAR-CLAVE.
           MOVE SPACES TO CLAVE-CTB
           MOVE "N" TO WS-CLAVE-OK
           DISPLAY "CONCEPTO (VNTA=VENTAS, CLTE=CLIENTES, "
                   "GCOM=GASTO COMISIONES, PCOM=COMISIONES POR PAGAR,"
           DISPLAY "          GBON=GASTO BONO META, "
                   "RETP=RETENCIONES POR PAGAR)"
           DISPLAY "CONCEPTO: " WITH NO ADVANCING
           ACCEPT CONCEPTO-CTB
           DISPLAY "REGION (VACIO=TODAS LAS REGIONES): "
               WITH NO ADVANCING
           ACCEPT REGION-CTB
           IF CONCEPTO-CTB NOT = "VNTA" AND CONCEPTO-CTB NOT = "CLTE"
              AND CONCEPTO-CTB NOT = "GCOM"
              AND CONCEPTO-CTB NOT = "PCOM"
              AND CONCEPTO-CTB NOT = "GBON"
              AND CONCEPTO-CTB NOT = "RETP"
               DISPLAY "ERROR: CONCEPTO INVALIDO"
           ELSE
               MOVE "S" TO WS-CLAVE-OK
           END-IF.
       VALIDAR-REGION.
           IF REGION-CTB NOT = SPACES
               MOVE REGION-CTB TO CLAVE-REG
               READ REGIONES
                   INVALID KEY
                       DISPLAY "ERROR: LA REGION " REGION-CTB
                               " NO EXISTE EN REGION.DAT"
                       MOVE "N" TO WS-CLAVE-OK
               END-READ
           END-IF.
       AGREGAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               PERFORM VALIDAR-REGION
           END-IF
           IF WS-CLAVE-OK = "S"
               DISPLAY "CUENTA CONTABLE: " WITH NO ADVANCING
               ACCEPT CUENTA-CTB
               DISPLAY "DESCRIPCION: " WITH NO ADVANCING
               ACCEPT DESCRIPCION-CTB
               IF CUENTA-CTB = SPACES
                   DISPLAY "ERROR: CUENTA CONTABLE EN BLANCO"
               ELSE
                   WRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "ERROR: EL CONCEPTO YA TIENE CUENTA "
                                   "PARA ESA REGION"
                       NOT INVALID KEY
                           DISPLAY "CUENTA AGREGADA"
                   END-WRITE
               END-IF
           END-IF.
       CAMBIAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "ERROR: CUENTA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM CAPTURAR-CAMBIOS
               END-READ
           END-IF.
       CAPTURAR-CAMBIOS.
           DISPLAY "CUENTA ACTUAL.... " CUENTA-CTB
           DISPLAY "DESCRIPCION...... " DESCRIPCION-CTB
           MOVE SPACES TO WS-CUENTA
           MOVE SPACES TO WS-DESCRIPCION
           DISPLAY "NUEVA CUENTA (VACIO=SIN CAMBIO): " WITH NO ADVANCING
           ACCEPT WS-CUENTA
           DISPLAY "NUEVA DESCRIPCION (VACIO=SIN CAMBIO): "
               WITH NO ADVANCING
           ACCEPT WS-DESCRIPCION
           IF WS-CUENTA NOT = SPACES
               MOVE WS-CUENTA TO CUENTA-CTB
           END-IF
           IF WS-DESCRIPCION NOT = SPACES
               MOVE WS-DESCRIPCION TO DESCRIPCION-CTB
           END-IF
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR LA CUENTA"
               NOT INVALID KEY
                   DISPLAY "CUENTA ACTUALIZADA"
           END-REWRITE.
       ELIMINAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "ERROR: CUENTA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-ELIMINACION
               END-READ
           END-IF.
       CONFIRMAR-ELIMINACION.
           DISPLAY "CUENTA..... " CUENTA-CTB
           DISPLAY "CONFIRMA ELIMINAR (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               DELETE CUENTAS
                   INVALID KEY
                       DISPLAY "ERROR AL ELIMINAR LA CUENTA"
                   NOT INVALID KEY
                       DISPLAY "CUENTA ELIMINADA"
               END-DELETE
           ELSE
               DISPLAY "ELIMINACION CANCELADA"
           END-IF.
       CONSULTAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "ERROR: CUENTA NO ENCONTRADA"
                   NOT INVALID KEY
                       DISPLAY "CONCEPTO... " CONCEPTO-CTB
                       DISPLAY "REGION..... " REGION-CTB
                       DISPLAY "CUENTA..... " CUENTA-CTB
                       DISPLAY "DESCRIPCION " DESCRIPCION-CTB
               END-READ
           END-IF.
       LISTAR-CUENTAS.
           MOVE ZEROS TO WS-TOTAL-LISTADAS
           MOVE 0 TO SW
           MOVE SPACES TO CLAVE-CTB
           START CUENTAS KEY IS >= CLAVE-CTB
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LISTAR-UNA-CUENTA UNTIL SW = 1
           IF WS-TOTAL-LISTADAS = ZEROS
               DISPLAY "SIN CUENTAS REGISTRADAS"
           END-IF.
       LISTAR-UNA-CUENTA.
           READ CUENTAS NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               DISPLAY CONCEPTO-CTB "  " REGION-CTB "  " CUENTA-CTB
                       "  " DESCRIPCION-CTB
               ADD 1 TO WS-TOTAL-LISTADAS
           END-READ.
