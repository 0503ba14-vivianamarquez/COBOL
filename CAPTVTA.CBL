      * MANTIENE CON MANTCLI. LA CONSULTA BUSCA TAMBIEN EN EL
      * HISTORICO DEL EJERCICIO (VENTAS-AAAA.HIS, SEGUN EL ANIO DE LA
      * FECHA CAPTURADA), A DONDE ARCHVTA MUEVE LAS VENTAS DE ANIOS YA
      * LIQUIDADOS. LA COMISION SOLO SE PAGA SOBRE LO QUE EL CLIENTE
      * VA COBRANDO (COBROS.DAT, QUE SE CAPTURA CON CAPTCOB Y SE CARGA
      * CON CARGACOB): POR ESO NO SE CANCELA UNA VENTA QUE YA TIENE
      * COBROS, Y UN AJUSTE NO PUEDE EXCEDER EL SALDO POR COBRAR DEL
      * FOLIO ORIGINAL, CUYO ACUMULADO AJUSTADO-VTA SE ACTUALIZA AL
      * GRABAR EL AJUSTE (O AL CANCELARLO) PARA QUE LIQVTA Y EL
      * REPORTE DE ANTIGUEDAD DE SALDOS (REPANTIG) TRABAJEN CON EL
      * SALDO REAL. LA VENTA SE CAPTURA POR PARTIDAS (PRODUCTO DEL
      * CATALOGO PRODUCTO.DAT, CANTIDAD Y PRECIO, QUE SI SE DEJA VACIO
      * TOMA EL DE LISTA), HASTA 20 POR FOLIO, Y EL MONTO DE LA VENTA
      * ES LA SUMA DE SUS IMPORTES. CADA PARTIDA LLEVA SU PROPIO
      * PORCENTAJE (PRIMERO EL DEL PRODUCTO, LUEGO EL DE SU LINEA Y
      * DESPUES LOS DEL VENDEDOR Y LA REGION) Y LA COMISION DE LA VENTA
      * ES LA SUMA DE LAS COMISIONES DE SUS PARTIDAS, QUE QUEDAN EN
      * PARTIDAS.DAT PARA EL REPORTE POR PRODUCTO (REPPROD). EL AJUSTE
      * ACREDITA LA COMISION EN PROPORCION AL MONTO DEL FOLIO ORIGINAL.
      * UNA VENTA PUEDE SER COMPARTIDA: SE CAPTURA LA PARTICIPACION DEL
      * VENDEDOR TITULAR Y LA DE LOS DEMAS VENDEDORES (EXISTENTES Y
      * ACTIVOS), QUE DEBEN SUMAR EXACTAMENTE 100, Y QUEDAN EN
      * PARTICIPA.DAT (SOLO PARA LAS VENTAS COMPARTIDAS; SIN REGISTROS
      * EL TITULAR TIENE EL 100). LIQVTA, REPVENTA Y REPMETA REPARTEN
      * CON ESOS PORCENTAJES LA VENTA, SU COMISION Y SUS AJUSTES.
      * EL ACCESO SE VALIDA CONTRA USUARIO.DAT (MANTUSR): USUARIO Y
      * CONTRASENA, CON TRES INTENTOS POR SESION; TRES CONTRASENAS
      * EQUIVOCADAS SEGUIDAS BLOQUEAN AL USUARIO HASTA QUE UN
      * ADMINISTRADOR LO DESBLOQUEE. LA CANCELACION Y EL AJUSTE DE UNA
      * VENTA REQUIEREN ROL SUPERVISOR O ADMINISTRADOR; EL CAPTURISTA
      * SOLO CAPTURA Y CONSULTA. LOS INTENTOS FALLIDOS, LOS BLOQUEOS Y
      * LAS OPCIONES NEGADAS QUEDAN EN ACCESOS.LOG.
      * CADA VENTA QUEDA LIGADA A LA REGION QUE TENIA EL VENDEDOR EN LA
      * FECHA DE LA VENTA SEGUN LOS MOVIMIENTOS DE TERRITORIO.DAT (SI
      * NO HAY MOVIMIENTOS, LA REGION ACTUAL), Y EL AJUSTE CONSERVA LA
      * REGION DE LA VENTA ORIGINAL. SI EL CLIENTE ES DE LA CARTERA
      * DE OTRO VENDEDOR SE AVISA CON EL VENDEDOR TITULAR, PERO LA
      * VENTA SE REGISTRA.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
           SELECT OPTIONAL VENTAS-HIS
             ASSIGN TO RANDOM WS-ARCHIVO-HIS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-X.
           SELECT OPTIONAL PRODUCTO
             ASSIGN TO RANDOM "PRODUCTO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PROD.
           SELECT OPTIONAL PARTIDAS
             ASSIGN TO RANDOM "PARTIDAS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PDA.
           SELECT OPTIONAL PARTICIPA
             ASSIGN TO RANDOM "PARTICIPA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PART
             ALTERNATE RECORD KEY IS CODIGO-PART WITH DUPLICATES.
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
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
           05 FOLIO-REF-VTA PIC 9(6).
           05 LIQUIDADA-VTA PIC X(1).
           05 CLIENTE-VTA PIC 9(5).
           05 COBRADO-VTA PIC 9(7)V99.
           05 AJUSTADO-VTA PIC 9(7)V99.
           05 COMISION-PAG-VTA PIC 9(7)V99.
           05 REGION-VTA PIC X(2).
       FD COMISION.
       01 REG-COMISION.
           05 CLAVE-PCT.
           05 ESTADO-CLI PIC X(1).
           05 FECHA-ALTA-CLI PIC 9(8).
           05 FECHA-BAJA-CLI PIC 9(8).
           05 VENDEDOR-CLI PIC 9(4).
           05 FECHA-ASIG-CLI PIC 9(8).
       FD VENTAS-HIS.
       01 REG-VENTA-HIS.
           05 CLAVE-VENTA-X.
           05 FOLIO-REF-VTA-X PIC 9(6).
           05 LIQUIDADA-VTA-X PIC X(1).
           05 CLIENTE-VTA-X PIC 9(5).
           05 COBRADO-VTA-X PIC 9(7)V99.
           05 AJUSTADO-VTA-X PIC 9(7)V99.
           05 COMISION-PAG-VTA-X PIC 9(7)V99.
           05 REGION-VTA-X PIC X(2).
       FD PRODUCTO.
       01 REG-PRODUCTO.
           05 CLAVE-PROD PIC X(4).
           05 DESCRIPCION-PROD PIC X(30).
           05 LINEA-PROD PIC X(3).
           05 PRECIO-PROD PIC 9(7)V99.
           05 ESTADO-PROD PIC X(1).
           05 FECHA-ALTA-PROD PIC 9(8).
           05 FECHA-BAJA-PROD PIC 9(8).
       FD PARTIDAS.
       01 REG-PARTIDA.
           05 CLAVE-PDA.
               10 CODIGO-PDA PIC 9(4).
               10 FECHA-PDA PIC 9(8).
               10 FOLIO-PDA PIC 9(6).
               10 RENGLON-PDA PIC 9(2).
           05 PRODUCTO-PDA PIC X(4).
           05 LINEA-PDA PIC X(3).
           05 CANTIDAD-PDA PIC 9(5).
           05 PRECIO-PDA PIC 9(7)V99.
           05 IMPORTE-PDA PIC 9(7)V99.
           05 PCT-PDA PIC 9(2)V99.
           05 COMISION-PDA PIC 9(7)V99.
       FD PARTICIPA.
       01 REG-PARTICIPA.
           05 CLAVE-PART.
               10 CODIGO-VTA-PART PIC 9(4).
               10 FECHA-VTA-PART PIC 9(8).
               10 FOLIO-VTA-PART PIC 9(6).
               10 CODIGO-PART PIC 9(4).
           05 PCT-PART PIC 9(3)V99.
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
       WORKING-STORAGE SECTION.
       01 TABLA-PARTICIPANTES.
           05 WS-TOTAL-PART PIC 9(2) VALUE ZEROS.
           05 WS-PART-ENT OCCURS 10 TIMES.
               10 WS-CODIGO-PART-T PIC 9(4).
               10 WS-PCT-PART-T PIC 9(3)V99.
       01 TABLA-PARTIDAS.
           05 WS-TOTAL-PARTIDAS PIC 9(2) VALUE ZEROS.
           05 WS-PARTIDA-ENT OCCURS 20 TIMES.
               10 WS-PRODUCTO-T PIC X(4).
               10 WS-LINEA-T PIC X(3).
               10 WS-CANTIDAD-T PIC 9(5).
               10 WS-PRECIO-T PIC 9(7)V99.
               10 WS-IMPORTE-T PIC 9(7)V99.
               10 WS-PCT-T PIC 9(2)V99.
               10 WS-COMISION-T PIC 9(7)V99.
       01 LIN-PARTIDA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RENGLON-L PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRODUCTO-L PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LINEA-L PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CANTIDAD-L PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRECIO-L PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMPORTE-L PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PCT-L PIC Z9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-L PIC Z,ZZZ,ZZ9.99.
       01 VARIABLES.
           05 SW-PCT PIC 9.
           05 SW-CTL PIC 9.
           05 SW-PDA PIC 9.
           05 SW-PART PIC 9.
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
           05 WS-USUARIO PIC X(10).
           05 WS-OP-AUD PIC X(6).
           05 WS-DESPUES-AUD PIC X(30).
           05 WS-FOLIO-ORIG PIC 9(6).
           05 WS-MONTO-ORIG PIC 9(7)V99.
           05 WS-COMISION-ORIG PIC 9(7)V99.
           05 WS-MONTO-AJUSTE PIC S9(7)V99.
           05 WS-SALDO-VTA PIC 9(7)V99.
           05 WS-IMPORTE-AUD PIC 9(7).99.
           05 WS-PCT-COMISION PIC 9(2)V99.
           05 WS-PCT-HALLADO PIC X.
           05 WS-NIVEL-BUSCA PIC X.
           05 WS-CODIGO-BUSCA PIC X(4).
           05 WS-PRODUCTO-BUSCA PIC X(4).
           05 WS-LINEA-BUSCA PIC X(3).
           05 WS-FIN-PARTIDAS PIC X.
           05 WS-PARTIDA-OK PIC X.
           05 WS-IDX PIC 9(2).
           05 WS-CANTIDAD-CAP PIC X(6).
           05 WS-CANTIDAD PIC 9(5).
           05 WS-PRECIO PIC 9(7)V99.
           05 WS-IMPORTE-PDA PIC 9(7)V99.
           05 WS-MONTO-NUEVO PIC 9(7)V99.
           05 WS-FIN-PART PIC X.
           05 WS-PART-OK PIC X.
           05 WS-PART-REPETIDO PIC X.
           05 WS-IDX-PART PIC 9(2).
           05 WS-CODIGO-PART-CAP PIC 9(4).
           05 WS-PCT-PART-CAP PIC 9(3)V99.
           05 WS-SUMA-PCT PIC 9(4)V99.
           05 WS-PCT-CAP PIC X(8).
           05 WS-PCT-AUD PIC ZZ9.99.
           05 WS-SUMA-ED PIC ZZZ9.99.
           05 WS-COMISION-PDA PIC 9(7)V99.
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-CAP PIC X(8).
           05 WS-FECHA-OK PIC X.
           05 WS-MES-CERRADO PIC X.
           05 WS-CLIENTE-OK PIC X.
           05 WS-ARCHIVO-HIS PIC X(20).
           05 SW-TER PIC 9.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
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
           MOVE "CAPTVTA" TO PROGRAMA-ACC
           MOVE WS-EVENTO-ACC TO EVENTO-ACC
           MOVE WS-DETALLE-ACC TO DETALLE-ACC
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-ACC
           WRITE REG-ACCESO
           CLOSE ACCESOS.
       AUTORIZAR-OPCION.
           EVALUATE WS-OPCION
               WHEN "C" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN "J" MOVE "S" TO WS-ROL-REQUERIDO
               WHEN OTHER MOVE "C" TO WS-ROL-REQUERIDO
           END-EVALUATE
           PERFORM AUTORIZAR-ROL.
       ABRIR-ARCHIVOS.
           OPEN INPUT VENDEDOR.
           OPEN I-O VENTAS.
           OPEN INPUT COMISION.
           OPEN EXTEND VENTAS-AUDIT.
           OPEN INPUT CLIENTE.
           OPEN INPUT PRODUCTO.
           OPEN I-O PARTIDAS.
           OPEN I-O PARTICIPA.
           OPEN INPUT TERRITORIO.
       CERRAR-ARCHIVOS.
           CLOSE VENDEDOR VENTAS COMISION VENTAS-AUDIT CLIENTE.
           CLOSE PRODUCTO PARTIDAS PARTICIPA TERRITORIO.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "--- CAPTURA DE VENTAS ---".
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           PERFORM AUTORIZAR-OPCION.
           IF WS-PERMITIDO = "S"
               EVALUATE WS-OPCION
                   WHEN "A" PERFORM AGREGAR-VENTA
                   WHEN "C" PERFORM CANCELAR-VENTA
                   WHEN "J" PERFORM AJUSTAR-VENTA
                   WHEN "I" PERFORM CONSULTAR-VENTA
                   WHEN "S" MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
       AGREGAR-VENTA.
           DISPLAY "CODIGO DEL VENDEDOR: " WITH NO ADVANCING.
           ACCEPT CODIGO.
               END-IF
           END-IF
           IF WS-FECHA-OK = "S"
               MOVE CODIGO TO WS-CODIGO-RH
               MOVE FECHA-VTA TO WS-FECHA-RH
               MOVE REGION TO WS-REGION-RH
               PERFORM BUSCAR-REGION-HISTORICA
               PERFORM VERIFICAR-MES-CERRADO
               IF WS-MES-CERRADO = "S"
                   DISPLAY "ERROR: EL MES " WS-MES-BUSCA " YA ESTA "
                   ELSE
                       MOVE CLAVE-CLI TO CLIENTE-VTA
                       MOVE "S" TO WS-CLIENTE-OK
                       IF VENDEDOR-CLI NOT = ZEROS AND
                          VENDEDOR-CLI NOT = CODIGO-VTA
                           DISPLAY "AVISO: EL CLIENTE ES DE LA CARTERA "
                                   "DEL VENDEDOR " VENDEDOR-CLI
                       END-IF
                   END-IF
           END-READ.
       GRABAR-VENTA.
           DISPLAY "FOLIO: " WITH NO ADVANCING
           ACCEPT FOLIO-VTA
           MOVE ZEROS TO WS-TOTAL-PARTIDAS
           MOVE ZEROS TO MONTO-VTA
           MOVE ZEROS TO COMISION-VTA
           MOVE "N" TO WS-FIN-PARTIDAS
           DISPLAY "PARTIDAS (PRODUCTO VACIO PARA TERMINAR)"
           PERFORM CAPTURAR-PARTIDA UNTIL WS-FIN-PARTIDAS = "S"
           IF WS-TOTAL-PARTIDAS = ZEROS
               DISPLAY "ERROR: VENTA SIN PARTIDAS. VENTA RECHAZADA"
           ELSE
               PERFORM CAPTURAR-PARTICIPANTES
               IF WS-PART-OK = "S"
                   PERFORM CONFIRMAR-VENTA
               END-IF
           END-IF.
       CONFIRMAR-VENTA.
           DISPLAY "PARTIDAS.. " WS-TOTAL-PARTIDAS
           DISPLAY "MONTO..... " MONTO-VTA
           DISPLAY "COMISION.. " COMISION-VTA
           IF WS-TOTAL-PART > 1
               DISPLAY "COMPARTIDA ENTRE " WS-TOTAL-PART " VENDEDORES"
           END-IF
           DISPLAY "CONFIRMA GRABAR LA VENTA (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               PERFORM ESCRIBIR-VENTA
           ELSE
               DISPLAY "VENTA ABANDONADA"
           END-IF.
       CAPTURAR-PARTICIPANTES.
           MOVE ZEROS TO WS-TOTAL-PART
           MOVE ZEROS TO WS-SUMA-PCT
           MOVE "S" TO WS-PART-OK
           DISPLAY "VENTA COMPARTIDA CON OTROS VENDEDORES (S/N): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               MOVE CODIGO-VTA TO WS-CODIGO-PART-CAP
               DISPLAY "PARTICIPACION DEL TITULAR " CODIGO-VTA
               PERFORM CAPTURAR-PCT-PARTICIPANTE
               MOVE "N" TO WS-FIN-PART
               IF WS-TOTAL-PART = ZEROS
                   MOVE "S" TO WS-FIN-PART
               END-IF
               PERFORM CAPTURAR-PARTICIPANTE UNTIL WS-FIN-PART = "S"
               IF WS-TOTAL-PART < 2
                   DISPLAY "ERROR: UNA VENTA COMPARTIDA NECESITA AL "
                           "MENOS DOS PARTICIPANTES. VENTA RECHAZADA"
                   MOVE "N" TO WS-PART-OK
               ELSE
                   IF WS-SUMA-PCT NOT = 100
                       MOVE WS-SUMA-PCT TO WS-SUMA-ED
                       DISPLAY "ERROR: LAS PARTICIPACIONES SUMAN "
                           WS-SUMA-ED " Y DEBEN SUMAR 100. VENTA "
                           "RECHAZADA"
                       MOVE "N" TO WS-PART-OK
                   END-IF
               END-IF
           END-IF.
       CAPTURAR-PARTICIPANTE.
           IF WS-SUMA-PCT = 100 OR WS-TOTAL-PART = 10
               MOVE "S" TO WS-FIN-PART
           ELSE
               MOVE WS-SUMA-PCT TO WS-SUMA-ED
               DISPLAY "VENDEDOR PARTICIPANTE (VACIO=TERMINAR, "
                   "ASIGNADO " WS-SUMA-ED " DE 100): " WITH NO ADVANCING
               MOVE ZEROS TO WS-CODIGO-PART-CAP
               ACCEPT WS-CODIGO-PART-CAP
               IF WS-CODIGO-PART-CAP = ZEROS
                   MOVE "S" TO WS-FIN-PART
               ELSE
                   PERFORM VALIDAR-PARTICIPANTE
               END-IF
           END-IF.
       VALIDAR-PARTICIPANTE.
           MOVE "N" TO WS-PART-REPETIDO
           PERFORM BUSCAR-PARTICIPANTE-REPETIDO VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART
           IF WS-PART-REPETIDO = "S"
               DISPLAY "ERROR: EL VENDEDOR YA PARTICIPA EN LA VENTA"
           ELSE
               MOVE WS-CODIGO-PART-CAP TO CODIGO
               READ VENDEDOR
                   INVALID KEY
                       DISPLAY "ERROR: VENDEDOR NO ENCONTRADO"
                   NOT INVALID KEY
                       IF ESTADO NOT = "A"
                           DISPLAY "ERROR: VENDEDOR " CODIGO " NO ESTA "
                                   "ACTIVO"
                       ELSE
                           DISPLAY "  " NOMBRE
                           PERFORM CAPTURAR-PCT-PARTICIPANTE
                       END-IF
               END-READ
           END-IF.
       BUSCAR-PARTICIPANTE-REPETIDO.
           IF WS-CODIGO-PART-T (WS-IDX-PART) = WS-CODIGO-PART-CAP
               MOVE "S" TO WS-PART-REPETIDO
           END-IF.
       CAPTURAR-PCT-PARTICIPANTE.
           DISPLAY "PORCENTAJE DE PARTICIPACION (EJEMPLO 50.00): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PCT-CAP
           ACCEPT WS-PCT-CAP
           COMPUTE WS-PCT-PART-CAP = FUNCTION NUMVAL (WS-PCT-CAP)
           IF WS-PCT-PART-CAP = ZEROS OR
              WS-SUMA-PCT + WS-PCT-PART-CAP > 100
               DISPLAY "ERROR: PORCENTAJE EN CERO O LA SUMA EXCEDE 100"
           ELSE
               ADD 1 TO WS-TOTAL-PART
               MOVE WS-CODIGO-PART-CAP TO
                   WS-CODIGO-PART-T (WS-TOTAL-PART)
               MOVE WS-PCT-PART-CAP TO WS-PCT-PART-T (WS-TOTAL-PART)
               ADD WS-PCT-PART-CAP TO WS-SUMA-PCT
           END-IF.
       ESCRIBIR-VENTA.
           MOVE "V" TO TIPO-VTA
           MOVE ZEROS TO FOLIO-REF-VTA
           MOVE SPACE TO LIQUIDADA-VTA
           MOVE ZEROS TO COBRADO-VTA
           MOVE ZEROS TO AJUSTADO-VTA
           MOVE ZEROS TO COMISION-PAG-VTA
           MOVE WS-REGION-RH TO REGION-VTA
           WRITE REG-VENTA
               INVALID KEY
                   DISPLAY "ERROR: LA VENTA YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "VENTA REGISTRADA. COMISION: "
                       COMISION-VTA
                   PERFORM GRABAR-AUDITORIA-ALTA
                   PERFORM GRABAR-PARTIDA VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-PARTIDAS
                   IF WS-TOTAL-PART > 1
                       PERFORM GRABAR-PARTICIPANTE VARYING WS-IDX-PART
                           FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART
                   END-IF
           END-WRITE.
       GRABAR-PARTICIPANTE.
           MOVE CODIGO-VTA TO CODIGO-VTA-PART
           MOVE FECHA-VTA TO FECHA-VTA-PART
           MOVE FOLIO-VTA TO FOLIO-VTA-PART
           MOVE WS-CODIGO-PART-T (WS-IDX-PART) TO CODIGO-PART
           MOVE WS-PCT-PART-T (WS-IDX-PART) TO PCT-PART
           WRITE REG-PARTICIPA
               INVALID KEY
                   DISPLAY "ERROR: YA EXISTE LA PARTICIPACION DEL "
                       "VENDEDOR " CODIGO-PART
               NOT INVALID KEY
                   MOVE "ALTA" TO WS-OP-AUD
                   MOVE "PARTICIPA" TO WS-CAMPO-AUD
                   MOVE SPACES TO WS-ANTES-AUD
                   MOVE PCT-PART TO WS-PCT-AUD
                   MOVE SPACES TO WS-DESPUES-AUD
                   STRING CODIGO-PART " " WS-PCT-AUD "%"
                       DELIMITED BY SIZE INTO WS-DESPUES-AUD
                   PERFORM ESCRIBIR-REG-AUDIT-VTA
           END-WRITE.
       CAPTURAR-PARTIDA.
           MOVE SPACES TO CLAVE-PROD
           DISPLAY "PRODUCTO: " WITH NO ADVANCING
           ACCEPT CLAVE-PROD
           IF CLAVE-PROD = SPACES
               MOVE "S" TO WS-FIN-PARTIDAS
           ELSE
               READ PRODUCTO
                   INVALID KEY
                       DISPLAY "ERROR: PRODUCTO NO ENCONTRADO. "
                               "PARTIDA RECHAZADA"
                   NOT INVALID KEY
                       IF ESTADO-PROD NOT = "A"
                           DISPLAY "ERROR: PRODUCTO " CLAVE-PROD
                                   " NO ESTA ACTIVO. PARTIDA RECHAZADA"
                       ELSE
                           PERFORM CAPTURAR-CANTIDAD-PRECIO
                       END-IF
               END-READ
           END-IF.
       CAPTURAR-CANTIDAD-PRECIO.
           MOVE "S" TO WS-PARTIDA-OK
           DISPLAY "  " DESCRIPCION-PROD " LINEA " LINEA-PROD
           DISPLAY "CANTIDAD: " WITH NO ADVANCING
           MOVE SPACES TO WS-CANTIDAD-CAP
           ACCEPT WS-CANTIDAD-CAP
           COMPUTE WS-CANTIDAD = FUNCTION NUMVAL (WS-CANTIDAD-CAP)
           DISPLAY "PRECIO (VACIO=" PRECIO-PROD "): " WITH NO ADVANCING
           MOVE SPACES TO WS-MONTO-CAP
           ACCEPT WS-MONTO-CAP
           IF WS-MONTO-CAP = SPACES
               MOVE PRECIO-PROD TO WS-PRECIO
           ELSE
               COMPUTE WS-PRECIO = FUNCTION NUMVAL (WS-MONTO-CAP)
           END-IF
           IF WS-CANTIDAD = ZEROS OR WS-PRECIO = ZEROS
               DISPLAY "ERROR: CANTIDAD O PRECIO EN CERO. PARTIDA "
                       "RECHAZADA"
               MOVE "N" TO WS-PARTIDA-OK
           ELSE
               COMPUTE WS-IMPORTE-PDA = WS-CANTIDAD * WS-PRECIO
                   ON SIZE ERROR
                       MOVE "N" TO WS-PARTIDA-OK
               END-COMPUTE
               IF WS-PARTIDA-OK = "S"
                   COMPUTE WS-MONTO-NUEVO = MONTO-VTA + WS-IMPORTE-PDA
                       ON SIZE ERROR
                           MOVE "N" TO WS-PARTIDA-OK
                   END-COMPUTE
               END-IF
               IF WS-PARTIDA-OK = "N"
                   DISPLAY "ERROR: IMPORTE FUERA DE RANGO. PARTIDA "
                           "RECHAZADA"
               ELSE
                   PERFORM AGREGAR-PARTIDA
               END-IF
           END-IF.
       AGREGAR-PARTIDA.
           ADD 1 TO WS-TOTAL-PARTIDAS
           MOVE WS-TOTAL-PARTIDAS TO WS-IDX
           MOVE CLAVE-PROD TO WS-PRODUCTO-T (WS-IDX)
           MOVE LINEA-PROD TO WS-LINEA-T (WS-IDX)
           MOVE WS-CANTIDAD TO WS-CANTIDAD-T (WS-IDX)
           MOVE WS-PRECIO TO WS-PRECIO-T (WS-IDX)
           MOVE WS-IMPORTE-PDA TO WS-IMPORTE-T (WS-IDX)
           MOVE CLAVE-PROD TO WS-PRODUCTO-BUSCA
           MOVE LINEA-PROD TO WS-LINEA-BUSCA
           PERFORM BUSCAR-PORCENTAJE
           MOVE WS-PCT-COMISION TO WS-PCT-T (WS-IDX)
           COMPUTE WS-COMISION-PDA ROUNDED =
               WS-IMPORTE-PDA * WS-PCT-COMISION / 100
           MOVE WS-COMISION-PDA TO WS-COMISION-T (WS-IDX)
           ADD WS-IMPORTE-PDA TO MONTO-VTA
           ADD WS-COMISION-PDA TO COMISION-VTA
           DISPLAY "  PARTIDA " WS-IDX ": IMPORTE " WS-IMPORTE-PDA
               " AL " WS-PCT-COMISION "% = " WS-COMISION-PDA
           IF WS-TOTAL-PARTIDAS = 20
               DISPLAY "SE ALCANZO EL MAXIMO DE 20 PARTIDAS"
               MOVE "S" TO WS-FIN-PARTIDAS
           END-IF.
       GRABAR-PARTIDA.
           MOVE CODIGO-VTA TO CODIGO-PDA
           MOVE FECHA-VTA TO FECHA-PDA
           MOVE FOLIO-VTA TO FOLIO-PDA
           MOVE WS-IDX TO RENGLON-PDA
           MOVE WS-PRODUCTO-T (WS-IDX) TO PRODUCTO-PDA
           MOVE WS-LINEA-T (WS-IDX) TO LINEA-PDA
           MOVE WS-CANTIDAD-T (WS-IDX) TO CANTIDAD-PDA
           MOVE WS-PRECIO-T (WS-IDX) TO PRECIO-PDA
           MOVE WS-IMPORTE-T (WS-IDX) TO IMPORTE-PDA
           MOVE WS-PCT-T (WS-IDX) TO PCT-PDA
           MOVE WS-COMISION-T (WS-IDX) TO COMISION-PDA
           WRITE REG-PARTIDA
               INVALID KEY
                   DISPLAY "ERROR: YA EXISTE LA PARTIDA " WS-IDX
                       " DEL FOLIO " FOLIO-VTA
           END-WRITE.
       CANCELAR-VENTA.
           PERFORM CAPTURAR-CLAVE-VENTA
           READ VENTAS
                       IF TIPO-VTA = "C"
                           DISPLAY "ERROR: LA VENTA YA ESTA CANCELADA"
                       ELSE
                           IF COBRADO-VTA > ZEROS
                               DISPLAY "ERROR: LA VENTA TIENE COBROS "
                                       "REGISTRADOS. NO SE CANCELA"
                           ELSE
                               PERFORM CONFIRMAR-CANCELACION
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                       MOVE "TIPO" TO WS-CAMPO-AUD
                       MOVE "C" TO WS-DESPUES-AUD
                       PERFORM ESCRIBIR-REG-AUDIT-VTA
                       IF WS-ANTES-AUD = "A"
                           COMPUTE WS-MONTO-AJUSTE = 0 - MONTO-VTA
                           MOVE FOLIO-REF-VTA TO WS-FOLIO-ORIG
                           PERFORM ACTUALIZAR-AJUSTADO
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY "CANCELACION ABANDONADA"
       CAPTURAR-AJUSTE.
           DISPLAY "MONTO ORIGINAL.... " MONTO-VTA
           DISPLAY "COMISION ORIGINAL. " COMISION-VTA
           DISPLAY "COBRADO........... " COBRADO-VTA
           DISPLAY "AJUSTADO.......... " AJUSTADO-VTA
           MOVE FOLIO-VTA TO WS-FOLIO-ORIG
           MOVE MONTO-VTA TO WS-MONTO-ORIG
           MOVE COMISION-VTA TO WS-COMISION-ORIG
           COMPUTE WS-SALDO-VTA =
               MONTO-VTA - COBRADO-VTA - AJUSTADO-VTA
           DISPLAY "FOLIO DEL AJUSTE: " WITH NO ADVANCING
           ACCEPT FOLIO-VTA
           IF FOLIO-VTA = WS-FOLIO-ORIG
               IF MONTO-VTA = ZEROS
                   DISPLAY "ERROR: MONTO EN CERO. AJUSTE RECHAZADO"
               ELSE
                   IF MONTO-VTA > WS-SALDO-VTA
                       DISPLAY "ERROR: EL AJUSTE EXCEDE EL SALDO POR "
                               "COBRAR (" WS-SALDO-VTA "). AJUSTE "
                               "RECHAZADO"
                   ELSE
                       PERFORM GRABAR-AJUSTE
                   END-IF
               END-IF
           END-IF.
       GRABAR-AJUSTE.
           COMPUTE COMISION-VTA ROUNDED =
               WS-COMISION-ORIG * MONTO-VTA / WS-MONTO-ORIG
           MOVE "A" TO TIPO-VTA
           MOVE WS-FOLIO-ORIG TO FOLIO-REF-VTA
           MOVE SPACE TO LIQUIDADA-VTA
           MOVE ZEROS TO COBRADO-VTA
           MOVE ZEROS TO AJUSTADO-VTA
           MOVE ZEROS TO COMISION-PAG-VTA
           WRITE REG-VENTA
               INVALID KEY
                   DISPLAY "ERROR: YA EXISTE UNA VENTA CON ESE FOLIO"
                   MOVE MONTO-VTA TO WS-IMPORTE-AUD
                   MOVE WS-IMPORTE-AUD TO WS-DESPUES-AUD
                   PERFORM ESCRIBIR-REG-AUDIT-VTA
                   MOVE MONTO-VTA TO WS-MONTO-AJUSTE
                   PERFORM ACTUALIZAR-AJUSTADO
           END-WRITE.
       ACTUALIZAR-AJUSTADO.
           MOVE WS-FOLIO-ORIG TO FOLIO-VTA
           READ VENTAS
               INVALID KEY
                   DISPLAY "ERROR: NO SE ENCONTRO EL FOLIO ORIGINAL "
                       WS-FOLIO-ORIG
               NOT INVALID KEY
                   ADD WS-MONTO-AJUSTE TO AJUSTADO-VTA
                   REWRITE REG-VENTA
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL FOLIO "
                               "ORIGINAL " WS-FOLIO-ORIG
                   END-REWRITE
           END-READ.
       VERIFICAR-MES-CERRADO.
           MOVE FECHA-VTA (1:6) TO WS-MES-BUSCA
           MOVE "N" TO WS-MES-CERRADO
           WRITE REG-AUDIT-VTA.
       BUSCAR-PORCENTAJE.
           MOVE 10.00 TO WS-PCT-COMISION
           MOVE "P" TO WS-NIVEL-BUSCA
           MOVE WS-PRODUCTO-BUSCA TO WS-CODIGO-BUSCA
           PERFORM BUSCAR-PCT-NIVEL
           IF WS-PCT-HALLADO = "N"
               MOVE "L" TO WS-NIVEL-BUSCA
               MOVE SPACES TO WS-CODIGO-BUSCA
               MOVE WS-LINEA-BUSCA TO WS-CODIGO-BUSCA (1:3)
               PERFORM BUSCAR-PCT-NIVEL
           END-IF
           IF WS-PCT-HALLADO = "N"
               MOVE "V" TO WS-NIVEL-BUSCA
               MOVE CODIGO TO WS-CODIGO-BUSCA
               PERFORM BUSCAR-PCT-NIVEL
           END-IF
           IF WS-PCT-HALLADO = "N"
               MOVE "R" TO WS-NIVEL-BUSCA
               MOVE SPACES TO WS-CODIGO-BUSCA
                   MOVE PORCENTAJE-PCT TO WS-PCT-COMISION
               END-IF
           END-READ.
       BUSCAR-REGION-HISTORICA.
           MOVE WS-CODIGO-RH TO CODIGO-TER
           MOVE ZEROS TO FECHA-TER
           MOVE ZEROS TO SECUENCIA-TER
           MOVE 0 TO SW-TER
           START TERRITORIO KEY IS >= CLAVE-TER
               INVALID KEY
                   MOVE 1 TO SW-TER
           END-START
           PERFORM LEER-REGION-HISTORICA UNTIL SW-TER = 1.
       LEER-REGION-HISTORICA.
           READ TERRITORIO NEXT RECORD
             AT END
               MOVE 1 TO SW-TER
             NOT AT END
               IF CODIGO-TER NOT = WS-CODIGO-RH
                   MOVE 1 TO SW-TER
               ELSE
                   IF FECHA-TER > WS-FECHA-RH
                       IF REGION-ANT-TER NOT = SPACES
                           MOVE REGION-ANT-TER TO WS-REGION-RH
                       END-IF
                       MOVE 1 TO SW-TER
                   ELSE
                       MOVE REGION-NVA-TER TO WS-REGION-RH
                   END-IF
               END-IF
           END-READ.
       CONSULTAR-VENTA.
           PERFORM CAPTURAR-CLAVE-VENTA
           READ VENTAS
           DISPLAY "MONTO..... " MONTO-VTA
           DISPLAY "COMISION.. " COMISION-VTA
           DISPLAY "CLIENTE... " CLIENTE-VTA
           DISPLAY "REGION.... " REGION-VTA
           IF TIPO-VTA = "V"
               COMPUTE WS-SALDO-VTA =
                   MONTO-VTA - COBRADO-VTA - AJUSTADO-VTA
               DISPLAY "COBRADO... " COBRADO-VTA
               DISPLAY "AJUSTADO.. " AJUSTADO-VTA
               DISPLAY "SALDO..... " WS-SALDO-VTA
               DISPLAY "COM. PAG.. " COMISION-PAG-VTA
           END-IF
           EVALUATE TIPO-VTA
               WHEN "C"
                   DISPLAY "TIPO...... C (CANCELADA)"
                       FOLIO-REF-VTA ")"
               WHEN OTHER
                   DISPLAY "TIPO...... V (VENTA)"
           END-EVALUATE
           IF TIPO-VTA NOT = "A"
               PERFORM MOSTRAR-PARTICIPANTES
               PERFORM MOSTRAR-PARTIDAS
           END-IF.
       MOSTRAR-PARTICIPANTES.
           MOVE 0 TO SW-PART
           MOVE CODIGO-VTA TO CODIGO-VTA-PART
           MOVE FECHA-VTA TO FECHA-VTA-PART
           MOVE FOLIO-VTA TO FOLIO-VTA-PART
           MOVE ZEROS TO CODIGO-PART
           START PARTICIPA KEY IS >= CLAVE-PART
               INVALID KEY
                   MOVE 1 TO SW-PART
           END-START
           PERFORM MOSTRAR-PARTICIPANTE UNTIL SW-PART = 1.
       MOSTRAR-PARTICIPANTE.
           READ PARTICIPA NEXT RECORD
             AT END
               MOVE 1 TO SW-PART
             NOT AT END
               IF CODIGO-VTA-PART NOT = CODIGO-VTA OR
                  FECHA-VTA-PART NOT = FECHA-VTA OR
                  FOLIO-VTA-PART NOT = FOLIO-VTA
                   MOVE 1 TO SW-PART
               ELSE
                   MOVE PCT-PART TO WS-PCT-AUD
                   DISPLAY "PARTICIPA. " CODIGO-PART " " WS-PCT-AUD "%"
               END-IF
           END-READ.
       MOSTRAR-PARTIDAS.
           MOVE 0 TO SW-PDA
           MOVE CODIGO-VTA TO CODIGO-PDA
           MOVE FECHA-VTA TO FECHA-PDA
           MOVE FOLIO-VTA TO FOLIO-PDA
           MOVE ZEROS TO RENGLON-PDA
           START PARTIDAS KEY IS >= CLAVE-PDA
               INVALID KEY
                   MOVE 1 TO SW-PDA
           END-START
           DISPLAY "   #  PROD  LIN  CANTIDAD        PRECIO       "
               "IMPORTE      %      COMISION"
           PERFORM MOSTRAR-PARTIDA UNTIL SW-PDA = 1.
       MOSTRAR-PARTIDA.
           READ PARTIDAS NEXT RECORD
             AT END
               MOVE 1 TO SW-PDA
             NOT AT END
               IF CODIGO-PDA NOT = CODIGO-VTA OR
                  FECHA-PDA NOT = FECHA-VTA OR
                  FOLIO-PDA NOT = FOLIO-VTA
                   MOVE 1 TO SW-PDA
               ELSE
                   MOVE RENGLON-PDA TO RENGLON-L
                   MOVE PRODUCTO-PDA TO PRODUCTO-L
                   MOVE LINEA-PDA TO LINEA-L
                   MOVE CANTIDAD-PDA TO CANTIDAD-L
                   MOVE PRECIO-PDA TO PRECIO-L
                   MOVE IMPORTE-PDA TO IMPORTE-L
                   MOVE PCT-PDA TO PCT-L
                   MOVE COMISION-PDA TO COMISION-L
                   DISPLAY LIN-PARTIDA
               END-IF
           END-READ.
