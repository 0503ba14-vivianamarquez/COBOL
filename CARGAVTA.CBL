      * VENTAS_EXCEP.TXT CON SU MOTIVO, EL RESUMEN DE APLICADAS Y
      * RECHAZADAS QUEDA EN CARGAVTA.LST AL ESTILO DE MANTLOTE.LST Y
      * CADA ALTA SE REGISTRA EN VENTAS-AUDIT.DAT CON EL NOMBRE DEL
      * PROGRAMA COMO USUARIO. LA VENTA ENTRA SIN COBROS; LO QUE EL
      * CLIENTE VA PAGANDO SE REGISTRA DESPUES CON CAPTCOB O CARGACOB.
      * CADA DETALLE DE VENTA VA SEGUIDO DE SUS PARTIDAS, UNA POR
      * RENGLON (PDA|PRODUCTO|CANTIDAD|PRECIO, PRECIO VACIO = EL DE
      * LISTA), QUE NO CUENTAN EN EL TRAILER. LA VENTA SE APLICA AL
      * LLEGAR EL SIGUIENTE DETALLE O EL TRL: SE RECHAZA SI NO TRAE
      * PARTIDAS, SI ALGUNA PARTIDA ES INVALIDA (PRODUCTO INEXISTENTE
      * O INACTIVO EN PRODUCTO.DAT, CANTIDAD O PRECIO EN CERO) O SI LA
      * SUMA DE SUS IMPORTES NO ES EL MONTO DEL DETALLE. LA COMISION
      * SE CALCULA POR PARTIDA CON LA MISMA PRECEDENCIA DE CAPTVTA
      * (PRODUCTO, LINEA, VENDEDOR, REGION) Y LAS PARTIDAS QUEDAN EN
      * PARTIDAS.DAT. UNA VENTA COMPARTIDA TRAE ADEMAS UN RENGLON POR
      * PARTICIPANTE (PAR|CODIGO|PORCENTAJE), INCLUIDO EL TITULAR, QUE
      * TAMPOCO CUENTA EN EL TRAILER; CADA PARTICIPANTE DEBE EXISTIR Y
      * ESTAR ACTIVO Y LOS PORCENTAJES DEBEN SUMAR 100. LAS
      * PARTICIPACIONES QUEDAN EN PARTICIPA.DAT COMO LAS CAPTURA
      * CAPTVTA. CADA VENTA QUEDA LIGADA A LA REGION QUE TENIA EL
      * VENDEDOR EN LA FECHA DE LA VENTA SEGUN TERRITORIO.DAT, IGUAL
      * QUE EN CAPTVTA. SI EL CLIENTE ES DE LA CARTERA DE OTRO
      * VENDEDOR LA VENTA SE APLICA DE TODOS MODOS, PERO EL RESULTADO
      * EN CARGAVTA.LST LLEVA EL AVISO CON EL VENDEDOR TITULAR Y SE
      * CUENTAN APARTE EN LOS TOTALES.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
           SELECT RESUMEN
             ASSIGN TO RANDOM "CARGAVTA.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
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
       FD RESUMEN.
       01 REG-RESUMEN PIC X(100).
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
       01 REG-TRAILER-IN.
           05 TIPO-T PIC X(3).
           05 FOLIO-E PIC X(6).
           05 MONTO-E PIC X(10).
           05 CLIENTE-E PIC X(5).
       01 CAMPOS-PARTIDA.
           05 TIPO-P PIC X(3).
           05 PRODUCTO-P PIC X(4).
           05 CANTIDAD-P PIC X(5).
           05 PRECIO-P PIC X(10).
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
       01 CAMPOS-PARTICIPANTE.
           05 TIPO-PA PIC X(3).
           05 CODIGO-PA PIC X(4).
           05 PCT-PA PIC X(8).
       01 TABLA-PARTICIPANTES.
           05 WS-TOTAL-PART PIC 9(2) VALUE ZEROS.
           05 WS-PART-ENT OCCURS 10 TIMES.
               10 WS-CODIGO-PART-T PIC 9(4).
               10 WS-PCT-PART-T PIC 9(3)V99.
       01 REG-EXCEP-DET.
           05 CODIGO-X PIC X(4).
           05 FILLER PIC X VALUE "|".
       01 LIN-TOT-RECHAZADAS.
           05 FILLER PIC X(26) VALUE "VENTAS RECHAZADAS: ".
           05 RECHAZADAS-R PIC ZZZ,ZZ9.
       01 LIN-TOT-OTRA-CARTERA.
           05 FILLER PIC X(26) VALUE "APLICADAS DE OTRA CARTERA:".
           05 OTRA-CARTERA-R PIC ZZZ,ZZ9.
       01 TABLA-MESES-CERRADOS.
           05 WS-TOTAL-MESES PIC 9(3) VALUE ZEROS.
           05 WS-MES-ENT OCCURS 120 TIMES.
           05 WS-MOTIVO PIC X(100).
           05 WS-PUNTERO PIC 9(4).
           05 WS-IDX PIC 9(3).
           05 WS-IDX-PDA PIC 9(2).
           05 WS-HAY-PENDIENTE PIC X VALUE "N".
           05 WS-RENGLON-PDA PIC 9(2).
           05 WS-CANTIDAD-PDA PIC 9(5).
           05 WS-PRECIO-PDA PIC 9(7)V99.
           05 WS-IMPORTE-PDA PIC 9(7)V99.
           05 WS-SUMA-PARTIDAS PIC 9(8)V99.
           05 WS-IMPORTE-OK PIC X.
           05 WS-RENGLON-PART PIC 9(2).
           05 WS-IDX-PART PIC 9(2).
           05 WS-PCT-PART PIC 9(3)V99.
           05 WS-SUMA-PCT PIC 9(4)V99.
           05 WS-PART-REPETIDO PIC X.
           05 WS-HAY-TITULAR PIC X.
           05 WS-PCT-AUD PIC ZZ9.99.
           05 WS-MES-CERRADO PIC X.
           05 WS-PCT-COMISION PIC 9(2)V99.
           05 WS-PCT-HALLADO PIC X.
           05 WS-TOTAL-TRAILER PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-APLICADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-OTRA-CARTERA PIC 9(6) VALUE ZEROS.
           05 WS-VENDEDOR-CARTERA PIC 9(4) VALUE ZEROS.
           05 SW-TER PIC 9.
           05 WS-CODIGO-RH PIC 9(4).
           05 WS-FECHA-RH PIC 9(8).
           05 WS-REGION-RH PIC X(2).
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
               PERFORM APLICAR-PLANO
               DISPLAY "VENTAS APLICADAS: " WS-TOTAL-APLICADAS
               DISPLAY "VENTAS RECHAZADAS: " WS-TOTAL-RECHAZADAS
               DISPLAY "APLICADAS DE OTRA CARTERA: "
                       WS-TOTAL-OTRA-CARTERA
           END-IF
           STOP RUN.
       VERIFICAR-PLANO.
                           MOVE REG-PLANO (1:10) TO REG-TRAILER-IN
                           MOVE TOTAL-T TO WS-TOTAL-TRAILER
                           MOVE "S" TO WS-HAY-TRL
                       WHEN "PDA"
                           CONTINUE
                       WHEN "PAR"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-DETALLES
                   END-EVALUATE
           OPEN OUTPUT EXCEPCIONES
           OPEN EXTEND VENTAS-AUDIT
           OPEN OUTPUT RESUMEN
           OPEN INPUT PRODUCTO
           OPEN I-O PARTIDAS
           OPEN I-O PARTICIPA
           OPEN INPUT TERRITORIO
           MOVE "N" TO WS-HAY-PENDIENTE
           PERFORM PROCESAR UNTIL SW = 1
           PERFORM ESCRIBIR-TOTALES
           CLOSE VENDEDOR VENTAS COMISION CLIENTE PLANO EXCEPCIONES
                 VENTAS-AUDIT RESUMEN PRODUCTO PARTIDAS PARTICIPA
                 TERRITORIO.
       PROCESAR.
           READ PLANO
             AT END
               PERFORM CERRAR-VENTA-PENDIENTE
               MOVE 1 TO SW
             NOT AT END
               IF REG-PLANO (1:3) = "PDA" OR REG-PLANO (1:3) = "PAR"
                   PERFORM APLICAR-RENGLON-VENTA
               ELSE
                   PERFORM CERRAR-VENTA-PENDIENTE
                   IF REG-PLANO (1:3) NOT = "HDR" AND
                      REG-PLANO (1:3) NOT = "TRL"
                       PERFORM APLICAR-DETALLE
                   END-IF
               END-IF
           END-READ.
       APLICAR-DETALLE.
           INSPECT FOLIO-E REPLACING LEADING " " BY "0"
           INSPECT CLIENTE-E REPLACING LEADING " " BY "0"
           PERFORM VALIDAR-DETALLE
           MOVE ZEROS TO WS-TOTAL-PARTIDAS
           MOVE ZEROS TO WS-SUMA-PARTIDAS
           MOVE ZEROS TO WS-RENGLON-PDA
           MOVE ZEROS TO WS-TOTAL-PART
           MOVE ZEROS TO WS-SUMA-PCT
           MOVE ZEROS TO WS-RENGLON-PART
           MOVE "S" TO WS-HAY-PENDIENTE.
       APLICAR-RENGLON-VENTA.
           IF WS-HAY-PENDIENTE = "N"
               MOVE SPACES TO CAMPOS-ENTRADA
               MOVE REG-PLANO (1:3) TO CODIGO-E
               MOVE SPACES TO WS-MOTIVO
               STRING "RENGLON " REG-PLANO (1:3) " SIN VENTA;"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RECHAZAR-PARTIDA-SUELTA
           ELSE
               IF REG-PLANO (1:3) = "PDA"
                   PERFORM APLICAR-PARTIDA
               ELSE
                   PERFORM APLICAR-PARTICIPANTE
               END-IF
           END-IF.
       APLICAR-PARTICIPANTE.
           MOVE SPACES TO CAMPOS-PARTICIPANTE
           UNSTRING REG-PLANO DELIMITED BY "|"
               INTO TIPO-PA CODIGO-PA PCT-PA
           END-UNSTRING
           INSPECT CODIGO-PA REPLACING LEADING " " BY "0"
           ADD 1 TO WS-RENGLON-PART
           COMPUTE WS-PCT-PART = FUNCTION NUMVAL (PCT-PA)
           IF CODIGO-PA NOT NUMERIC OR CODIGO-PA = "0000" OR
              WS-PCT-PART = ZEROS
               MOVE "N" TO WS-VALIDO
               STRING "PARTICIPANTE " WS-RENGLON-PART
                   " CODIGO O PORCENTAJE INVALIDO;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               PERFORM VALIDAR-PARTICIPANTE
           END-IF.
       VALIDAR-PARTICIPANTE.
           MOVE "N" TO WS-PART-REPETIDO
           PERFORM BUSCAR-PARTICIPANTE-REPETIDO VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART
           IF WS-PART-REPETIDO = "S" OR WS-TOTAL-PART = 10
               MOVE "N" TO WS-VALIDO
               STRING "PARTICIPANTE " WS-RENGLON-PART
                   " REPETIDO O EXCEDE 10;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               MOVE CODIGO-PA TO CODIGO
               READ VENDEDOR
                   INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       STRING "PARTICIPANTE " CODIGO-PA
                           " NO EXISTE;" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                   NOT INVALID KEY
                       IF ESTADO NOT = "A"
                           MOVE "N" TO WS-VALIDO
                           STRING "PARTICIPANTE " CODIGO-PA
                               " NO ACTIVO;" DELIMITED BY SIZE
                               INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                       ELSE
                           ADD 1 TO WS-TOTAL-PART
                           MOVE CODIGO-PA TO
                               WS-CODIGO-PART-T (WS-TOTAL-PART)
                           MOVE WS-PCT-PART TO
                               WS-PCT-PART-T (WS-TOTAL-PART)
                           ADD WS-PCT-PART TO WS-SUMA-PCT
                       END-IF
               END-READ
           END-IF.
       BUSCAR-PARTICIPANTE-REPETIDO.
           IF WS-CODIGO-PART-T (WS-IDX-PART) = CODIGO-PA
               MOVE "S" TO WS-PART-REPETIDO
           END-IF.
       BUSCAR-TITULAR.
           IF WS-CODIGO-PART-T (WS-IDX-PART) = CODIGO-E
               MOVE "S" TO WS-HAY-TITULAR
           END-IF.
       APLICAR-PARTIDA.
           MOVE SPACES TO CAMPOS-PARTIDA
           UNSTRING REG-PLANO DELIMITED BY "|"
               INTO TIPO-P PRODUCTO-P CANTIDAD-P PRECIO-P
           END-UNSTRING
           ADD 1 TO WS-RENGLON-PDA
           PERFORM VALIDAR-PARTIDA.
       VALIDAR-PARTIDA.
           IF WS-TOTAL-PARTIDAS = 20
               MOVE "N" TO WS-VALIDO
               STRING "MAS DE 20 PARTIDAS;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               MOVE PRODUCTO-P TO CLAVE-PROD
               READ PRODUCTO
                   INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       STRING "PARTIDA " WS-RENGLON-PDA
                           " PRODUCTO NO EXISTE;" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                   NOT INVALID KEY
                       IF ESTADO-PROD NOT = "A"
                           MOVE "N" TO WS-VALIDO
                           STRING "PARTIDA " WS-RENGLON-PDA
                               " PRODUCTO NO ACTIVO;" DELIMITED BY SIZE
                               INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                       ELSE
                           PERFORM VALIDAR-IMPORTE-PARTIDA
                       END-IF
               END-READ
           END-IF.
       VALIDAR-IMPORTE-PARTIDA.
           IF PRECIO-P = SPACES
               MOVE PRECIO-PROD TO WS-PRECIO-PDA
           ELSE
               COMPUTE WS-PRECIO-PDA = FUNCTION NUMVAL (PRECIO-P)
           END-IF
           COMPUTE WS-CANTIDAD-PDA = FUNCTION NUMVAL (CANTIDAD-P)
           IF WS-CANTIDAD-PDA = ZEROS OR WS-PRECIO-PDA = ZEROS
               MOVE "N" TO WS-VALIDO
               STRING "PARTIDA " WS-RENGLON-PDA
                   " CANTIDAD O PRECIO INVALIDO;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
               MOVE "S" TO WS-IMPORTE-OK
               COMPUTE WS-IMPORTE-PDA = WS-PRECIO-PDA * WS-CANTIDAD-PDA
                   ON SIZE ERROR
                       MOVE "N" TO WS-IMPORTE-OK
               END-COMPUTE
               IF WS-IMPORTE-OK = "N"
                   MOVE "N" TO WS-VALIDO
                   STRING "PARTIDA " WS-RENGLON-PDA
                       " IMPORTE FUERA DE RANGO;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               ELSE
                   ADD 1 TO WS-TOTAL-PARTIDAS
                   MOVE WS-TOTAL-PARTIDAS TO WS-IDX-PDA
                   MOVE CLAVE-PROD TO WS-PRODUCTO-T (WS-IDX-PDA)
                   MOVE LINEA-PROD TO WS-LINEA-T (WS-IDX-PDA)
                   MOVE WS-CANTIDAD-PDA TO WS-CANTIDAD-T (WS-IDX-PDA)
                   MOVE WS-PRECIO-PDA TO WS-PRECIO-T (WS-IDX-PDA)
                   MOVE WS-IMPORTE-PDA TO WS-IMPORTE-T (WS-IDX-PDA)
                   ADD WS-IMPORTE-PDA TO WS-SUMA-PARTIDAS
               END-IF
           END-IF.
       CERRAR-VENTA-PENDIENTE.
           IF WS-HAY-PENDIENTE = "S"
               MOVE "N" TO WS-HAY-PENDIENTE
               IF WS-TOTAL-PARTIDAS = ZEROS AND WS-RENGLON-PDA = ZEROS
                   MOVE "N" TO WS-VALIDO
                   STRING "VENTA SIN PARTIDAS;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               END-IF
               IF WS-RENGLON-PART > ZEROS
                   PERFORM VALIDAR-REPARTO
               END-IF
               IF WS-VALIDO = "S" AND
                  WS-SUMA-PARTIDAS NOT = FUNCTION NUMVAL (MONTO-E)
                   MOVE "N" TO WS-VALIDO
                   STRING "PARTIDAS NO SUMAN EL MONTO;"
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               END-IF
               IF WS-VALIDO = "S"
                   PERFORM GRABAR-VENTA
               ELSE
                   PERFORM RECHAZAR-DETALLE
               END-IF
           END-IF.
       VALIDAR-REPARTO.
           MOVE "N" TO WS-HAY-TITULAR
           PERFORM BUSCAR-TITULAR VARYING WS-IDX-PART
               FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART
           IF WS-VALIDO = "S"
               IF WS-TOTAL-PART < 2 OR WS-HAY-TITULAR = "N"
                   MOVE "N" TO WS-VALIDO
                   STRING "COMPARTIDA SIN TITULAR O SIN SEGUNDO "
                       "PARTICIPANTE;" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PUNTERO
               END-IF
           END-IF
           IF WS-VALIDO = "S" AND WS-SUMA-PCT NOT = 100
               MOVE "N" TO WS-VALIDO
               STRING "PARTICIPACIONES NO SUMAN 100;" DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           END-IF.
       VALIDAR-DETALLE.
           MOVE "S" TO WS-VALIDO
               PERFORM VALIDAR-CLIENTE
           END-IF.
       VALIDAR-CLIENTE.
           MOVE ZEROS TO WS-VENDEDOR-CARTERA
           MOVE CLIENTE-E TO CLAVE-CLI
           READ CLIENTE
               INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       STRING "CLIENTE NO ACTIVO;" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-PUNTERO
                   ELSE
                       MOVE VENDEDOR-CLI TO WS-VENDEDOR-CARTERA
                   END-IF
           END-READ.
       VALIDAR-VENDEDOR.
           MOVE FECHA-E TO FECHA-VTA
           MOVE FOLIO-E TO FOLIO-VTA
           COMPUTE MONTO-VTA = FUNCTION NUMVAL (MONTO-E)
           MOVE CODIGO-E TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE SPACES TO REGION
           END-READ
           MOVE CODIGO-VTA TO WS-CODIGO-RH
           MOVE FECHA-VTA TO WS-FECHA-RH
           MOVE REGION TO WS-REGION-RH
           PERFORM BUSCAR-REGION-HISTORICA
           MOVE ZEROS TO COMISION-VTA
           PERFORM CALCULAR-COMISION-PARTIDA VARYING WS-IDX-PDA
               FROM 1 BY 1 UNTIL WS-IDX-PDA > WS-TOTAL-PARTIDAS
           MOVE "V" TO TIPO-VTA
           MOVE ZEROS TO FOLIO-REF-VTA
           MOVE SPACE TO LIQUIDADA-VTA
           MOVE CLIENTE-E TO CLIENTE-VTA
           MOVE ZEROS TO COBRADO-VTA
           MOVE ZEROS TO AJUSTADO-VTA
           MOVE ZEROS TO COMISION-PAG-VTA
           MOVE WS-REGION-RH TO REGION-VTA
           WRITE REG-VENTA
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   PERFORM RECHAZAR-DETALLE
               NOT INVALID KEY
                   MOVE "APLICADA" TO RESULTADO-R
                   IF WS-VENDEDOR-CARTERA NOT = ZEROS AND
                      WS-VENDEDOR-CARTERA NOT = CODIGO-VTA
                       STRING "APLICADA. AVISO: CLIENTE DE LA CARTERA "
                              "DEL VENDEDOR " WS-VENDEDOR-CARTERA
                              DELIMITED BY SIZE INTO RESULTADO-R
                       ADD 1 TO WS-TOTAL-OTRA-CARTERA
                   END-IF
                   PERFORM ESCRIBIR-RESULTADO
                   ADD 1 TO WS-TOTAL-APLICADAS
                   PERFORM GRABAR-AUDITORIA-ALTA
                   PERFORM GRABAR-PARTIDA VARYING WS-IDX-PDA
                       FROM 1 BY 1 UNTIL WS-IDX-PDA > WS-TOTAL-PARTIDAS
                   PERFORM GRABAR-PARTICIPANTE VARYING WS-IDX-PART
                       FROM 1 BY 1 UNTIL WS-IDX-PART > WS-TOTAL-PART
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
                       "VENDEDOR " CODIGO-PART " EN EL FOLIO " FOLIO-VTA
               NOT INVALID KEY
                   MOVE "PARTICIPA" TO CAMPO-AUDV
                   MOVE SPACES TO ANTES-AUDV
                   MOVE PCT-PART TO WS-PCT-AUD
                   MOVE SPACES TO DESPUES-AUDV
                   STRING CODIGO-PART " " WS-PCT-AUD "%"
                       DELIMITED BY SIZE INTO DESPUES-AUDV
                   MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-AUDV
                   WRITE REG-AUDIT-VTA
           END-WRITE.
       CALCULAR-COMISION-PARTIDA.
           PERFORM BUSCAR-PORCENTAJE
           MOVE WS-PCT-COMISION TO WS-PCT-T (WS-IDX-PDA)
           COMPUTE WS-COMISION-T (WS-IDX-PDA) ROUNDED =
               WS-IMPORTE-T (WS-IDX-PDA) * WS-PCT-COMISION / 100
           ADD WS-COMISION-T (WS-IDX-PDA) TO COMISION-VTA.
       GRABAR-PARTIDA.
           MOVE CODIGO-VTA TO CODIGO-PDA
           MOVE FECHA-VTA TO FECHA-PDA
           MOVE FOLIO-VTA TO FOLIO-PDA
           MOVE WS-IDX-PDA TO RENGLON-PDA
           MOVE WS-PRODUCTO-T (WS-IDX-PDA) TO PRODUCTO-PDA
           MOVE WS-LINEA-T (WS-IDX-PDA) TO LINEA-PDA
           MOVE WS-CANTIDAD-T (WS-IDX-PDA) TO CANTIDAD-PDA
           MOVE WS-PRECIO-T (WS-IDX-PDA) TO PRECIO-PDA
           MOVE WS-IMPORTE-T (WS-IDX-PDA) TO IMPORTE-PDA
           MOVE WS-PCT-T (WS-IDX-PDA) TO PCT-PDA
           MOVE WS-COMISION-T (WS-IDX-PDA) TO COMISION-PDA
           WRITE REG-PARTIDA
               INVALID KEY
                   DISPLAY "ERROR: YA EXISTE LA PARTIDA " WS-IDX-PDA
                       " DEL FOLIO " FOLIO-VTA
           END-WRITE.
       BUSCAR-PORCENTAJE.
           MOVE 10.00 TO WS-PCT-COMISION
           MOVE "P" TO WS-NIVEL-BUSCA
           MOVE WS-PRODUCTO-T (WS-IDX-PDA) TO WS-CODIGO-BUSCA
           PERFORM BUSCAR-PCT-NIVEL
           IF WS-PCT-HALLADO = "N"
               MOVE "L" TO WS-NIVEL-BUSCA
               MOVE SPACES TO WS-CODIGO-BUSCA
               MOVE WS-LINEA-T (WS-IDX-PDA) TO WS-CODIGO-BUSCA (1:3)
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
       RECHAZAR-DETALLE.
           MOVE CODIGO-E TO CODIGO-X
           MOVE FECHA-E TO FECHA-X
               INTO RESULTADO-R
           PERFORM ESCRIBIR-RESULTADO
           ADD 1 TO WS-TOTAL-RECHAZADAS.
       RECHAZAR-PARTIDA-SUELTA.
           MOVE CODIGO-E TO CODIGO-X
           MOVE SPACES TO FECHA-X
           MOVE SPACES TO FOLIO-X
           MOVE WS-MOTIVO TO MOTIVO-X
           WRITE REG-EXCEPCION FROM REG-EXCEP-DET
           MOVE SPACES TO RESULTADO-R
           STRING "RECHAZADA: " WS-MOTIVO DELIMITED BY SIZE
               INTO RESULTADO-R
           PERFORM ESCRIBIR-RESULTADO.
       ESCRIBIR-RESULTADO.
           MOVE CODIGO-E TO CODIGO-R
           MOVE FECHA-E TO FECHA-RR
       ESCRIBIR-TOTALES.
           MOVE WS-TOTAL-APLICADAS TO APLICADAS-R
           MOVE WS-TOTAL-RECHAZADAS TO RECHAZADAS-R
           MOVE WS-TOTAL-OTRA-CARTERA TO OTRA-CARTERA-R
           MOVE SPACES TO REG-RESUMEN
           WRITE REG-RESUMEN
           WRITE REG-RESUMEN FROM LIN-TOT-APLICADAS
           WRITE REG-RESUMEN FROM LIN-TOT-RECHAZADAS
           WRITE REG-RESUMEN FROM LIN-TOT-OTRA-CARTERA.
       GRABAR-AUDITORIA-ALTA.
           MOVE CODIGO-VTA TO CODIGO-AUDV
           MOVE FECHA-VTA TO FECHA-AUDV
