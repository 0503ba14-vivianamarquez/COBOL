       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGVTA.
      *-------------------------
      * RECONSTRUYE VENTAS.DAT BAJO EL REGIMEN DE COBRANZA (CAMPOS
      * COBRADO-VTA, AJUSTADO-VTA Y COMISION-PAG-VTA) A PARTIR DE UNA
      * COPIA DEL ARCHIVO ANTERIOR (VENTAS.OLD). ES UN PROGRAMA DE UNA
      * SOLA CORRIDA, IGUAL QUE REORGV: ANTES DE EJECUTARLO HAY QUE
      * RENOMBRAR EL VENTAS.DAT ACTUAL A VENTAS.OLD. CON EL PARAMETRO
      * ANIO=AAAA RECONSTRUYE EN CAMBIO EL HISTORICO DE ESE EJERCICIO
      * (VENTAS-AAAA.OLD A VENTAS-AAAA.HIS). EL REGISTRO QUE DEJA
      * (76 POSICIONES) YA NO ES EL QUE LEEN CAPTVTA, ARCHVTA Y LOS
      * REPORTES: SU SALIDA, RENOMBRADA DE NUEVO A .OLD, ES LA ENTRADA
      * DE REGIONVT, QUE PRODUCE EL REGISTRO ACTUAL DE VENTAS (78
      * POSICIONES, CON REGION-VTA). LAS VENTAS QUE LIQVTA YA LIQUIDO
      * ANTES DE LA COBRANZA SE DAN POR COBRADAS Y PAGADAS (COBRADO =
      * MONTO MENOS AJUSTES, COMISION PAGADA = COMISION MENOS LA DE SUS
      * AJUSTES); LAS NO LIQUIDADAS ENTRAN SIN COBROS. UNA SEGUNDA
      * PASADA SUMA CADA AJUSTE (TIPO "A") AL AJUSTADO-VTA DE SU FOLIO
      * ORIGINAL.
      * SI EL ARCHIVO DESTINO YA EXISTE CON REGISTROS NO LO
      * RECONSTRUYE A MENOS QUE SE RECIBA EL PARAMETRO CONFIRMAR POR
      * COMMAND-LINE, Y EN ESE CASO RESPALDA LOS REGISTROS ACTUALES EN
      * VENTAS.PREBAK (O VENTAS-AAAA.PREBAK) ANTES DE TRUNCARLO.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-OLD
             ASSIGN TO RANDOM WS-ARCHIVO-OLD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-O
             FILE STATUS IS WS-FS-VENTAS-OLD.
           SELECT VENTAS-NEW
             ASSIGN TO RANDOM WS-ARCHIVO-NEW
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-N
             FILE STATUS IS WS-FS-VENTAS-NEW.
           SELECT VENTAS-PREBAK
             ASSIGN TO RANDOM WS-ARCHIVO-PREBAK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-VENTA-PB.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENTAS-OLD.
       01 REG-VENTA-OLD.
           05 CLAVE-VENTA-O.
               10 CODIGO-VTA-O PIC 9(4).
               10 FECHA-VTA-O PIC 9(8).
               10 FOLIO-VTA-O PIC 9(6).
           05 MONTO-VTA-O PIC 9(7)V99.
           05 COMISION-VTA-O PIC 9(7)V99.
           05 TIPO-VTA-O PIC X(1).
           05 FOLIO-REF-VTA-O PIC 9(6).
           05 LIQUIDADA-VTA-O PIC X(1).
           05 CLIENTE-VTA-O PIC 9(5).
       FD VENTAS-NEW.
       01 REG-VENTA-NEW.
           05 CLAVE-VENTA-N.
               10 CODIGO-VTA-N PIC 9(4).
               10 FECHA-VTA-N PIC 9(8).
               10 FOLIO-VTA-N PIC 9(6).
           05 MONTO-VTA-N PIC 9(7)V99.
           05 COMISION-VTA-N PIC 9(7)V99.
           05 TIPO-VTA-N PIC X(1).
           05 FOLIO-REF-VTA-N PIC 9(6).
           05 LIQUIDADA-VTA-N PIC X(1).
           05 CLIENTE-VTA-N PIC 9(5).
           05 COBRADO-VTA-N PIC 9(7)V99.
           05 AJUSTADO-VTA-N PIC 9(7)V99.
           05 COMISION-PAG-VTA-N PIC 9(7)V99.
       FD VENTAS-PREBAK.
       01 REG-VENTA-PREBAK.
           05 CLAVE-VENTA-PB.
               10 CODIGO-VTA-PB PIC 9(4).
               10 FECHA-VTA-PB PIC 9(8).
               10 FOLIO-VTA-PB PIC 9(6).
           05 FILLER PIC X(58).
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 SW PIC 9.
           05 WS-FS-VENTAS-OLD PIC X(2).
           05 WS-FS-VENTAS-NEW PIC X(2).
           05 WS-ARCHIVO-OLD PIC X(20).
           05 WS-ARCHIVO-NEW PIC X(20).
           05 WS-ARCHIVO-PREBAK PIC X(20).
           05 WS-ANIO PIC X(4).
           05 WS-TOTAL-MIGRADAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-AJUSTES PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-HUERFANOS PIC 9(6) VALUE ZEROS.
           05 WS-TIENE-DATOS PIC X VALUE "N".
           05 WS-CONFIRMA-RESET PIC X VALUE "N".
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           PERFORM ARMAR-NOMBRES.
           PERFORM VERIFICAR-ARCHIVO-EXISTENTE.
           IF WS-TIENE-DATOS = "S" AND WS-CONFIRMA-RESET = "N"
               DISPLAY "ERROR: " WS-ARCHIVO-NEW " YA EXISTE Y TIENE "
                       "REGISTROS. USE EL PARAMETRO CONFIRMAR PARA "
                       "RECONSTRUIRLO."
           ELSE
               OPEN INPUT VENTAS-OLD
               IF WS-FS-VENTAS-OLD = "35"
                   DISPLAY "ERROR: NO EXISTE " WS-ARCHIVO-OLD
               ELSE
                   IF WS-TIENE-DATOS = "S"
                       PERFORM RESPALDAR-ARCHIVO
                   END-IF
                   OPEN OUTPUT VENTAS-NEW
                   PERFORM ARRANCAR-ARCHIVO
                   PERFORM PROCESAR UNTIL SW = 1
                   CLOSE VENTAS-NEW
                   OPEN I-O VENTAS-NEW
                   PERFORM ARRANCAR-ARCHIVO
                   PERFORM APLICAR-AJUSTES UNTIL SW = 1
                   PERFORM CERRAR-ARCHIVOS
                   DISPLAY "VENTAS REORGANIZADAS EN " WS-ARCHIVO-NEW
                       ": " WS-TOTAL-MIGRADAS
                   DISPLAY "AJUSTES APLICADOS A SU FOLIO ORIGINAL: "
                       WS-TOTAL-AJUSTES
                   IF WS-TOTAL-HUERFANOS > ZEROS
                       DISPLAY "AVISO: AJUSTES SIN FOLIO ORIGINAL: "
                           WS-TOTAL-HUERFANOS
                   END-IF
               END-IF
           END-IF
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE SPACES TO WS-ANIO
           MOVE "N" TO WS-CONFIRMA-RESET
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) = "CONFIRMAR"
                       MOVE "S" TO WS-CONFIRMA-RESET
                   END-IF
                   IF WS-TOKEN (WS-IDX) (1:5) = "ANIO="
                       MOVE WS-TOKEN (WS-IDX) (6:4) TO WS-ANIO
                   END-IF
               END-PERFORM
           END-IF.
       ARMAR-NOMBRES.
           MOVE SPACES TO WS-ARCHIVO-OLD
           MOVE SPACES TO WS-ARCHIVO-NEW
           MOVE SPACES TO WS-ARCHIVO-PREBAK
           IF WS-ANIO = SPACES
               MOVE "VENTAS.OLD" TO WS-ARCHIVO-OLD
               MOVE "VENTAS.DAT" TO WS-ARCHIVO-NEW
               MOVE "VENTAS.PREBAK" TO WS-ARCHIVO-PREBAK
           ELSE
               STRING "VENTAS-" WS-ANIO ".OLD" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-OLD
               STRING "VENTAS-" WS-ANIO ".HIS" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-NEW
               STRING "VENTAS-" WS-ANIO ".PREBAK" DELIMITED BY SIZE
                   INTO WS-ARCHIVO-PREBAK
           END-IF.
       VERIFICAR-ARCHIVO-EXISTENTE.
           MOVE "N" TO WS-TIENE-DATOS
           OPEN I-O VENTAS-NEW
           IF WS-FS-VENTAS-NEW = "35"
               MOVE "N" TO WS-TIENE-DATOS
           ELSE
               MOVE LOW-VALUES TO CLAVE-VENTA-N
               START VENTAS-NEW KEY IS >= CLAVE-VENTA-N
                   INVALID KEY
                       MOVE "N" TO WS-TIENE-DATOS
                   NOT INVALID KEY
                       READ VENTAS-NEW NEXT RECORD
                           AT END
                               MOVE "N" TO WS-TIENE-DATOS
                           NOT AT END
                               MOVE "S" TO WS-TIENE-DATOS
                       END-READ
               END-START
               CLOSE VENTAS-NEW
           END-IF.
       RESPALDAR-ARCHIVO.
           OPEN INPUT VENTAS-NEW
           OPEN OUTPUT VENTAS-PREBAK
           MOVE LOW-VALUES TO CLAVE-VENTA-N
           START VENTAS-NEW KEY IS >= CLAVE-VENTA-N
           END-START
           MOVE 0 TO SW
           PERFORM RESPALDAR-REGISTRO UNTIL SW = 1
           CLOSE VENTAS-NEW VENTAS-PREBAK.
       RESPALDAR-REGISTRO.
           READ VENTAS-NEW NEXT RECORD
               AT END
                   MOVE 1 TO SW
               NOT AT END
                   MOVE REG-VENTA-NEW TO REG-VENTA-PREBAK
                   WRITE REG-VENTA-PREBAK
           END-READ.
       CERRAR-ARCHIVOS.
           CLOSE VENTAS-OLD VENTAS-NEW.
       ARRANCAR-ARCHIVO.
           MOVE 0 TO SW
           MOVE LOW-VALUES TO CLAVE-VENTA-O
           START VENTAS-OLD KEY IS >= CLAVE-VENTA-O
               INVALID KEY
                   MOVE 1 TO SW
           END-START.
       PROCESAR.
           READ VENTAS-OLD NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               MOVE CLAVE-VENTA-O TO CLAVE-VENTA-N
               MOVE MONTO-VTA-O TO MONTO-VTA-N
               MOVE COMISION-VTA-O TO COMISION-VTA-N
               MOVE TIPO-VTA-O TO TIPO-VTA-N
               MOVE FOLIO-REF-VTA-O TO FOLIO-REF-VTA-N
               MOVE LIQUIDADA-VTA-O TO LIQUIDADA-VTA-N
               MOVE CLIENTE-VTA-O TO CLIENTE-VTA-N
               MOVE ZEROS TO AJUSTADO-VTA-N
               IF LIQUIDADA-VTA-O = "S" AND TIPO-VTA-O = "V"
                   MOVE MONTO-VTA-O TO COBRADO-VTA-N
                   MOVE COMISION-VTA-O TO COMISION-PAG-VTA-N
               ELSE
                   MOVE ZEROS TO COBRADO-VTA-N
                   MOVE ZEROS TO COMISION-PAG-VTA-N
               END-IF
               WRITE REG-VENTA-NEW
               ADD 1 TO WS-TOTAL-MIGRADAS
           END-READ.
       APLICAR-AJUSTES.
           READ VENTAS-OLD NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF TIPO-VTA-O = "A"
                   PERFORM APLICAR-AJUSTE
               END-IF
           END-READ.
       APLICAR-AJUSTE.
           MOVE CODIGO-VTA-O TO CODIGO-VTA-N
           MOVE FECHA-VTA-O TO FECHA-VTA-N
           MOVE FOLIO-REF-VTA-O TO FOLIO-VTA-N
           READ VENTAS-NEW
               INVALID KEY
                   ADD 1 TO WS-TOTAL-HUERFANOS
               NOT INVALID KEY
                   ADD MONTO-VTA-O TO AJUSTADO-VTA-N
                   IF LIQUIDADA-VTA-N = "S" AND TIPO-VTA-N = "V"
                       IF COBRADO-VTA-N > MONTO-VTA-O
                           SUBTRACT MONTO-VTA-O FROM COBRADO-VTA-N
                       ELSE
                           MOVE ZEROS TO COBRADO-VTA-N
                       END-IF
                       IF COMISION-PAG-VTA-N > COMISION-VTA-O
                           SUBTRACT COMISION-VTA-O
                               FROM COMISION-PAG-VTA-N
                       ELSE
                           MOVE ZEROS TO COMISION-PAG-VTA-N
                       END-IF
                   END-IF
                   REWRITE REG-VENTA-NEW
                   ADD 1 TO WS-TOTAL-AJUSTES
           END-READ.
