      * VENTAS SIN VENDEDOR CONSULTABLE EN EL ARCHIVO VIVO. SIN EL
      * PARAMETRO CONFIRMAR SOLO INFORMA LO QUE DEPURARIA, SIN TOCAR
      * LOS ARCHIVOS. CADA DEPURACION QUEDA EN VENDEDOR-AUDIT.DAT CON
      * LA OPERACION "PURGA". TAMPOCO SE DEPURA UN VENDEDOR QUE AUN
      * TENGA CLIENTES EN SU CARTERA EN CLIENTE.DAT; SE INFORMA PARA
      * QUE LA CARTERA SE REASIGNE ANTES CON REASCART.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL VENDEDOR-AUDIT
             ASSIGN TO RANDOM "VENDEDOR-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENTE
             ASSIGN TO RANDOM "CLIENTE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
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
       FD VENDEDOR-AUDIT.
       01 REG-AUDIT.
           05 CODIGO-AUD PIC 9(4).
           05 TIMESTAMP-AUD PIC X(21).
           05 FILLER PIC X VALUE "|".
           05 USUARIO-AUD PIC X(10).
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
           05 SW PIC 9.
           05 WS-USUARIO PIC X(10) VALUE "PURGAV".
           05 WS-TOTAL-DEPURADOS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-CON-VENTAS PIC 9(6) VALUE ZEROS.
           05 WS-TIENE-CARTERA PIC X.
           05 WS-TOTAL-CON-CARTERA PIC 9(6) VALUE ZEROS.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           END-IF
           DISPLAY "INACTIVOS CONSERVADOS POR TENER VENTAS: "
               WS-TOTAL-CON-VENTAS
           DISPLAY "INACTIVOS CONSERVADOS POR TENER CARTERA: "
               WS-TOTAL-CON-CARTERA
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
               OPEN INPUT VENDEDOR
           END-IF
           OPEN INPUT VENTAS.
           OPEN INPUT CLIENTE.
       CERRAR-ARCHIVOS.
           IF WS-CONFIRMA = "S"
               CLOSE VENDEDOR VENDEDOR-HIST VENDEDOR-AUDIT VENTAS
                     CLIENTE
           ELSE
               CLOSE VENDEDOR VENTAS CLIENTE
           END-IF.
       ARRANCAR-ARCHIVO.
           MOVE 0 TO SW
                       (WS-FECHA-ACTUAL - FECHA-BAJA) / 10000
                   IF WS-ANIOS > WS-ANIOS-LIMITE
                       PERFORM VERIFICAR-VENTAS
                       PERFORM VERIFICAR-CARTERA
                       IF WS-TIENE-VENTAS = "S"
                           ADD 1 TO WS-TOTAL-CON-VENTAS
                       ELSE
                           IF WS-TIENE-CARTERA = "S"
                               DISPLAY "SE CONSERVA POR TENER CARTERA: "
                                       CODIGO " " NOMBRE
                               ADD 1 TO WS-TOTAL-CON-CARTERA
                           ELSE
                               PERFORM DEPURAR-VENDEDOR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           WRITE REG-AUDIT.
       VERIFICAR-CARTERA.
           MOVE "S" TO WS-TIENE-CARTERA
           MOVE CODIGO TO VENDEDOR-CLI
           START CLIENTE KEY IS = VENDEDOR-CLI
               INVALID KEY
                   MOVE "N" TO WS-TIENE-CARTERA
           END-START.
