      * CUENTAS SE QUEDAN SIN ATENCION. LAS VENTAS CANCELADAS SE
      * EXCLUYEN Y LOS AJUSTES SE NETEAN CON MONTO NEGATIVO, IGUAL QUE
      * REPVENTA. EL NOMBRE DEL CLIENTE SE TOMA DE CLIENTE.DAT. EL
      * REPORTE SALE EN CLIENTE-VTA.LST. EL RENGLON DEL CLIENTE LLEVA
      * ADEMAS SU VENDEDOR TITULAR (CARTERA) SEGUN CLIENTE.DAT.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-CLI
             ALTERNATE RECORD KEY IS NOMBRE-CLI WITH DUPLICATES
             ALTERNATE RECORD KEY IS VENDEDOR-CLI WITH DUPLICATES.
           SELECT REPORTE
             ASSIGN TO RANDOM "CLIENTE-VTA.LST"
             ORGANIZATION IS LINE SEQUENTIAL.
           05 FOLIO-REF-VTA PIC 9(6).
           05 LIQUIDADA-VTA PIC X(1).
           05 CLIENTE-VTA PIC 9(5).
           05 COBRADO-VTA PIC 9(7)V99.
           05 AJUSTADO-VTA PIC 9(7)V99.
           05 COMISION-PAG-VTA PIC 9(7)V99.
           05 REGION-VTA PIC X(2).
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 ESTADO-CLI PIC X(1).
           05 FECHA-ALTA-CLI PIC 9(8).
           05 FECHA-BAJA-CLI PIC 9(8).
           05 VENDEDOR-CLI PIC 9(4).
           05 FECHA-ASIG-CLI PIC 9(8).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
       SD ORDENA.
           05 CLIENTE-R PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-CLI-R PIC X(30).
           05 FILLER PIC X(12) VALUE "  TITULAR: ".
           05 TITULAR-R PIC 9(4).
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(8) VALUE "VENDEDOR".
           05 FILLER PIC X(2) VALUE SPACES.
           READ CLIENTE
               INVALID KEY
                   MOVE "(NO ENCONTRADO)" TO NOMBRE-CLI-R
                   MOVE ZEROS TO TITULAR-R
               NOT INVALID KEY
                   MOVE NOMBRE-CLI TO NOMBRE-CLI-R
                   MOVE VENDEDOR-CLI TO TITULAR-R
           END-READ
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-CLIENTE
