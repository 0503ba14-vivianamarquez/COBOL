      * DE AUDITREP) LAS VENTAS DEL ANIO RECIBIDO POR COMMAND-LINE
      * (ANIO=AAAA, OBLIGATORIO) QUE YA ESTEN LIQUIDADAS POR LIQVTA, Y
      * LAS ELIMINA DE VENTAS.DAT. LAS VENTAS DEL ANIO AUN NO
      * LIQUIDADAS SE CONSERVAN Y SE CUENTAN APARTE, INCLUIDAS LAS QUE
      * LIQVTA DEJO PENDIENTES (LIQUIDADA-VTA = "P") PORQUE EL CLIENTE
      * AUN NO LAS PAGA COMPLETAS: SIGUEN EN VENTAS.DAT PARA QUE SUS
      * COBROS SE LIQUIDEN EN LOS MESES SIGUIENTES. SIN EL PARAMETRO
      * CONFIRMAR SOLO INFORMA LO QUE MOVERIA, SIN TOCAR LOS ARCHIVOS,
      * IGUAL QUE PURGAV. AL FINAL COMPARA EL CONTEO DE MOVIDAS CONTRA
      * EL DE ELIMINADAS COMO CONTROL. CON ESTO VENTAS.DAT DEJA DE
      * CAPTVTA SIGUE LEYENDO EL HISTORICO DEL ANIO DE LA VENTA, IGUAL
      * QUE CONSULTAR-HISTORICO DE MANTVEND LEE VENDEDOR-HIST.DAT.
      * CADA VENTA MOVIDA QUEDA EN VENTAS-AUDIT.DAT CON LA OPERACION
      * "ARCHIV". EL HISTORICO CONSERVA LA REGION QUE QUEDO GRABADA
      * EN CADA VENTA.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FOLIO-REF-VTA PIC 9(6).
           05 LIQUIDADA-VTA PIC X(1).
           05 CLIENTE-VTA PIC 9(5).
           05 COBRADO-VTA PIC 9(7)V99.
           05 AJUSTADO-VTA PIC 9(7)V99.
           05 COMISION-PAG-VTA PIC 9(7)V99.
           05 REGION-VTA PIC X(2).
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
       FD VENTAS-AUDIT.
       01 REG-AUDIT-VTA.
           05 CODIGO-AUDV PIC 9(4).
               MOVE FOLIO-REF-VTA TO FOLIO-REF-VTA-X
               MOVE LIQUIDADA-VTA TO LIQUIDADA-VTA-X
               MOVE CLIENTE-VTA TO CLIENTE-VTA-X
               MOVE COBRADO-VTA TO COBRADO-VTA-X
               MOVE AJUSTADO-VTA TO AJUSTADO-VTA-X
               MOVE COMISION-PAG-VTA TO COMISION-PAG-VTA-X
               MOVE REGION-VTA TO REGION-VTA-X
               WRITE REG-VENTA-HIS
                   INVALID KEY
                       REWRITE REG-VENTA-HIS
