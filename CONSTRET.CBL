       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRET.
      *-------------------------
      * CONSTANCIA ANUAL DE PERCEPCIONES Y RETENCIONES POR VENDEDOR.
      * SE CORRE AL CIERRE DEL EJERCICIO CON ANIO=AAAA (OBLIGATORIO)
      * POR COMMAND-LINE. JUNTA LAS LIQUIDACIONES DE LOS DOCE MESES
      * DESDE PERCEP.DAT, DONDE LIQVTA DEJA UN RENGLON POR VENDEDOR
      * PAGADO Y MES (COMISION, BONO, BRUTO, TASA, RETENCION Y NETO),
      * Y EMITE EN CONSTANCIA-AAAA.LST UNA HOJA POR VENDEDOR CON SUS
      * PERCEPCIONES Y RETENCIONES MES POR MES (LOS MESES SIN PAGO VAN
      * EN CERO) Y EL TOTAL DEL EJERCICIO. EL NOMBRE SE TOMA DE
      * VENDEDOR.DAT Y, SI EL VENDEDOR YA FUE DEPURADO POR PURGAV, DE
      * VENDEDOR-HIST.DAT, ASI QUE TAMBIEN RECIBEN CONSTANCIA LOS QUE
      * YA NO ESTAN EN EL MAESTRO. ADEMAS EMITE EN RESUMEN-RET-AAAA.LST
      * EL RESUMEN ANUAL: POR MES EL NUMERO DE VENDEDORES, EL BRUTO,
      * LA RETENCION Y EL NETO, CUADRADO CONTRA EL TOTAL NETO DEL
      * TRAILER DE CADA PAGO-AAAAMM.TXT (SU ULTIMO CAMPO). UN MES SIN
      * ARCHIVO DE PAGO O CON DIFERENCIA QUEDA SENALADO, Y AL FINAL SE
      * INDICA SI EL EJERCICIO CUADRA.
      *-------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERCEPCION
             ASSIGN TO RANDOM "PERCEP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CLAVE-PER.
           SELECT VENDEDOR
             ASSIGN TO RANDOM "VENDEDOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO
             ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES.
           SELECT OPTIONAL VENDEDOR-HIST
             ASSIGN TO RANDOM "VENDEDOR-HIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CODIGO-H
             ALTERNATE RECORD KEY IS NOMBRE-H WITH DUPLICATES.
           SELECT OPTIONAL PAGO
             ASSIGN TO RANDOM WS-ARCHIVO-PAGO
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE
             ASSIGN TO RANDOM WS-ARCHIVO-CONST
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESUMEN
             ASSIGN TO RANDOM WS-ARCHIVO-RES
             ORGANIZATION IS LINE SEQUENTIAL.
      *---------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PERCEPCION.
       01 REG-PERCEPCION.
           05 CLAVE-PER.
               10 CODIGO-PER PIC 9(4).
               10 MES-PER PIC 9(6).
           05 COMISION-PER PIC S9(9)V99.
           05 BONO-PER PIC S9(9)V99.
           05 BRUTO-PER PIC S9(9)V99.
           05 TASA-PER PIC 9(2)V99.
           05 RETENCION-PER PIC S9(9)V99.
           05 NETO-PER PIC S9(9)V99.
           05 FECHA-PER PIC 9(8).
       FD VENDEDOR.
       01 REG-VENDEDOR.
           05 CODIGO PIC 9(4).
           05 NOMBRE PIC X(20).
           05 TELEFONO PIC X(10).
           05 CORREO PIC X(20).
           05 CONTACTO PIC X(30).
           05 ESTADO PIC X(1).
           05 FECHA-ALTA PIC 9(8).
           05 REGION PIC X(2).
           05 FECHA-BAJA PIC 9(8).
       FD VENDEDOR-HIST.
       01 REG-VENDEDOR-HIST.
           05 CODIGO-H PIC 9(4).
           05 NOMBRE-H PIC X(20).
           05 TELEFONO-H PIC X(10).
           05 CORREO-H PIC X(20).
           05 CONTACTO-H PIC X(30).
           05 ESTADO-H PIC X(1).
           05 FECHA-ALTA-H PIC 9(8).
           05 REGION-H PIC X(2).
           05 FECHA-BAJA-H PIC 9(8).
       FD PAGO.
       01 REG-PAGO PIC X(100).
       FD REPORTE.
       01 REG-REPORTE PIC X(100).
       FD RESUMEN.
       01 REG-RESUMEN PIC X(132).
       WORKING-STORAGE SECTION.
       01 LIN-TITULO1.
           05 FILLER PIC X(48) VALUE
               "CONSTANCIA ANUAL DE PERCEPCIONES Y RETENCIONES".
           05 FILLER PIC X(10) VALUE "EJERCICIO ".
           05 ANIO-R PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FECHA: ".
           05 FECHA-R PIC 99/99/9999.
       01 LIN-TITULO2.
           05 FILLER PIC X(100) VALUE SPACES.
       01 LIN-VENDEDOR.
           05 FILLER PIC X(10) VALUE "VENDEDOR: ".
           05 CODIGO-V PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMBRE-V PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SITUACION-V PIC X(30).
       01 LIN-ENCABEZADO.
           05 FILLER PIC X(6) VALUE "MES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COMISION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BONO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BRUTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "TASA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RETENCION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NETO".
       01 LIN-DETALLE.
           05 MES-D PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BONO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRUTO-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TASA-D PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETENCION-D PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NETO-D PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TOTAL-VEND.
           05 FILLER PIC X(6) VALUE "TOTAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 COMISION-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BONO-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRUTO-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 RETENCION-TV PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NETO-TV PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-TITULO-RES.
           05 FILLER PIC X(48) VALUE
               "RESUMEN ANUAL DE PERCEPCIONES Y RETENCIONES".
           05 FILLER PIC X(10) VALUE "EJERCICIO ".
           05 ANIO-RR PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FECHA: ".
           05 FECHA-RR PIC 99/99/9999.
       01 LIN-ENCABEZADO-RES.
           05 FILLER PIC X(6) VALUE "MES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "VEND.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BRUTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RETENCION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NETO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NETO EN PAGO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DIFERENCIA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "OBSERVACION".
       01 LIN-DETALLE-RES.
           05 MES-DR PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VENDEDORES-DR PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRUTO-DR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETENCION-DR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NETO-DR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PAGO-DR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DIFERENCIA-DR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OBSERVACION-DR PIC X(20).
       01 LIN-TOTAL-RES.
           05 FILLER PIC X(8) VALUE "TOTAL".
           05 FILLER PIC X(9) VALUE SPACES.
           05 BRUTO-TR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETENCION-TR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NETO-TR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PAGO-TR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DIFERENCIA-TR PIC -ZZ,ZZZ,ZZ9.99.
       01 LIN-CONSTANCIAS.
           05 FILLER PIC X(30) VALUE "CONSTANCIAS EMITIDAS".
           05 CONSTANCIAS-T PIC ZZZ,ZZ9.
       01 LIN-DEPURADOS.
           05 FILLER PIC X(30) VALUE "  DE VENDEDORES DEPURADOS".
           05 DEPURADOS-T PIC ZZZ,ZZ9.
       01 LIN-CUADRE.
           05 CUADRE-T PIC X(60).
       01 VARIABLES.
           05 SW PIC 9.
           05 SW-PAG PIC 9.
           05 WS-PARM PIC X(40).
           05 WS-IDX PIC 9(2).
           05 WS-TOKENS.
               10 WS-TOKEN PIC X(20) OCCURS 5 TIMES.
           05 WS-ANIO PIC X(4).
           05 WS-ARCHIVO-PAGO PIC X(20).
           05 WS-ARCHIVO-CONST PIC X(20).
           05 WS-ARCHIVO-RES PIC X(24).
           05 WS-FECHA-ACTUAL PIC 9(8).
           05 WS-FECHA-MMDDYYYY PIC 9(8).
           05 WS-CODIGO-ACT PIC 9(4).
           05 WS-MES-IDX PIC 9(2).
           05 WS-MES-NUM PIC 9(2).
           05 WS-MES-AAAAMM PIC 9(6).
           05 WS-HAY-PAGO PIC X.
           05 WS-CAMPOS-TRL PIC 9(2).
           05 WS-CAMPOS.
               10 WS-CAMPO PIC X(20) OCCURS 8 TIMES.
           05 WS-PAGO-MES PIC S9(11)V99.
           05 WS-DIFERENCIA PIC S9(11)V99.
           05 WS-COMISION-VEND PIC S9(11)V99.
           05 WS-BONO-VEND PIC S9(11)V99.
           05 WS-BRUTO-VEND PIC S9(11)V99.
           05 WS-RETENCION-VEND PIC S9(11)V99.
           05 WS-NETO-VEND PIC S9(11)V99.
           05 WS-BRUTO-GRAL PIC S9(11)V99.
           05 WS-RETENCION-GRAL PIC S9(11)V99.
           05 WS-NETO-GRAL PIC S9(11)V99.
           05 WS-PAGO-GRAL PIC S9(11)V99.
           05 WS-DIFERENCIA-GRAL PIC S9(11)V99.
           05 WS-TOTAL-CONSTANCIAS PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-DEPURADOS PIC 9(6) VALUE ZEROS.
           05 WS-MESES-DESCUADRE PIC 9(2) VALUE ZEROS.
       01 TABLA-MESES.
           05 WS-MES-ENT OCCURS 12 TIMES.
               10 WS-COMISION-M PIC S9(9)V99.
               10 WS-BONO-M PIC S9(9)V99.
               10 WS-BRUTO-M PIC S9(9)V99.
               10 WS-TASA-M PIC 9(2)V99.
               10 WS-RETENCION-M PIC S9(9)V99.
               10 WS-NETO-M PIC S9(9)V99.
       01 TABLA-ANUAL.
           05 WS-ANUAL-ENT OCCURS 12 TIMES.
               10 WS-VENDEDORES-A PIC 9(6).
               10 WS-BRUTO-A PIC S9(11)V99.
               10 WS-RETENCION-A PIC S9(11)V99.
               10 WS-NETO-A PIC S9(11)V99.
      *----------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETROS.
           IF WS-ANIO = SPACES OR WS-ANIO IS NOT NUMERIC
               DISPLAY "ERROR: FALTA EL PARAMETRO ANIO=AAAA"
           ELSE
               PERFORM EMITIR-CONSTANCIAS
               PERFORM EMITIR-RESUMEN
               DISPLAY "EJERCICIO: " WS-ANIO
               DISPLAY "CONSTANCIAS EMITIDAS: " WS-TOTAL-CONSTANCIAS
               DISPLAY "DE VENDEDORES DEPURADOS: " WS-TOTAL-DEPURADOS
               DISPLAY "MESES QUE NO CUADRAN CONTRA EL PAGO: "
                   WS-MESES-DESCUADRE
               DISPLAY "CONSTANCIAS: " WS-ARCHIVO-CONST
               DISPLAY "RESUMEN ANUAL: " WS-ARCHIVO-RES
           END-IF
           STOP RUN.
       LEER-PARAMETROS.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-TOKENS
           MOVE SPACES TO WS-ANIO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-ACTUAL
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACES
                   INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                        WS-TOKEN (4) WS-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-TOKEN (WS-IDX) (1:5) = "ANIO="
                       MOVE WS-TOKEN (WS-IDX) (6:4) TO WS-ANIO
                   END-IF
               END-PERFORM
           END-IF.
       EMITIR-CONSTANCIAS.
           MOVE SPACES TO WS-ARCHIVO-CONST
           STRING "CONSTANCIA-" WS-ANIO ".LST" DELIMITED BY SIZE
               INTO WS-ARCHIVO-CONST
           MOVE WS-FECHA-ACTUAL (5:2) TO WS-FECHA-MMDDYYYY (1:2)
           MOVE WS-FECHA-ACTUAL (7:2) TO WS-FECHA-MMDDYYYY (3:2)
           MOVE WS-FECHA-ACTUAL (1:4) TO WS-FECHA-MMDDYYYY (5:4)
           MOVE ZEROS TO TABLA-ANUAL
           MOVE ZEROS TO WS-CODIGO-ACT
           MOVE 0 TO SW
           OPEN INPUT PERCEPCION
           OPEN INPUT VENDEDOR
           OPEN INPUT VENDEDOR-HIST
           OPEN OUTPUT REPORTE
           MOVE ZEROS TO CLAVE-PER
           START PERCEPCION KEY IS >= CLAVE-PER
               INVALID KEY
                   MOVE 1 TO SW
           END-START
           PERFORM LEER-PERCEPCION UNTIL SW = 1
           IF WS-CODIGO-ACT NOT = ZEROS
               PERFORM ESCRIBIR-CONSTANCIA
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO2
           MOVE WS-TOTAL-CONSTANCIAS TO CONSTANCIAS-T
           WRITE REG-REPORTE FROM LIN-CONSTANCIAS
           MOVE WS-TOTAL-DEPURADOS TO DEPURADOS-T
           WRITE REG-REPORTE FROM LIN-DEPURADOS
           CLOSE PERCEPCION VENDEDOR VENDEDOR-HIST REPORTE.
       LEER-PERCEPCION.
           READ PERCEPCION NEXT RECORD
             AT END
               MOVE 1 TO SW
             NOT AT END
               IF MES-PER (1:4) = WS-ANIO
                   IF CODIGO-PER NOT = WS-CODIGO-ACT
                       IF WS-CODIGO-ACT NOT = ZEROS
                           PERFORM ESCRIBIR-CONSTANCIA
                       END-IF
                       MOVE CODIGO-PER TO WS-CODIGO-ACT
                       MOVE ZEROS TO TABLA-MESES
                   END-IF
                   PERFORM ACUMULAR-PERCEPCION
               END-IF
           END-READ.
       ACUMULAR-PERCEPCION.
           MOVE MES-PER (5:2) TO WS-MES-NUM
           ADD COMISION-PER TO WS-COMISION-M (WS-MES-NUM)
           ADD BONO-PER TO WS-BONO-M (WS-MES-NUM)
           ADD BRUTO-PER TO WS-BRUTO-M (WS-MES-NUM)
           MOVE TASA-PER TO WS-TASA-M (WS-MES-NUM)
           ADD RETENCION-PER TO WS-RETENCION-M (WS-MES-NUM)
           ADD NETO-PER TO WS-NETO-M (WS-MES-NUM)
           ADD 1 TO WS-VENDEDORES-A (WS-MES-NUM)
           ADD BRUTO-PER TO WS-BRUTO-A (WS-MES-NUM)
           ADD RETENCION-PER TO WS-RETENCION-A (WS-MES-NUM)
           ADD NETO-PER TO WS-NETO-A (WS-MES-NUM).
       ESCRIBIR-CONSTANCIA.
           MOVE ZEROS TO WS-COMISION-VEND
           MOVE ZEROS TO WS-BONO-VEND
           MOVE ZEROS TO WS-BRUTO-VEND
           MOVE ZEROS TO WS-RETENCION-VEND
           MOVE ZEROS TO WS-NETO-VEND
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM BUSCAR-NOMBRE
           WRITE REG-REPORTE FROM LIN-VENDEDOR
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-ENCABEZADO
           WRITE REG-REPORTE FROM LIN-TITULO2
           PERFORM ESCRIBIR-MES-VENDEDOR VARYING WS-MES-IDX
               FROM 1 BY 1 UNTIL WS-MES-IDX > 12
           MOVE WS-COMISION-VEND TO COMISION-TV
           MOVE WS-BONO-VEND TO BONO-TV
           MOVE WS-BRUTO-VEND TO BRUTO-TV
           MOVE WS-RETENCION-VEND TO RETENCION-TV
           MOVE WS-NETO-VEND TO NETO-TV
           WRITE REG-REPORTE FROM LIN-TITULO2
           WRITE REG-REPORTE FROM LIN-TOTAL-VEND
           ADD 1 TO WS-TOTAL-CONSTANCIAS.
       BUSCAR-NOMBRE.
           MOVE WS-CODIGO-ACT TO CODIGO-V
           MOVE SPACES TO SITUACION-V
           MOVE WS-CODIGO-ACT TO CODIGO
           READ VENDEDOR
               INVALID KEY
                   MOVE WS-CODIGO-ACT TO CODIGO-H
                   READ VENDEDOR-HIST
                       INVALID KEY
                           MOVE "(NO ENCONTRADO)" TO NOMBRE-V
                       NOT INVALID KEY
                           MOVE NOMBRE-H TO NOMBRE-V
                           MOVE "(DEPURADO)" TO SITUACION-V
                           ADD 1 TO WS-TOTAL-DEPURADOS
                   END-READ
               NOT INVALID KEY
                   MOVE NOMBRE TO NOMBRE-V
           END-READ.
       ESCRIBIR-MES-VENDEDOR.
           MOVE WS-ANIO TO WS-MES-AAAAMM (1:4)
           MOVE WS-MES-IDX TO WS-MES-AAAAMM (5:2)
           MOVE WS-MES-AAAAMM TO MES-D
           MOVE WS-COMISION-M (WS-MES-IDX) TO COMISION-D
           MOVE WS-BONO-M (WS-MES-IDX) TO BONO-D
           MOVE WS-BRUTO-M (WS-MES-IDX) TO BRUTO-D
           MOVE WS-TASA-M (WS-MES-IDX) TO TASA-D
           MOVE WS-RETENCION-M (WS-MES-IDX) TO RETENCION-D
           MOVE WS-NETO-M (WS-MES-IDX) TO NETO-D
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD WS-COMISION-M (WS-MES-IDX) TO WS-COMISION-VEND
           ADD WS-BONO-M (WS-MES-IDX) TO WS-BONO-VEND
           ADD WS-BRUTO-M (WS-MES-IDX) TO WS-BRUTO-VEND
           ADD WS-RETENCION-M (WS-MES-IDX) TO WS-RETENCION-VEND
           ADD WS-NETO-M (WS-MES-IDX) TO WS-NETO-VEND.
       ESCRIBIR-ENCABEZADOS.
           MOVE WS-ANIO TO ANIO-R
           MOVE WS-FECHA-MMDDYYYY TO FECHA-R
           IF WS-TOTAL-CONSTANCIAS > 0
               WRITE REG-REPORTE FROM LIN-TITULO2
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO1
           WRITE REG-REPORTE FROM LIN-TITULO2.
       EMITIR-RESUMEN.
           MOVE SPACES TO WS-ARCHIVO-RES
           STRING "RESUMEN-RET-" WS-ANIO ".LST" DELIMITED BY SIZE
               INTO WS-ARCHIVO-RES
           MOVE ZEROS TO WS-BRUTO-GRAL
           MOVE ZEROS TO WS-RETENCION-GRAL
           MOVE ZEROS TO WS-NETO-GRAL
           MOVE ZEROS TO WS-PAGO-GRAL
           MOVE ZEROS TO WS-DIFERENCIA-GRAL
           OPEN OUTPUT RESUMEN
           MOVE WS-ANIO TO ANIO-RR
           MOVE WS-FECHA-MMDDYYYY TO FECHA-RR
           WRITE REG-RESUMEN FROM LIN-TITULO-RES
           WRITE REG-RESUMEN FROM LIN-TITULO2
           WRITE REG-RESUMEN FROM LIN-ENCABEZADO-RES
           WRITE REG-RESUMEN FROM LIN-TITULO2
           PERFORM CUADRAR-MES VARYING WS-MES-IDX
               FROM 1 BY 1 UNTIL WS-MES-IDX > 12
           MOVE WS-BRUTO-GRAL TO BRUTO-TR
           MOVE WS-RETENCION-GRAL TO RETENCION-TR
           MOVE WS-NETO-GRAL TO NETO-TR
           MOVE WS-PAGO-GRAL TO PAGO-TR
           MOVE WS-DIFERENCIA-GRAL TO DIFERENCIA-TR
           WRITE REG-RESUMEN FROM LIN-TITULO2
           WRITE REG-RESUMEN FROM LIN-TOTAL-RES
           WRITE REG-RESUMEN FROM LIN-TITULO2
           IF WS-MESES-DESCUADRE = ZEROS
               MOVE "EL EJERCICIO CUADRA CONTRA LOS ARCHIVOS DE PAGO"
                   TO CUADRE-T
           ELSE
               MOVE "EL EJERCICIO NO CUADRA: REVISE LOS MESES SENALADOS"
                   TO CUADRE-T
           END-IF
           WRITE REG-RESUMEN FROM LIN-CUADRE
           CLOSE RESUMEN.
       CUADRAR-MES.
           MOVE WS-ANIO TO WS-MES-AAAAMM (1:4)
           MOVE WS-MES-IDX TO WS-MES-AAAAMM (5:2)
           PERFORM LEER-TRAILER-PAGO
           MOVE SPACES TO OBSERVACION-DR
           IF WS-HAY-PAGO = "S"
               COMPUTE WS-DIFERENCIA =
                   WS-NETO-A (WS-MES-IDX) - WS-PAGO-MES
               IF WS-DIFERENCIA NOT = ZEROS
                   MOVE "DIFERENCIA" TO OBSERVACION-DR
                   ADD 1 TO WS-MESES-DESCUADRE
               END-IF
           ELSE
               MOVE ZEROS TO WS-PAGO-MES
               MOVE WS-NETO-A (WS-MES-IDX) TO WS-DIFERENCIA
               IF WS-VENDEDORES-A (WS-MES-IDX) > ZEROS
                   MOVE "SIN ARCHIVO DE PAGO" TO OBSERVACION-DR
                   ADD 1 TO WS-MESES-DESCUADRE
               ELSE
                   MOVE "SIN LIQUIDACION" TO OBSERVACION-DR
               END-IF
           END-IF
           MOVE WS-MES-AAAAMM TO MES-DR
           MOVE WS-VENDEDORES-A (WS-MES-IDX) TO VENDEDORES-DR
           MOVE WS-BRUTO-A (WS-MES-IDX) TO BRUTO-DR
           MOVE WS-RETENCION-A (WS-MES-IDX) TO RETENCION-DR
           MOVE WS-NETO-A (WS-MES-IDX) TO NETO-DR
           MOVE WS-PAGO-MES TO PAGO-DR
           MOVE WS-DIFERENCIA TO DIFERENCIA-DR
           WRITE REG-RESUMEN FROM LIN-DETALLE-RES
           ADD WS-BRUTO-A (WS-MES-IDX) TO WS-BRUTO-GRAL
           ADD WS-RETENCION-A (WS-MES-IDX) TO WS-RETENCION-GRAL
           ADD WS-NETO-A (WS-MES-IDX) TO WS-NETO-GRAL
           ADD WS-PAGO-MES TO WS-PAGO-GRAL
           ADD WS-DIFERENCIA TO WS-DIFERENCIA-GRAL.
       LEER-TRAILER-PAGO.
           MOVE "N" TO WS-HAY-PAGO
           MOVE ZEROS TO WS-PAGO-MES
           MOVE SPACES TO WS-ARCHIVO-PAGO
           STRING "PAGO-" WS-MES-AAAAMM ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVO-PAGO
           MOVE 0 TO SW-PAG
           OPEN INPUT PAGO
           PERFORM LEER-PAGO UNTIL SW-PAG = 1
           CLOSE PAGO.
       LEER-PAGO.
           READ PAGO
             AT END
               MOVE 1 TO SW-PAG
             NOT AT END
               IF REG-PAGO (1:4) = "TRL|"
                   MOVE "S" TO WS-HAY-PAGO
                   MOVE SPACES TO WS-CAMPOS
                   MOVE ZEROS TO WS-CAMPOS-TRL
                   UNSTRING REG-PAGO DELIMITED BY "|"
                       INTO WS-CAMPO (1) WS-CAMPO (2) WS-CAMPO (3)
                            WS-CAMPO (4) WS-CAMPO (5) WS-CAMPO (6)
                            WS-CAMPO (7) WS-CAMPO (8)
                       TALLYING IN WS-CAMPOS-TRL
                   END-UNSTRING
                   COMPUTE WS-PAGO-MES =
                       FUNCTION NUMVAL (WS-CAMPO (WS-CAMPOS-TRL))
               END-IF
           END-READ.
