       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PRESUP-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Conversion de
      *                    presupuestos por vendedor: para los
      *                    presupuestos emitidos entre dos periodos
      *                    cuenta abiertos, aceptados, convertidos
      *                    en pedido, rechazados y vencidos, con el
      *                    importe emitido y aceptado y el
      *                    porcentaje de conversion en cantidad y
      *                    en importe; total general al pie.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRESUP.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-CONVERSION ASSIGN TO "RPTPRCON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRESUP.CPY".
           COPY "VENDEDOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-CONVERSION
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-PRESUP               PIC X(01) VALUE "N".
           88  EOF-PRESUP                        VALUE "S".
       77  WK-HAY-VENDEDOR             PIC X(01) VALUE "N".

       77  WK-PERIODO-DESDE            PIC 9(06).
       77  WK-PERIODO-HASTA            PIC 9(06).
       77  WK-IND-VEND                 PIC 9(03).

      ******************************************************************
      *    Acumulado por codigo de vendedor (la posicion 1000 junta
      *    los presupuestos sin vendedor).
      ******************************************************************
       01  WK-TABLA-VENDEDORES.
           03  WK-VEN OCCURS 1000 TIMES.
               05  WK-VEN-EMITIDOS     PIC 9(07).
               05  WK-VEN-ABIERTOS     PIC 9(07).
               05  WK-VEN-ACEPTADOS    PIC 9(07).
               05  WK-VEN-PEDIDOS      PIC 9(07).
               05  WK-VEN-RECHAZADOS   PIC 9(07).
               05  WK-VEN-VENCIDOS     PIC 9(07).
               05  WK-VEN-IMP-EMITIDO  PIC S9(15)V99.
               05  WK-VEN-IMP-ACEPTADO PIC S9(15)V99.
       77  WK-IND-TABLA                PIC 9(04).
       77  WK-PORC-CANTIDAD            PIC 9(03)V99.
       77  WK-PORC-IMPORTE             PIC 9(03)V99.

       01  WK-TOTALES.
           03  WK-TOT-EMITIDOS         PIC 9(07) VALUE ZERO.
           03  WK-TOT-ABIERTOS         PIC 9(07) VALUE ZERO.
           03  WK-TOT-ACEPTADOS        PIC 9(07) VALUE ZERO.
           03  WK-TOT-PEDIDOS          PIC 9(07) VALUE ZERO.
           03  WK-TOT-RECHAZADOS       PIC 9(07) VALUE ZERO.
           03  WK-TOT-VENCIDOS         PIC 9(07) VALUE ZERO.
           03  WK-TOT-IMP-EMITIDO      PIC S9(15)V99 VALUE ZERO.
           03  WK-TOT-IMP-ACEPTADO     PIC S9(15)V99 VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE
               "CONVERSION DE PRESUPUESTOS POR VENDEDOR - PERIODOS".
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-T-DESDE              PIC 9(06).
           03  FILLER                  PIC X(03) VALUE " A ".
           03  WK-T-HASTA              PIC 9(06).

       01  WK-LINEA-RUBROS-1.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "VEN NOMBRE                    ".
           03  FILLER                  PIC X(48) VALUE
               "EMITID ABIERT ACEPTA PEDIDO RECHAZ VENCID".
           03  FILLER                  PIC X(40) VALUE
               "  IMP. EMITIDO IMP. ACEPTADO %CANT  %IMP".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-VENDEDOR           PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-EMITIDOS           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-ABIERTOS           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-ACEPTADOS          PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PEDIDOS            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-RECHAZADOS         PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-VENCIDOS           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMP-EMITIDO        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMP-ACEPTADO       PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC-CANTIDAD      PIC ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC-IMPORTE       PIC ZZ9.99.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS); si esta cargado se toma la razon social para el
      *    encabezado.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "PRESUPCONV".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTPRCON.TXT".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "PERIODO DESDE (AAAAMM): "
           ACCEPT WK-PERIODO-DESDE
           DISPLAY "PERIODO HASTA (AAAAMM, 0 = EL MISMO): "
           ACCEPT WK-PERIODO-HASTA
           IF WK-PERIODO-HASTA = ZERO
              MOVE WK-PERIODO-DESDE TO WK-PERIODO-HASTA
           END-IF
           OPEN INPUT PRESUP
           IF STATUS-PRESUP NOT = "00"
              DISPLAY "SIN PRESUPUESTOS - STATUS ", STATUS-PRESUP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT VENDEDOR
           IF STATUS-VENDEDOR = "00"
              MOVE "S" TO WK-HAY-VENDEDOR
           END-IF
           MOVE ZEROS TO WK-TABLA-VENDEDORES
           OPEN OUTPUT RPT-CONVERSION
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO-DESDE TO WK-T-DESDE
           MOVE WK-PERIODO-HASTA TO WK-T-HASTA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-1
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE ZERO TO PRESUP-NRO
           START PRESUP KEY >= PRESUP-NRO
               INVALID KEY MOVE "S" TO WK-EOF-PRESUP
           END-START
           PERFORM 2100-LEER-PRESUP THRU 2100-EXIT
           PERFORM 2200-ACUMULAR THRU 2200-EXIT
               UNTIL EOF-PRESUP
           PERFORM 2300-LINEA-VENDEDOR THRU 2300-EXIT
               VARYING WK-IND-TABLA FROM 1 BY 1
               UNTIL WK-IND-TABLA > 1000
           PERFORM 2400-LINEA-TOTAL THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PRESUP.
           READ PRESUP NEXT
               AT END MOVE "S" TO WK-EOF-PRESUP
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Acumula el presupuesto por su vendedor segun el estado;
      *    los aceptados que ya tienen pedido cuentan ademas como
      *    convertidos.
      ******************************************************************
       2200-ACUMULAR.
           IF PRESUP-FECHA(1:6) < WK-PERIODO-DESDE
              OR PRESUP-FECHA(1:6) > WK-PERIODO-HASTA
              GO TO 2200-SIGUIENTE
           END-IF
           IF PRESUP-VENDEDOR = ZERO
              MOVE 1000 TO WK-IND-TABLA
           ELSE
              MOVE PRESUP-VENDEDOR TO WK-IND-TABLA
           END-IF
           ADD 1 TO WK-VEN-EMITIDOS(WK-IND-TABLA)
           ADD PRESUP-IMPORTE TO WK-VEN-IMP-EMITIDO(WK-IND-TABLA)
           EVALUATE TRUE
              WHEN PRESUP-ABIERTO
                 ADD 1 TO WK-VEN-ABIERTOS(WK-IND-TABLA)
              WHEN PRESUP-ACEPTADO
                 ADD 1 TO WK-VEN-ACEPTADOS(WK-IND-TABLA)
                 ADD PRESUP-IMPORTE
                     TO WK-VEN-IMP-ACEPTADO(WK-IND-TABLA)
                 IF PRESUP-PEDIDO NOT = ZERO
                    ADD 1 TO WK-VEN-PEDIDOS(WK-IND-TABLA)
                 END-IF
              WHEN PRESUP-RECHAZADO
                 ADD 1 TO WK-VEN-RECHAZADOS(WK-IND-TABLA)
              WHEN PRESUP-VENCIDO
                 ADD 1 TO WK-VEN-VENCIDOS(WK-IND-TABLA)
           END-EVALUATE.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-PRESUP THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Una linea por vendedor con presupuestos en el rango; la
      *    conversion es lo aceptado sobre lo emitido.
      ******************************************************************
       2300-LINEA-VENDEDOR.
           IF WK-VEN-EMITIDOS(WK-IND-TABLA) = ZERO
              GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO WK-D-NOMBRE
           IF WK-IND-TABLA = 1000
              MOVE ZERO TO WK-D-VENDEDOR
              MOVE "(SIN VENDEDOR)" TO WK-D-NOMBRE
           ELSE
              MOVE WK-IND-TABLA TO WK-IND-VEND
              MOVE WK-IND-VEND  TO WK-D-VENDEDOR
              IF WK-HAY-VENDEDOR = "S"
                 MOVE WK-IND-VEND TO VENDEDOR-CODIGO
                 READ VENDEDOR
                     INVALID KEY
                        MOVE "(VENDEDOR INEXISTENTE)" TO WK-D-NOMBRE
                     NOT INVALID KEY
                        MOVE VENDEDOR-NOMBRE TO WK-D-NOMBRE
                 END-READ
              END-IF
           END-IF
           MOVE WK-VEN-EMITIDOS(WK-IND-TABLA)   TO WK-D-EMITIDOS
           MOVE WK-VEN-ABIERTOS(WK-IND-TABLA)   TO WK-D-ABIERTOS
           MOVE WK-VEN-ACEPTADOS(WK-IND-TABLA)  TO WK-D-ACEPTADOS
           MOVE WK-VEN-PEDIDOS(WK-IND-TABLA)    TO WK-D-PEDIDOS
           MOVE WK-VEN-RECHAZADOS(WK-IND-TABLA) TO WK-D-RECHAZADOS
           MOVE WK-VEN-VENCIDOS(WK-IND-TABLA)   TO WK-D-VENCIDOS
           MOVE WK-VEN-IMP-EMITIDO(WK-IND-TABLA)
               TO WK-D-IMP-EMITIDO
           MOVE WK-VEN-IMP-ACEPTADO(WK-IND-TABLA)
               TO WK-D-IMP-ACEPTADO
           COMPUTE WK-PORC-CANTIDAD ROUNDED =
                   WK-VEN-ACEPTADOS(WK-IND-TABLA) * 100
                   / WK-VEN-EMITIDOS(WK-IND-TABLA)
           MOVE ZERO TO WK-PORC-IMPORTE
           IF WK-VEN-IMP-EMITIDO(WK-IND-TABLA) > ZERO
              COMPUTE WK-PORC-IMPORTE ROUNDED =
                      WK-VEN-IMP-ACEPTADO(WK-IND-TABLA) * 100
                      / WK-VEN-IMP-EMITIDO(WK-IND-TABLA)
           END-IF
           MOVE WK-PORC-CANTIDAD TO WK-D-PORC-CANTIDAD
           MOVE WK-PORC-IMPORTE  TO WK-D-PORC-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET
           ADD WK-VEN-EMITIDOS(WK-IND-TABLA)   TO WK-TOT-EMITIDOS
           ADD WK-VEN-ABIERTOS(WK-IND-TABLA)   TO WK-TOT-ABIERTOS
           ADD WK-VEN-ACEPTADOS(WK-IND-TABLA)  TO WK-TOT-ACEPTADOS
           ADD WK-VEN-PEDIDOS(WK-IND-TABLA)    TO WK-TOT-PEDIDOS
           ADD WK-VEN-RECHAZADOS(WK-IND-TABLA) TO WK-TOT-RECHAZADOS
           ADD WK-VEN-VENCIDOS(WK-IND-TABLA)   TO WK-TOT-VENCIDOS
           ADD WK-VEN-IMP-EMITIDO(WK-IND-TABLA)
               TO WK-TOT-IMP-EMITIDO
           ADD WK-VEN-IMP-ACEPTADO(WK-IND-TABLA)
               TO WK-TOT-IMP-ACEPTADO.
       2300-EXIT.
           EXIT.

       2400-LINEA-TOTAL.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE ZERO                TO WK-D-VENDEDOR
           MOVE "TOTAL GENERAL"     TO WK-D-NOMBRE
           MOVE WK-TOT-EMITIDOS     TO WK-D-EMITIDOS
           MOVE WK-TOT-ABIERTOS     TO WK-D-ABIERTOS
           MOVE WK-TOT-ACEPTADOS    TO WK-D-ACEPTADOS
           MOVE WK-TOT-PEDIDOS      TO WK-D-PEDIDOS
           MOVE WK-TOT-RECHAZADOS   TO WK-D-RECHAZADOS
           MOVE WK-TOT-VENCIDOS     TO WK-D-VENCIDOS
           MOVE WK-TOT-IMP-EMITIDO  TO WK-D-IMP-EMITIDO
           MOVE WK-TOT-IMP-ACEPTADO TO WK-D-IMP-ACEPTADO
           MOVE ZERO TO WK-PORC-CANTIDAD WK-PORC-IMPORTE
           IF WK-TOT-EMITIDOS > ZERO
              COMPUTE WK-PORC-CANTIDAD ROUNDED =
                      WK-TOT-ACEPTADOS * 100 / WK-TOT-EMITIDOS
           END-IF
           IF WK-TOT-IMP-EMITIDO > ZERO
              COMPUTE WK-PORC-IMPORTE ROUNDED =
                      WK-TOT-IMP-ACEPTADO * 100 / WK-TOT-IMP-EMITIDO
           END-IF
           MOVE WK-PORC-CANTIDAD TO WK-D-PORC-CANTIDAD
           MOVE WK-PORC-IMPORTE  TO WK-D-PORC-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE PRESUP
           IF WK-HAY-VENDEDOR = "S"
              CLOSE VENDEDOR
           END-IF
           CLOSE RPT-CONVERSION
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "PRESUP-REPORTE".
