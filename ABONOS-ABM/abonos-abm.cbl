       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ABONOS-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    abonos de servicios de cada cliente
      *                    (archivo ABONOS): concepto, articulo,
      *                    importe fijo o cantidad a precio de
      *                    lista, periodicidad en meses, fechas
      *                    desde y hasta, ocurrencia y moneda de
      *                    ajuste por cotizacion. El numero de abono
      *                    se asigna correlativo por cliente. La
      *                    facturacion mensual la hace
      *                    ABONOS-FACTURACION.
      *   15/10/2026  SIS  El abono queda a nombre de la empresa con
      *                    la que se trabaja al darlo de alta
      *                    (ABONO-EMPRESA); la consulta la muestra.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ABONOS.SEL".
           COPY "CLIENTE.SEL".
           COPY "ARTICULOS.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ABONOS.CPY".
           COPY "CLIENTFD.CPY".
           COPY "ARTICULOS.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-ABONOS               PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-ABONO             PIC X(01).
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-EOF-ABONOS               PIC X(01).
       77  WK-DATOS-OK                 PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-NRO                      PIC 9(03).
       77  WK-ULT-NRO                  PIC 9(03).
       77  WK-USUARIO                  PIC X(10).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-CANTIDAD-EDIT            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN I-O ABONOS
           IF STATUS-ABONOS = "35"
              OPEN OUTPUT ABONOS
              CLOSE ABONOS
              OPEN I-O ABONOS
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "ABONOS DE SERVICIOS - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = ABONOS DEL CLIENTE   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M" AND NOT = "B"
              AND NOT = "C" AND NOT = "L"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           IF WK-OPCION = "L"
              PERFORM 2600-LISTAR THRU 2600-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "A"
              IF A101-DADO-DE-BAJA
                 DISPLAY "CLIENTE DADO DE BAJA - NO ADMITE ABONOS"
                 GO TO 2100-EXIT
              END-IF
              PERFORM 2400-ALTA THRU 2400-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NUMERO DE ABONO: "
           ACCEPT WK-NRO
           MOVE WK-CLIENTE TO ABONO-CLIENTE
           MOVE WK-NRO     TO ABONO-NRO
           PERFORM 8200-LEER-ABONO THRU 8200-EXIT
           IF WK-EXISTE-ABONO = "N"
              DISPLAY "NO EXISTE EL ABONO"
              GO TO 2100-EXIT
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 2300-MOSTRAR THRU 2300-EXIT
                 PERFORM 2200-CARGAR-DATOS THRU 2200-EXIT
                 IF WK-DATOS-OK = "S"
                    DISPLAY "ESTADO (A=ACTIVO S=SUSPENDIDO): "
                    ACCEPT ABONO-ESTADO
                    IF NOT ABONO-ACTIVO AND NOT ABONO-SUSPENDIDO
                       MOVE "A" TO ABONO-ESTADO
                    END-IF
                    MOVE WK-USUARIO TO ABONO-USUARIO
                    REWRITE ABONO-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 MOVE "B" TO ABONO-ESTADO
                 MOVE WK-USUARIO TO ABONO-USUARIO
                 REWRITE ABONO-REG
                     INVALID KEY DISPLAY "ERROR AL REGRABAR"
                 END-REWRITE
                 DISPLAY "ABONO DADO DE BAJA"
              WHEN "C"
                 PERFORM 2300-MOSTRAR THRU 2300-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Pide los datos del abono en el area del registro y los
      *    valida; WK-DATOS-OK en "N" descarta la operacion.
      ******************************************************************
       2200-CARGAR-DATOS.
           MOVE "N" TO WK-DATOS-OK
           DISPLAY "CONCEPTO: "
           ACCEPT ABONO-CONCEPTO
           IF ABONO-CONCEPTO = SPACES
              DISPLAY "CONCEPTO EN BLANCO - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           DISPLAY "ARTICULO (0 = SIN ARTICULO): "
           ACCEPT ABONO-ARTICULO
           IF ABONO-ARTICULO NOT = ZERO
              IF WK-HAY-ARTICULOS = "N"
                 DISPLAY "SIN MAESTRO DE ARTICULOS - OPERACION ",
                         "DESCARTADA"
                 GO TO 2200-EXIT
              END-IF
              MOVE ABONO-ARTICULO TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY
                     DISPLAY "NO EXISTE EL ARTICULO - OPERACION ",
                             "DESCARTADA"
                     GO TO 2200-EXIT
              END-READ
              DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION
           END-IF
           DISPLAY "OCURRENCIA (1=PESOS 2=PESOS CONF "
                   "3=DOLARES 4=DOLARES CONF): "
           ACCEPT ABONO-OCURRENCIA
           IF ABONO-OCURRENCIA < 1 OR ABONO-OCURRENCIA > 4
              DISPLAY "OCURRENCIA INVALIDA - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           DISPLAY "MODALIDAD (I=IMPORTE FIJO C=CANTIDAD A PRECIO "
                   "DE LISTA): "
           ACCEPT ABONO-MODALIDAD
           MOVE ZEROS  TO ABONO-IMPORTE ABONO-CANTIDAD
           MOVE SPACES TO ABONO-MONEDA
           EVALUATE TRUE
              WHEN ABONO-IMPORTE-FIJO
                 DISPLAY "IMPORTE NETO (150000 = 1.500,00): "
                 ACCEPT ABONO-IMPORTE
                 IF ABONO-IMPORTE = ZERO
                    DISPLAY "IMPORTE EN CERO - OPERACION DESCARTADA"
                    GO TO 2200-EXIT
                 END-IF
                 IF ABONO-OCURRENCIA < 3
                    DISPLAY "MONEDA DE AJUSTE (USD; BLANCO = SIN "
                            "AJUSTE): "
                    ACCEPT ABONO-MONEDA
                 END-IF
              WHEN ABONO-POR-CANTIDAD
                 IF ABONO-ARTICULO = ZERO
                    DISPLAY "LA MODALIDAD C REQUIERE ARTICULO - "
                            "OPERACION DESCARTADA"
                    GO TO 2200-EXIT
                 END-IF
                 DISPLAY "CANTIDAD (100 = 1,00): "
                 ACCEPT ABONO-CANTIDAD
                 IF ABONO-CANTIDAD = ZERO
                    DISPLAY "CANTIDAD EN CERO - OPERACION DESCARTADA"
                    GO TO 2200-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY "MODALIDAD INVALIDA - OPERACION DESCARTADA"
                 GO TO 2200-EXIT
           END-EVALUATE
           DISPLAY "PERIODICIDAD EN MESES (1, 2, 3, 6, 12): "
           ACCEPT ABONO-PERIODICIDAD
           IF ABONO-PERIODICIDAD = ZERO OR ABONO-PERIODICIDAD > 12
              DISPLAY "PERIODICIDAD INVALIDA - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT ABONO-FECHA-DESDE
           IF ABONO-FECHA-DESDE = ZERO
              OR ABONO-FECHA-DESDE(5:2) < "01"
              OR ABONO-FECHA-DESDE(5:2) > "12"
              DISPLAY "FECHA DESDE INVALIDA - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN VENCIMIENTO): "
           ACCEPT ABONO-FECHA-HASTA
           IF ABONO-FECHA-HASTA NOT = ZERO
              AND ABONO-FECHA-HASTA < ABONO-FECHA-DESDE
              DISPLAY "FECHA HASTA ANTERIOR A LA DESDE - OPERACION "
                      "DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           MOVE "S" TO WK-DATOS-OK.
       2200-EXIT.
           EXIT.

       2300-MOSTRAR.
           DISPLAY "ABONO. . . . : ", ABONO-CLIENTE, "/", ABONO-NRO
           DISPLAY "CONCEPTO . . : ", ABONO-CONCEPTO
           DISPLAY "ARTICULO . . : ", ABONO-ARTICULO
           DISPLAY "OCURRENCIA . : ", ABONO-OCURRENCIA
           IF ABONO-IMPORTE-FIJO
              MOVE ABONO-IMPORTE TO WK-IMPORTE-EDIT
              DISPLAY "IMPORTE FIJO : ", WK-IMPORTE-EDIT, " ",
                      ABONO-MONEDA
           ELSE
              MOVE ABONO-CANTIDAD TO WK-CANTIDAD-EDIT
              DISPLAY "CANTIDAD . . : ", WK-CANTIDAD-EDIT,
                      " A PRECIO DE LISTA"
           END-IF
           DISPLAY "PERIODICIDAD : ", ABONO-PERIODICIDAD, " MESES"
           DISPLAY "DESDE/HASTA. : ", ABONO-FECHA-DESDE, " ",
                   ABONO-FECHA-HASTA
           DISPLAY "ESTADO . . . : ", ABONO-ESTADO
           IF ABONO-EMPRESA NUMERIC
              DISPLAY "EMPRESA. . . : ", ABONO-EMPRESA
           ELSE
              DISPLAY "EMPRESA. . . : 0"
           END-IF
           IF ABONO-ULT-PERIODO NOT = ZERO
              MOVE ABONO-ULT-IMPORTE TO WK-IMPORTE-EDIT
              DISPLAY "ULT. FACTURA : ", ABONO-ULT-PERIODO, " ",
                      ABONO-ULT-LETRA, "-", ABONO-ULT-NRO, " ",
                      WK-IMPORTE-EDIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    Alta con el siguiente numero libre del cliente.
      ******************************************************************
       2400-ALTA.
           PERFORM 2500-BUSCAR-ULT-NRO THRU 2500-EXIT
           IF WK-ULT-NRO = 999
              DISPLAY "EL CLIENTE NO ADMITE MAS ABONOS"
              GO TO 2400-EXIT
           END-IF
           MOVE SPACES     TO ABONO-REG
           MOVE WK-CLIENTE TO ABONO-CLIENTE
           COMPUTE ABONO-NRO = WK-ULT-NRO + 1
           PERFORM 2200-CARGAR-DATOS THRU 2200-EXIT
           IF WK-DATOS-OK = "N"
              GO TO 2400-EXIT
           END-IF
           MOVE "A"        TO ABONO-ESTADO
           MOVE ZEROS      TO ABONO-ULT-PERIODO ABONO-ULT-NRO
                              ABONO-ULT-IMPORTE
           MOVE SPACE      TO ABONO-ULT-LETRA
           MOVE WK-USUARIO TO ABONO-USUARIO
           MOVE WK-EMPRESA TO ABONO-EMPRESA
           WRITE ABONO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR"
                  GO TO 2400-EXIT
           END-WRITE
           DISPLAY "ABONO ", ABONO-NRO, " GRABADO".
       2400-EXIT.
           EXIT.

       2500-BUSCAR-ULT-NRO.
           MOVE ZERO TO WK-ULT-NRO
           MOVE "N" TO WK-EOF-ABONOS
           MOVE WK-CLIENTE TO ABONO-CLIENTE
           MOVE ZERO       TO ABONO-NRO
           START ABONOS KEY >= ABONO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ABONOS
           END-START
           PERFORM 2510-LEER-ABONO-NEXT THRU 2510-EXIT
               UNTIL WK-EOF-ABONOS = "S".
       2500-EXIT.
           EXIT.

       2510-LEER-ABONO-NEXT.
           READ ABONOS NEXT
               AT END MOVE "S" TO WK-EOF-ABONOS
           END-READ
           IF WK-EOF-ABONOS = "N"
              IF ABONO-CLIENTE NOT = WK-CLIENTE
                 MOVE "S" TO WK-EOF-ABONOS
              ELSE
                 MOVE ABONO-NRO TO WK-ULT-NRO
              END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    Lista los abonos del cliente, incluidos los de baja.
      ******************************************************************
       2600-LISTAR.
           MOVE "N" TO WK-EOF-ABONOS
           MOVE WK-CLIENTE TO ABONO-CLIENTE
           MOVE ZERO       TO ABONO-NRO
           START ABONOS KEY >= ABONO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ABONOS
           END-START
           PERFORM 2610-LISTAR-UNO THRU 2610-EXIT
               UNTIL WK-EOF-ABONOS = "S".
       2600-EXIT.
           EXIT.

       2610-LISTAR-UNO.
           READ ABONOS NEXT
               AT END MOVE "S" TO WK-EOF-ABONOS
           END-READ
           IF WK-EOF-ABONOS = "S"
              OR ABONO-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-ABONOS
              GO TO 2610-EXIT
           END-IF
           DISPLAY "  ", ABONO-NRO, " ", ABONO-CONCEPTO, " ",
                   ABONO-MODALIDAD, " CADA ", ABONO-PERIODICIDAD,
                   " MESES  ESTADO ", ABONO-ESTADO,
                   "  ULT.PERIODO ", ABONO-ULT-PERIODO.
       2610-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-LEER-ABONO.
           MOVE "S" TO WK-EXISTE-ABONO
           READ ABONOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ABONO
           END-READ.
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ABONOS
           CLOSE CLIENTE
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "ABONOS-ABM".
