       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PRESUP-IMPRESION".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Impresion del
      *                    presupuesto para entregar al cliente:
      *                    empresa, cliente, vendedor, validez,
      *                    renglones con descripcion del articulo,
      *                    cantidad, precio e importe y el total
      *                    sin IVA, con la salida catalogada en el
      *                    spool.
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
           COPY "CLIENTE.SEL".
           COPY "PRESUP.SEL".
           COPY "PRESLIN.SEL".
           COPY "ARTICULOS.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-PRESUP ASSIGN TO "RPTPRESU.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "PRESUP.CPY".
           COPY "PRESLIN.CPY".
           COPY "ARTICULOS.CPY".
           COPY "VENDEDOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-PRESUP
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-PRESLIN              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-PRESUP            PIC X(01).
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-HAY-VENDEDOR             PIC X(01) VALUE "N".
       77  WK-EOF-PRESLIN              PIC X(01).
       77  WK-NRO-PRESUP               PIC 9(08).
       77  WK-IMPORTE-RENGLON          PIC S9(13)V99.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "PRESUP".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTPRESU.TXT".

       01  WK-LINEA-EMPRESA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(40).
           03  FILLER                  PIC X(07) VALUE " CUIT: ".
           03  WK-E-CUIT               PIC 9(14).

       01  WK-LINEA-PRESUP.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "PRESUPUESTO ".
           03  WK-P-NRO                PIC 9(08).
           03  FILLER                  PIC X(08) VALUE "  FECHA ".
           03  WK-P-FECHA              PIC 9(08).
           03  FILLER                  PIC X(16) VALUE
               "  VALIDO HASTA ".
           03  WK-P-VALIDEZ            PIC 9(08).
           03  WK-P-LEYENDA            PIC X(14).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-C-CLAVE              PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-C-DOMICILIO          PIC X(35).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-LOCALIDAD          PIC X(20).

       01  WK-LINEA-VENDEDOR.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "VENDEDOR ".
           03  WK-V-CODIGO             PIC ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-NOMBRE             PIC X(35).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-ARTICULO           PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-DESCRIPCION        PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CANTIDAD           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PRECIO             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(25).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Datos de la empresa para el encabezado (registro FECH-70
      *    del archivo PARAMS); sin parametros sale sin encabezado.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT CLIENTE
           OPEN INPUT PRESUP
           IF STATUS-PRESUP NOT = "00"
              DISPLAY "SIN PRESUPUESTOS - STATUS ", STATUS-PRESUP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRESLIN
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT VENDEDOR
           IF STATUS-VENDEDOR = "00"
              MOVE "S" TO WK-HAY-VENDEDOR
           END-IF
           OPEN OUTPUT RPT-PRESUP.
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
              MOVE FECH-70-EMPRESA-CUIT   TO WK-EMPRESA-CUIT
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-IMPRIMIR THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Imprime un presupuesto. Los que ya no estan abiertos
      *    salen con su estado como leyenda, para que no se
      *    entreguen como vigentes.
      ******************************************************************
       2100-IMPRIMIR.
           DISPLAY "PRESUPUESTO A IMPRIMIR (0 = FIN): "
           ACCEPT WK-NRO-PRESUP
           IF WK-NRO-PRESUP = ZERO
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           MOVE WK-NRO-PRESUP TO PRESUP-NRO
           MOVE "S" TO WK-EXISTE-PRESUP
           READ PRESUP
               INVALID KEY MOVE "N" TO WK-EXISTE-PRESUP
           END-READ
           IF WK-EXISTE-PRESUP = "N"
              DISPLAY "NO EXISTE EL PRESUPUESTO ", WK-NRO-PRESUP
              GO TO 2100-EXIT
           END-IF
           MOVE PRESUP-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              MOVE SPACES TO A101-NOMBRE A101-DOMICILIO
                             A101-LOCALIDAD
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE WK-EMPRESA-NOMBRE TO WK-E-NOMBRE
              MOVE WK-EMPRESA-CUIT   TO WK-E-CUIT
              WRITE RPT-LINEA FROM WK-LINEA-EMPRESA
           END-IF
           MOVE PRESUP-NRO     TO WK-P-NRO
           MOVE PRESUP-FECHA   TO WK-P-FECHA
           MOVE PRESUP-VALIDEZ TO WK-P-VALIDEZ
           EVALUATE TRUE
              WHEN PRESUP-ACEPTADO
                 MOVE "  ACEPTADO"  TO WK-P-LEYENDA
              WHEN PRESUP-VENCIDO
                 MOVE "  VENCIDO"   TO WK-P-LEYENDA
              WHEN PRESUP-RECHAZADO
                 MOVE "  RECHAZADO" TO WK-P-LEYENDA
              WHEN OTHER
                 MOVE SPACES        TO WK-P-LEYENDA
           END-EVALUATE
           WRITE RPT-LINEA FROM WK-LINEA-PRESUP
           MOVE PRESUP-CLIENTE TO WK-C-CLAVE
           MOVE A101-NOMBRE    TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           MOVE A101-DOMICILIO TO WK-C-DOMICILIO
           MOVE A101-LOCALIDAD TO WK-C-LOCALIDAD
           WRITE RPT-LINEA FROM WK-LINEA-DOMICILIO
           MOVE SPACES TO WK-V-NOMBRE
           IF WK-HAY-VENDEDOR = "S"
              MOVE PRESUP-VENDEDOR TO VENDEDOR-CODIGO
              READ VENDEDOR
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE VENDEDOR-NOMBRE TO WK-V-NOMBRE
              END-READ
           END-IF
           MOVE PRESUP-VENDEDOR TO WK-V-CODIGO
           WRITE RPT-LINEA FROM WK-LINEA-VENDEDOR
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "N" TO WK-EOF-PRESLIN
           MOVE PRESUP-NRO TO PRESLIN-PRESUP
           MOVE ZERO       TO PRESLIN-LINEA
           START PRESLIN KEY >= PRESLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PRESLIN
           END-START
           PERFORM 2200-IMPRIMIR-RENGLON THRU 2200-EXIT
               UNTIL WK-EOF-PRESLIN = "S"
           MOVE "TOTAL SIN IVA  . . . . . " TO WK-I-LEYENDA
           MOVE PRESUP-IMPORTE TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE SPACES TO RPT-LINEA
           STRING "     PRECIOS SUJETOS A CONFIRMACION PASADA LA "
                  "FECHA DE VALIDEZ. IVA SEGUN CONDICION DEL CLIENTE."
               DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA
           DISPLAY "PRESUPUESTO ", PRESUP-NRO, " IMPRESO".
       2100-EXIT.
           EXIT.

       2200-IMPRIMIR-RENGLON.
           READ PRESLIN NEXT
               AT END MOVE "S" TO WK-EOF-PRESLIN
           END-READ
           IF WK-EOF-PRESLIN = "S"
              OR PRESLIN-PRESUP NOT = PRESUP-NRO
              MOVE "S" TO WK-EOF-PRESLIN
              GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WK-D-DESCRIPCION
           IF WK-HAY-ARTICULOS = "S"
              MOVE PRESLIN-ARTICULO TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE ARTICULO-DESCRIPCION TO WK-D-DESCRIPCION
              END-READ
           END-IF
           COMPUTE WK-IMPORTE-RENGLON =
                   PRESLIN-CANTIDAD * PRESLIN-PRECIO
           MOVE PRESLIN-ARTICULO   TO WK-D-ARTICULO
           MOVE PRESLIN-CANTIDAD   TO WK-D-CANTIDAD
           MOVE PRESLIN-PRECIO     TO WK-D-PRECIO
           MOVE WK-IMPORTE-RENGLON TO WK-D-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE PRESUP
           CLOSE PRESLIN
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-VENDEDOR = "S"
              CLOSE VENDEDOR
           END-IF
           CLOSE RPT-PRESUP
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "PRESUP-IMPRESION".
