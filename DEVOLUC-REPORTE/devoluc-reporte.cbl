       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DEVOLUC-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Listado mensual de
      *                    devoluciones de mercaderia desde DEVOLUC,
      *                    agrupado por motivo (descripcion de
      *                    MOTNOTA), vendedor y cliente, con la NC,
      *                    la factura de origen, el articulo y la
      *                    cantidad en cada linea y subtotales por
      *                    cliente, vendedor y motivo.
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
           COPY "DEVOLUC.SEL".
           COPY "MOTNOTA.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-DEVOL ASSIGN TO "RPTDEVMOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-DEVOL ASSIGN TO "WDEVOL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "DEVOLUC.CPY".
           COPY "MOTNOTA.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-DEVOL
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-DEVOL.
       01  SD-DEVOL.
           03  SD-MOTIVO               PIC 9(2).
           03  SD-VENDEDOR             PIC 9(3).
           03  SD-CLIENTE              PIC 9(6).
           03  SD-FECHA                PIC 9(8).
           03  SD-NC                   PIC 9(8).
           03  SD-FACT-LETRA           PIC X(1).
           03  SD-FACT-NRO             PIC 9(8).
           03  SD-ARTICULO             PIC 9(6).
           03  SD-CANTIDAD             PIC 9(7)V99.
           03  SD-IMPORTE              PIC S9(13)V99.

       WORKING-STORAGE SECTION.
       77  STATUS-DEVOLUC              PIC X(02).
       77  STATUS-MOTNOTA              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-DEVOLUC              PIC X(01) VALUE "N".
           88  EOF-DEVOLUC                       VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-PRIMERA                  PIC X(01) VALUE "S".
       77  WK-EXISTE-MOTNOTA           PIC X(01).

       77  WK-PERIODO                  PIC 9(06).
       77  WK-MOTIVO-ANT               PIC 9(02).
       77  WK-VENDEDOR-ANT             PIC 9(03).
       77  WK-CLIENTE-ANT              PIC 9(06).
       77  WK-SUB-CLIENTE              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-VENDEDOR             PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-MOTIVO               PIC S9(14)V99 VALUE ZERO.
       77  WK-TOTAL-GENERAL            PIC S9(14)V99 VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "DEVOLUCIONES DE MERCADERIA DEL PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-MOTIVO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE "MOTIVO ".
           03  WK-M-CODIGO             PIC 9(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-M-DESCRIPCION        PIC X(30).

       01  WK-LINEA-VENDEDOR.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "VENDEDOR ".
           03  WK-V-CODIGO             PIC ZZ9.

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-FECHA              PIC 9(08).
           03  FILLER                  PIC X(04) VALUE " NC ".
           03  WK-D-NC                 PIC 9(08).
           03  FILLER                  PIC X(06) VALUE " FACT ".
           03  WK-D-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-D-FACT-NRO           PIC 9(08).
           03  FILLER                  PIC X(06) VALUE " ART. ".
           03  WK-D-ARTICULO           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CANTIDAD           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(25).
           03  WK-S-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(25) VALUE
               "TOTAL GENERAL . . . . . ".
           03  WK-TG-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion; sin parametros
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "PERIODO A LISTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT DEVOLUC
           IF STATUS-DEVOLUC NOT = "00"
              DISPLAY "SIN DEVOLUCIONES - STATUS ", STATUS-DEVOLUC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT MOTNOTA
           OPEN OUTPUT RPT-DEVOL
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma la razon social para el encabezado de ahi.
      ******************************************************************
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
           SORT WORK-DEVOL
               ON ASCENDING KEY SD-MOTIVO SD-VENDEDOR SD-CLIENTE
                                SD-FECHA SD-NC
               INPUT PROCEDURE  2100-VOLCAR-DEVOL THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR     THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VOLCAR-DEVOL.
           MOVE ZEROS TO DEVOLUC-CLAVE
           START DEVOLUC KEY >= DEVOLUC-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-DEVOLUC
           END-START
           PERFORM 2110-LEER-DEVOL THRU 2110-EXIT
           PERFORM 2120-CARGAR-DEVOL THRU 2120-EXIT
               UNTIL EOF-DEVOLUC.
       2100-EXIT.
           EXIT.

       2110-LEER-DEVOL.
           IF EOF-DEVOLUC
              GO TO 2110-EXIT
           END-IF
           READ DEVOLUC NEXT
               AT END MOVE "S" TO WK-EOF-DEVOLUC
           END-READ.
       2110-EXIT.
           EXIT.

       2120-CARGAR-DEVOL.
           IF DEVOLUC-FECHA(1:6) = WK-PERIODO
              MOVE DEVOLUC-MOTIVO     TO SD-MOTIVO
              MOVE DEVOLUC-VENDEDOR   TO SD-VENDEDOR
              MOVE DEVOLUC-CLIENTE    TO SD-CLIENTE
              MOVE DEVOLUC-FECHA      TO SD-FECHA
              MOVE DEVOLUC-NC         TO SD-NC
              MOVE DEVOLUC-FACT-LETRA TO SD-FACT-LETRA
              MOVE DEVOLUC-FACT-NRO   TO SD-FACT-NRO
              MOVE DEVOLUC-ARTICULO   TO SD-ARTICULO
              MOVE DEVOLUC-CANTIDAD   TO SD-CANTIDAD
              MOVE DEVOLUC-IMPORTE    TO SD-IMPORTE
              RELEASE SD-DEVOL
           END-IF
           PERFORM 2110-LEER-DEVOL THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Corte de control motivo / vendedor / cliente sobre el
      *    archivo ordenado.
      ******************************************************************
       2200-IMPRIMIR.
           PERFORM 2210-RETORNAR THRU 2210-EXIT
           PERFORM 2215-UNA-DEVOLUCION THRU 2215-EXIT
               UNTIL EOF-SORT
           IF WK-PRIMERA = "N"
              PERFORM 2250-SUBTOTAL-CLIENTE  THRU 2250-EXIT
              PERFORM 2245-SUBTOTAL-VENDEDOR THRU 2245-EXIT
              PERFORM 2240-SUBTOTAL-MOTIVO   THRU 2240-EXIT
           END-IF
           PERFORM 2260-TOTAL-GENERAL THRU 2260-EXIT.
       2200-EXIT.
           EXIT.

       2210-RETORNAR.
           RETURN WORK-DEVOL
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2215-UNA-DEVOLUCION.
           IF WK-PRIMERA = "S"
              MOVE "N" TO WK-PRIMERA
              PERFORM 2220-ENCABEZADO-MOTIVO   THRU 2220-EXIT
              PERFORM 2225-ENCABEZADO-VENDEDOR THRU 2225-EXIT
           ELSE
              IF SD-MOTIVO NOT = WK-MOTIVO-ANT
                 PERFORM 2250-SUBTOTAL-CLIENTE    THRU 2250-EXIT
                 PERFORM 2245-SUBTOTAL-VENDEDOR   THRU 2245-EXIT
                 PERFORM 2240-SUBTOTAL-MOTIVO     THRU 2240-EXIT
                 PERFORM 2220-ENCABEZADO-MOTIVO   THRU 2220-EXIT
                 PERFORM 2225-ENCABEZADO-VENDEDOR THRU 2225-EXIT
              ELSE
                 IF SD-VENDEDOR NOT = WK-VENDEDOR-ANT
                    PERFORM 2250-SUBTOTAL-CLIENTE    THRU 2250-EXIT
                    PERFORM 2245-SUBTOTAL-VENDEDOR   THRU 2245-EXIT
                    PERFORM 2225-ENCABEZADO-VENDEDOR THRU 2225-EXIT
                 ELSE
                    IF SD-CLIENTE NOT = WK-CLIENTE-ANT
                       PERFORM 2250-SUBTOTAL-CLIENTE THRU 2250-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE SD-CLIENTE TO WK-CLIENTE-ANT
           PERFORM 2230-DETALLE THRU 2230-EXIT
           PERFORM 2210-RETORNAR THRU 2210-EXIT.
       2215-EXIT.
           EXIT.

       2220-ENCABEZADO-MOTIVO.
           MOVE SD-MOTIVO TO WK-MOTIVO-ANT
           MOVE SD-MOTIVO TO MOTNOTA-CODIGO
           MOVE "S" TO WK-EXISTE-MOTNOTA
           READ MOTNOTA
               INVALID KEY MOVE "N" TO WK-EXISTE-MOTNOTA
           END-READ
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SD-MOTIVO TO WK-M-CODIGO
           IF WK-EXISTE-MOTNOTA = "S"
              MOVE MOTNOTA-DESCRIPCION TO WK-M-DESCRIPCION
           ELSE
              MOVE "(MOTIVO INEXISTENTE)" TO WK-M-DESCRIPCION
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-MOTIVO.
       2220-EXIT.
           EXIT.

       2225-ENCABEZADO-VENDEDOR.
           MOVE SD-VENDEDOR TO WK-VENDEDOR-ANT
           MOVE SD-VENDEDOR TO WK-V-CODIGO
           WRITE RPT-LINEA FROM WK-LINEA-VENDEDOR.
       2225-EXIT.
           EXIT.

       2230-DETALLE.
           MOVE SD-CLIENTE    TO WK-D-CLIENTE
           MOVE SD-FECHA      TO WK-D-FECHA
           MOVE SD-NC         TO WK-D-NC
           MOVE SD-FACT-LETRA TO WK-D-LETRA
           MOVE SD-FACT-NRO   TO WK-D-FACT-NRO
           MOVE SD-ARTICULO   TO WK-D-ARTICULO
           MOVE SD-CANTIDAD   TO WK-D-CANTIDAD
           MOVE SD-IMPORTE    TO WK-D-IMPORTE
           ADD SD-IMPORTE TO WK-SUB-CLIENTE WK-SUB-VENDEDOR
                             WK-SUB-MOTIVO WK-TOTAL-GENERAL
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2230-EXIT.
           EXIT.

       2240-SUBTOTAL-MOTIVO.
           MOVE "SUBTOTAL MOTIVO . . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-MOTIVO TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-MOTIVO.
       2240-EXIT.
           EXIT.

       2245-SUBTOTAL-VENDEDOR.
           MOVE "SUBTOTAL VENDEDOR . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-VENDEDOR TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-VENDEDOR.
       2245-EXIT.
           EXIT.

       2250-SUBTOTAL-CLIENTE.
           MOVE "SUBTOTAL CLIENTE  . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-CLIENTE TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-CLIENTE.
       2250-EXIT.
           EXIT.

       2260-TOTAL-GENERAL.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-TOTAL-GENERAL TO WK-TG-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2260-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE DEVOLUC
           CLOSE MOTNOTA
           CLOSE RPT-DEVOL.
       9000-EXIT.
           EXIT.

       END PROGRAM "DEVOLUC-REPORTE".
