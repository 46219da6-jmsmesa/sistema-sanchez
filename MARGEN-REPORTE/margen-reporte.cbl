       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "MARGEN-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Margen bruto de un
      *                    rango de fechas: renglones facturados
      *                    (FACTLIN de las facturas emitidas) menos
      *                    las devoluciones (DEVOLUC) del rango,
      *                    valorizados al costo vigente del articulo
      *                    a la fecha de la factura (ARTCOSTO).
      *                    Cantidad, venta neta, costo y margen por
      *                    articulo, cliente, vendedor y zona/subzona
      *                    de venta, y el detalle de los renglones
      *                    vendidos por debajo del costo. Lo vendido
      *                    sin costo cargado se informa aparte y no
      *                    entra en el margen.
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
           COPY "FACTURAS.SEL".
           COPY "FACTLIN.SEL".
           COPY "DEVOLUC.SEL".
           COPY "ARTICULOS.SEL".
           COPY "ARTCOSTO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-MARGEN ASSIGN TO "RPTMARG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-MARGEN ASSIGN TO "WMARGEN.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "FACTURAS.CPY".
           COPY "FACTLIN.CPY".
           COPY "DEVOLUC.CPY".
           COPY "ARTICULOS.CPY".
           COPY "ARTCOSTO.CPY".
           COPY "VENDEDOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-MARGEN
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

      ******************************************************************
      *    Cada renglon entra al sort una vez por agrupacion
      *    (1 articulo, 2 cliente, 3 vendedor, 4 zona*100+subzona)
      *    y, si se vendio por debajo del costo, una vez mas en la
      *    seccion 5 con el detalle del renglon.
      ******************************************************************
       SD  WORK-MARGEN.
       01  SD-MARGEN.
           03  SD-SECCION              PIC 9(01).
           03  SD-CLAVE                PIC 9(06).
           03  SD-FECHA                PIC 9(08).
           03  SD-LETRA                PIC X(01).
           03  SD-NRO                  PIC 9(08).
           03  SD-RENGLON              PIC 9(04).
           03  SD-CLIENTE              PIC 9(06).
           03  SD-ARTICULO             PIC 9(06).
           03  SD-CANTIDAD             PIC S9(09)V99.
           03  SD-IMPORTE              PIC S9(13)V99.
           03  SD-COSTO                PIC S9(13)V99.
           03  SD-SIN-COSTO            PIC S9(13)V99.
           03  SD-PRECIO               PIC 9(09)V99.
           03  SD-COSTO-UNIT           PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-DEVOLUC              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-FACTURAS             PIC X(01) VALUE "N".
           88  EOF-FACTURAS                      VALUE "S".
       77  WK-EOF-FACTLIN              PIC X(01).
       77  WK-EOF-DEVOLUC              PIC X(01) VALUE "N".
           88  EOF-DEVOLUC                       VALUE "S".
       77  WK-EOF-ARTCOSTO             PIC X(01).
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-HAY-DEVOLUC              PIC X(01) VALUE "S".
       77  WK-HAY-ARTCOSTO             PIC X(01) VALUE "S".
       77  WK-HAY-COSTO                PIC X(01).
       77  WK-HAY-PENDIENTE            PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       77  WK-FECHA-DESDE              PIC 9(08).
       77  WK-FECHA-HASTA              PIC 9(08).
       77  WK-FECHA-COSTO              PIC 9(08).
       77  WK-ARTICULO                 PIC 9(06).
       77  WK-COSTO                    PIC 9(09)V99.
       77  WK-VENDEDOR                 PIC 9(03).
       77  WK-ZONA-CLAVE               PIC 9(06).

      ******************************************************************
      *    Renglon en curso, ya con signo (las devoluciones restan)
      *    y valorizado al costo.
      ******************************************************************
       77  WK-CANTIDAD                 PIC S9(09)V99.
       77  WK-IMPORTE                  PIC S9(13)V99.
       77  WK-COSTO-RENGLON            PIC S9(13)V99.
       77  WK-SIN-COSTO                PIC S9(13)V99.

      ******************************************************************
      *    Acumulados de la clave en curso de la salida del sort y
      *    totales generales (cada renglon una sola vez).
      ******************************************************************
       77  WK-SECCION-ANT              PIC 9(01) VALUE ZERO.
       77  WK-CLAVE-ANT                PIC 9(06) VALUE ZERO.
       77  WK-ACU-CANTIDAD             PIC S9(09)V99.
       77  WK-ACU-IMPORTE              PIC S9(13)V99.
       77  WK-ACU-COSTO                PIC S9(13)V99.
       77  WK-ACU-SIN-COSTO            PIC S9(13)V99.
       77  WK-MARGEN                   PIC S9(13)V99.
       77  WK-MARGEN-PORC              PIC S9(05)V99.
       77  WK-PERDIDA                  PIC S9(13)V99.

       77  WK-TOT-IMPORTE              PIC S9(15)V99 VALUE ZERO.
       77  WK-TOT-COSTO                PIC S9(15)V99 VALUE ZERO.
       77  WK-TOT-SIN-COSTO            PIC S9(15)V99 VALUE ZERO.
       77  WK-TOT-DEVOLUC              PIC S9(15)V99 VALUE ZERO.
       77  WK-TOT-BAJO-COSTO           PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "MARGEN".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTMARG.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(23) VALUE
               "MARGEN BRUTO DE VENTAS ".
           03  FILLER                  PIC X(06) VALUE "DESDE ".
           03  WK-T-DESDE              PIC 9(08).
           03  FILLER                  PIC X(07) VALUE " HASTA ".
           03  WK-T-HASTA              PIC 9(08).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(39) VALUE
               "CODIGO  NOMBRE".
           03  FILLER                  PIC X(32) VALUE
               "       CANTIDAD     VENTA NETA".
           03  FILLER                  PIC X(32) VALUE
               "          COSTO          MARGEN".
           03  FILLER                  PIC X(24) VALUE
               "     %   VENTA S/COSTO".

       01  WK-LINEA-SECCION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(40).

       01  WK-LINEA-AGRUP.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-A-CODIGO             PIC X(07).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-NOMBRE             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-CANTIDAD           PIC ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-COSTO              PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-MARGEN             PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-PORC               PIC ZZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-SIN-COSTO          PIC ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.

       01  WK-CODIGO-ZONA.
           03  WK-CZ-ZONA              PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-CZ-SUBZONA           PIC 9(02).

       01  WK-ZONA-CLAVE-R.
           03  FILLER                  PIC 9(02).
           03  WK-ZCR-ZONA             PIC 9(02).
           03  WK-ZCR-SUBZONA          PIC 9(02).

       01  WK-LINEA-RUBROS-BAJO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "FACTURA    FECHA    CLIENTE ARTIC.".
           03  FILLER                  PIC X(26) VALUE
               "DESCRIPCION".
           03  FILLER                  PIC X(30) VALUE
               "  CANTIDAD         PRECIO".
           03  FILLER                  PIC X(30) VALUE
               "        COSTO        PERDIDA".

       01  WK-LINEA-BAJO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-B-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-B-NRO                PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-ARTICULO           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-DESCRIPCION        PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-CANTIDAD           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-PRECIO             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-COSTO              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-PERDIDA            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
      *    corrido desde un procedimiento el rango llega por
      *    ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-FECHA-DESDE WK-FECHA-HASTA
           ACCEPT WK-FECHA-DESDE FROM ENVIRONMENT "MARGEN-DESDE"
           ACCEPT WK-FECHA-HASTA FROM ENVIRONMENT "MARGEN-HASTA"
           IF WK-FECHA-DESDE NOT NUMERIC OR WK-FECHA-DESDE = ZEROS
              DISPLAY "FECHA DESDE (AAAAMMDD): "
              ACCEPT WK-FECHA-DESDE
              DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): "
              ACCEPT WK-FECHA-HASTA
           END-IF
           IF WK-FECHA-HASTA NOT NUMERIC OR WK-FECHA-HASTA = ZERO
              MOVE 99999999 TO WK-FECHA-HASTA
           END-IF
           IF WK-FECHA-HASTA < WK-FECHA-DESDE
              DISPLAY "RANGO DE FECHAS INVALIDO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT FACTURAS
           IF STATUS-FACTURAS NOT = "00"
              DISPLAY "SIN FACTURAS EMITIDAS - STATUS ",
                      STATUS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT FACTLIN
           OPEN INPUT DEVOLUC
           IF STATUS-DEVOLUC NOT = "00"
              MOVE "N" TO WK-HAY-DEVOLUC
           END-IF
           OPEN INPUT ARTCOSTO
           IF STATUS-ARTCOSTO NOT = "00"
              MOVE "N" TO WK-HAY-ARTCOSTO
              DISPLAY "SIN COSTOS DE ARTICULOS CARGADOS"
           END-IF
           OPEN INPUT ARTICULOS
           OPEN INPUT VENDEDOR
           OPEN OUTPUT RPT-MARGEN
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-DESDE TO WK-T-DESDE
           MOVE WK-FECHA-HASTA TO WK-T-HASTA
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
           SORT WORK-MARGEN
               ON ASCENDING KEY SD-SECCION SD-CLAVE SD-FECHA
                                SD-LETRA SD-NRO SD-RENGLON
               INPUT PROCEDURE  2100-VOLCAR-VENTAS THRU 2100-EXIT
               OUTPUT PROCEDURE 3000-IMPRIMIR      THRU 3000-EXIT
           PERFORM 3900-TOTALES THRU 3900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Entrada del sort: renglones de las facturas emitidas en
      *    el rango y devoluciones del rango.
      ******************************************************************
       2100-VOLCAR-VENTAS.
           MOVE LOW-VALUES TO FACTURA-CLAVE
           START FACTURAS KEY >= FACTURA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTURAS
           END-START
           PERFORM 2110-LEER-FACTURA THRU 2110-EXIT
           PERFORM 2120-VOLCAR-FACTURA THRU 2120-EXIT
               UNTIL EOF-FACTURAS
           IF WK-HAY-DEVOLUC = "N"
              GO TO 2100-EXIT
           END-IF
           MOVE LOW-VALUES TO DEVOLUC-CLAVE
           START DEVOLUC KEY >= DEVOLUC-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-DEVOLUC
           END-START
           PERFORM 2210-LEER-DEVOLUC THRU 2210-EXIT
           PERFORM 2220-VOLCAR-DEVOLUC THRU 2220-EXIT
               UNTIL EOF-DEVOLUC.
       2100-EXIT.
           EXIT.

       2110-LEER-FACTURA.
           READ FACTURAS NEXT
               AT END MOVE "S" TO WK-EOF-FACTURAS
           END-READ.
       2110-EXIT.
           EXIT.

       2120-VOLCAR-FACTURA.
           IF NOT FACTURA-EMITIDA
              OR FACTURA-FECHA < WK-FECHA-DESDE
              OR FACTURA-FECHA > WK-FECHA-HASTA
              GO TO 2120-SIGUIENTE
           END-IF
           MOVE FACTURA-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "S"
              MOVE A101-VENDEDOR TO WK-VENDEDOR
              COMPUTE WK-ZONA-CLAVE =
                      A101-ZONA-VTA * 100 + A101-SUBZONA-VTA
           ELSE
              MOVE ZERO TO WK-VENDEDOR WK-ZONA-CLAVE
           END-IF
           MOVE "N" TO WK-EOF-FACTLIN
           MOVE FACTURA-LETRA TO FACTLIN-LETRA
           MOVE FACTURA-NRO   TO FACTLIN-NRO
           MOVE ZERO          TO FACTLIN-RENGLON
           START FACTLIN KEY >= FACTLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTLIN
           END-START
           PERFORM 2130-VOLCAR-RENGLON THRU 2130-EXIT
               UNTIL WK-EOF-FACTLIN = "S".
       2120-SIGUIENTE.
           PERFORM 2110-LEER-FACTURA THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

       2130-VOLCAR-RENGLON.
           READ FACTLIN NEXT
               AT END MOVE "S" TO WK-EOF-FACTLIN
           END-READ
           IF WK-EOF-FACTLIN = "S"
              GO TO 2130-EXIT
           END-IF
           IF FACTLIN-LETRA NOT = FACTURA-LETRA
              OR FACTLIN-NRO NOT = FACTURA-NRO
              MOVE "S" TO WK-EOF-FACTLIN
              GO TO 2130-EXIT
           END-IF
           MOVE FACTLIN-ARTICULO TO WK-ARTICULO
           MOVE FACTURA-FECHA    TO WK-FECHA-COSTO
           PERFORM 8400-BUSCAR-COSTO THRU 8400-EXIT
           MOVE FACTLIN-CANTIDAD TO WK-CANTIDAD
           MOVE FACTLIN-IMPORTE  TO WK-IMPORTE
           PERFORM 2300-VALORIZAR THRU 2300-EXIT
           MOVE FACTURA-FECHA    TO SD-FECHA
           MOVE FACTURA-LETRA    TO SD-LETRA
           MOVE FACTURA-NRO      TO SD-NRO
           MOVE FACTLIN-RENGLON  TO SD-RENGLON
           MOVE FACTURA-CLIENTE  TO SD-CLIENTE
           MOVE FACTLIN-PRECIO   TO SD-PRECIO
           PERFORM 2400-LIBERAR-AGRUPACIONES THRU 2400-EXIT
      *    renglon vendido por debajo del costo: al detalle
           IF WK-HAY-COSTO = "S"
              AND FACTLIN-PRECIO < WK-COSTO
              ADD 1 TO WK-TOT-BAJO-COSTO
              MOVE 5           TO SD-SECCION
              MOVE WK-ARTICULO TO SD-CLAVE
              MOVE WK-COSTO    TO SD-COSTO-UNIT
              RELEASE SD-MARGEN
           END-IF.
       2130-EXIT.
           EXIT.

       2210-LEER-DEVOLUC.
           READ DEVOLUC NEXT
               AT END MOVE "S" TO WK-EOF-DEVOLUC
           END-READ.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Una devolucion resta cantidad, venta y costo; el costo es
      *    el vigente a la fecha de la factura que se devuelve, el
      *    mismo con que se valorizo la venta.
      ******************************************************************
       2220-VOLCAR-DEVOLUC.
           IF DEVOLUC-FECHA < WK-FECHA-DESDE
              OR DEVOLUC-FECHA > WK-FECHA-HASTA
              GO TO 2220-SIGUIENTE
           END-IF
           MOVE DEVOLUC-FACT-LETRA TO FACTURA-LETRA
           MOVE DEVOLUC-FACT-NRO   TO FACTURA-NRO
           MOVE DEVOLUC-FECHA      TO WK-FECHA-COSTO
           READ FACTURAS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-FACTURAS = "00"
              MOVE FACTURA-FECHA TO WK-FECHA-COSTO
           END-IF
           MOVE DEVOLUC-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "S"
              COMPUTE WK-ZONA-CLAVE =
                      A101-ZONA-VTA * 100 + A101-SUBZONA-VTA
           ELSE
              MOVE ZERO TO WK-ZONA-CLAVE
           END-IF
           MOVE DEVOLUC-VENDEDOR TO WK-VENDEDOR
           MOVE DEVOLUC-ARTICULO TO WK-ARTICULO
           PERFORM 8400-BUSCAR-COSTO THRU 8400-EXIT
           COMPUTE WK-CANTIDAD = ZERO - DEVOLUC-CANTIDAD
           COMPUTE WK-IMPORTE  = ZERO - DEVOLUC-IMPORTE
           ADD DEVOLUC-IMPORTE TO WK-TOT-DEVOLUC
           PERFORM 2300-VALORIZAR THRU 2300-EXIT
           MOVE DEVOLUC-FECHA    TO SD-FECHA
           MOVE DEVOLUC-FACT-LETRA TO SD-LETRA
           MOVE DEVOLUC-FACT-NRO TO SD-NRO
           MOVE DEVOLUC-FACT-RENGLON TO SD-RENGLON
           MOVE DEVOLUC-CLIENTE  TO SD-CLIENTE
           MOVE ZERO             TO SD-PRECIO
           PERFORM 2400-LIBERAR-AGRUPACIONES THRU 2400-EXIT.
       2220-SIGUIENTE.
           PERFORM 2210-LEER-DEVOLUC THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *    Costo del renglon en curso; sin costo vigente su venta
      *    queda como venta sin costo y no entra en el margen.
      ******************************************************************
       2300-VALORIZAR.
           MOVE ZERO TO WK-COSTO-RENGLON WK-SIN-COSTO
           IF WK-HAY-COSTO = "S"
              COMPUTE WK-COSTO-RENGLON ROUNDED =
                      WK-CANTIDAD * WK-COSTO
           ELSE
              MOVE WK-IMPORTE TO WK-SIN-COSTO
           END-IF
           ADD WK-IMPORTE       TO WK-TOT-IMPORTE
           ADD WK-COSTO-RENGLON TO WK-TOT-COSTO
           ADD WK-SIN-COSTO     TO WK-TOT-SIN-COSTO.
       2300-EXIT.
           EXIT.

       2400-LIBERAR-AGRUPACIONES.
           MOVE WK-ARTICULO      TO SD-ARTICULO
           MOVE WK-CANTIDAD      TO SD-CANTIDAD
           MOVE WK-IMPORTE       TO SD-IMPORTE
           MOVE WK-COSTO-RENGLON TO SD-COSTO
           MOVE WK-SIN-COSTO     TO SD-SIN-COSTO
           MOVE WK-COSTO         TO SD-COSTO-UNIT
           MOVE 1                TO SD-SECCION
           MOVE WK-ARTICULO      TO SD-CLAVE
           RELEASE SD-MARGEN
           MOVE 2                TO SD-SECCION
           MOVE SD-CLIENTE       TO SD-CLAVE
           RELEASE SD-MARGEN
           MOVE 3                TO SD-SECCION
           MOVE WK-VENDEDOR      TO SD-CLAVE
           RELEASE SD-MARGEN
           MOVE 4                TO SD-SECCION
           MOVE WK-ZONA-CLAVE    TO SD-CLAVE
           RELEASE SD-MARGEN.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Salida del sort: una linea por clave en las secciones 1
      *    a 4 y el detalle de renglones en la seccion 5.
      ******************************************************************
       3000-IMPRIMIR.
           RETURN WORK-MARGEN
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN
           PERFORM 3100-PROCESAR-SD THRU 3100-EXIT
               UNTIL EOF-SORT
           PERFORM 3200-CORTE-CLAVE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-PROCESAR-SD.
           IF SD-SECCION NOT = WK-SECCION-ANT
              OR SD-CLAVE NOT = WK-CLAVE-ANT
              PERFORM 3200-CORTE-CLAVE THRU 3200-EXIT
              IF SD-SECCION NOT = WK-SECCION-ANT
                 PERFORM 3300-ENCABEZADO-SECCION THRU 3300-EXIT
              END-IF
              MOVE SD-SECCION TO WK-SECCION-ANT
              MOVE SD-CLAVE   TO WK-CLAVE-ANT
           END-IF
           IF SD-SECCION = 5
              PERFORM 3500-DETALLE-BAJO-COSTO THRU 3500-EXIT
           ELSE
              MOVE "S" TO WK-HAY-PENDIENTE
              ADD SD-CANTIDAD  TO WK-ACU-CANTIDAD
              ADD SD-IMPORTE   TO WK-ACU-IMPORTE
              ADD SD-COSTO     TO WK-ACU-COSTO
              ADD SD-SIN-COSTO TO WK-ACU-SIN-COSTO
           END-IF
           RETURN WORK-MARGEN
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Cierra la clave anterior: margen sobre la venta que tiene
      *    costo cargado.
      ******************************************************************
       3200-CORTE-CLAVE.
           IF WK-HAY-PENDIENTE = "N"
              GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WK-A-CODIGO WK-A-NOMBRE
           EVALUATE WK-SECCION-ANT
              WHEN 1
                 MOVE WK-CLAVE-ANT TO WK-A-CODIGO(1:6)
                 IF WK-CLAVE-ANT = ZERO
                    MOVE "(SIN DETALLE DE ARTICULO)" TO WK-A-NOMBRE
                 ELSE
                    MOVE WK-CLAVE-ANT TO ARTICULO-CODIGO
                    READ ARTICULOS
                        INVALID KEY
                           MOVE "(INEXISTENTE)" TO WK-A-NOMBRE
                        NOT INVALID KEY
                           MOVE ARTICULO-DESCRIPCION TO WK-A-NOMBRE
                    END-READ
                 END-IF
              WHEN 2
                 MOVE WK-CLAVE-ANT TO WK-A-CODIGO(1:6)
                 MOVE WK-CLAVE-ANT TO A101-CLIENTE
                 PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
                 IF WK-EXISTE-CLIENTE = "S"
                    MOVE A101-NOMBRE TO WK-A-NOMBRE
                 ELSE
                    MOVE "(INEXISTENTE)" TO WK-A-NOMBRE
                 END-IF
              WHEN 3
                 MOVE WK-CLAVE-ANT(4:3) TO WK-A-CODIGO(1:3)
                 MOVE WK-CLAVE-ANT TO VENDEDOR-CODIGO
                 READ VENDEDOR
                     INVALID KEY
                        MOVE "(SIN VENDEDOR)" TO WK-A-NOMBRE
                     NOT INVALID KEY
                        MOVE VENDEDOR-NOMBRE TO WK-A-NOMBRE
                 END-READ
              WHEN OTHER
                 MOVE WK-CLAVE-ANT   TO WK-ZONA-CLAVE-R
                 MOVE WK-ZCR-ZONA    TO WK-CZ-ZONA
                 MOVE WK-ZCR-SUBZONA TO WK-CZ-SUBZONA
                 MOVE WK-CODIGO-ZONA TO WK-A-CODIGO
           END-EVALUATE
           COMPUTE WK-MARGEN = WK-ACU-IMPORTE - WK-ACU-SIN-COSTO
                             - WK-ACU-COSTO
           MOVE ZERO TO WK-MARGEN-PORC
           IF WK-ACU-IMPORTE - WK-ACU-SIN-COSTO NOT = ZERO
              COMPUTE WK-MARGEN-PORC ROUNDED = WK-MARGEN * 100
                      / (WK-ACU-IMPORTE - WK-ACU-SIN-COSTO)
                  ON SIZE ERROR MOVE ZERO TO WK-MARGEN-PORC
              END-COMPUTE
           END-IF
           IF WK-SECCION-ANT = 1
              MOVE WK-ACU-CANTIDAD TO WK-A-CANTIDAD
           ELSE
              MOVE ZERO TO WK-A-CANTIDAD
           END-IF
           MOVE WK-ACU-IMPORTE   TO WK-A-IMPORTE
           MOVE WK-ACU-COSTO     TO WK-A-COSTO
           MOVE WK-MARGEN        TO WK-A-MARGEN
           MOVE WK-MARGEN-PORC   TO WK-A-PORC
           MOVE WK-ACU-SIN-COSTO TO WK-A-SIN-COSTO
           WRITE RPT-LINEA FROM WK-LINEA-AGRUP
           MOVE ZERO TO WK-ACU-CANTIDAD WK-ACU-IMPORTE
                        WK-ACU-COSTO WK-ACU-SIN-COSTO
           MOVE "N" TO WK-HAY-PENDIENTE.
       3200-EXIT.
           EXIT.

       3300-ENCABEZADO-SECCION.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           EVALUATE SD-SECCION
              WHEN 1 MOVE "POR ARTICULO" TO WK-S-LEYENDA
              WHEN 2 MOVE "POR CLIENTE" TO WK-S-LEYENDA
              WHEN 3 MOVE "POR VENDEDOR" TO WK-S-LEYENDA
              WHEN 4 MOVE "POR ZONA / SUBZONA DE VENTA"
                       TO WK-S-LEYENDA
              WHEN OTHER
                 MOVE "VENTAS POR DEBAJO DEL COSTO" TO WK-S-LEYENDA
           END-EVALUATE
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           IF SD-SECCION = 5
              WRITE RPT-LINEA FROM WK-LINEA-RUBROS-BAJO
           ELSE
              WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           END-IF.
       3300-EXIT.
           EXIT.

       3500-DETALLE-BAJO-COSTO.
           MOVE SD-ARTICULO TO ARTICULO-CODIGO
           READ ARTICULOS
               INVALID KEY MOVE "(INEXISTENTE)" TO WK-B-DESCRIPCION
               NOT INVALID KEY
                  MOVE ARTICULO-DESCRIPCION TO WK-B-DESCRIPCION
           END-READ
           COMPUTE WK-PERDIDA = SD-COSTO - SD-IMPORTE
           MOVE SD-LETRA      TO WK-B-LETRA
           MOVE SD-NRO        TO WK-B-NRO
           MOVE SD-FECHA      TO WK-B-FECHA
           MOVE SD-CLIENTE    TO WK-B-CLIENTE
           MOVE SD-ARTICULO   TO WK-B-ARTICULO
           MOVE SD-CANTIDAD   TO WK-B-CANTIDAD
           MOVE SD-PRECIO     TO WK-B-PRECIO
           MOVE SD-COSTO-UNIT TO WK-B-COSTO
           MOVE WK-PERDIDA    TO WK-B-PERDIDA
           WRITE RPT-LINEA FROM WK-LINEA-BAJO.
       3500-EXIT.
           EXIT.

       3900-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "VENTA NETA (MENOS DEVOLUCIONES) . . ." TO WK-T-LEYENDA
           MOVE WK-TOT-IMPORTE TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "  DEVOLUCIONES DEL RANGO  . . . . . ." TO WK-T-LEYENDA
           MOVE WK-TOT-DEVOLUC TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "  VENTA SIN COSTO CARGADO . . . . . ." TO WK-T-LEYENDA
           MOVE WK-TOT-SIN-COSTO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "COSTO DE LO VENDIDO . . . . . . . . ." TO WK-T-LEYENDA
           MOVE WK-TOT-COSTO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "MARGEN BRUTO  . . . . . . . . . . . ." TO WK-T-LEYENDA
           COMPUTE WK-T-IMPORTE = WK-TOT-IMPORTE - WK-TOT-SIN-COSTO
                                - WK-TOT-COSTO
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "RENGLONES DEBAJO DEL COSTO  . . . . ." TO WK-T-LEYENDA
           MOVE WK-TOT-BAJO-COSTO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       3900-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    Costo vigente de WK-ARTICULO a WK-FECHA-COSTO: la fila de
      *    ARTCOSTO con mayor vigencia no posterior a esa fecha.
      ******************************************************************
       8400-BUSCAR-COSTO.
           MOVE "N" TO WK-HAY-COSTO
           MOVE ZERO TO WK-COSTO
           IF WK-HAY-ARTCOSTO = "N" OR WK-ARTICULO = ZERO
              GO TO 8400-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARTCOSTO
           MOVE WK-ARTICULO TO ARTCOSTO-ARTICULO
           MOVE ZEROS       TO ARTCOSTO-VIGENCIA
           START ARTCOSTO KEY >= ARTCOSTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARTCOSTO
           END-START
           PERFORM 8410-LEER-COSTO THRU 8410-EXIT
               UNTIL WK-EOF-ARTCOSTO = "S".
       8400-EXIT.
           EXIT.

       8410-LEER-COSTO.
           READ ARTCOSTO NEXT
               AT END MOVE "S" TO WK-EOF-ARTCOSTO
           END-READ
           IF WK-EOF-ARTCOSTO = "S"
              GO TO 8410-EXIT
           END-IF
           IF ARTCOSTO-ARTICULO NOT = WK-ARTICULO
              OR ARTCOSTO-VIGENCIA > WK-FECHA-COSTO
              MOVE "S" TO WK-EOF-ARTCOSTO
           ELSE
              MOVE "S" TO WK-HAY-COSTO
              MOVE ARTCOSTO-COSTO TO WK-COSTO
           END-IF.
       8410-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE FACTURAS
           CLOSE FACTLIN
           IF WK-HAY-DEVOLUC = "S"
              CLOSE DEVOLUC
           END-IF
           IF WK-HAY-ARTCOSTO = "S"
              CLOSE ARTCOSTO
           END-IF
           CLOSE ARTICULOS
           CLOSE VENDEDOR
           CLOSE RPT-MARGEN
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "MARGEN-REPORTE".
