      *                    CUIT 14, condicion 1, neto/IVA/percepcion/
      *                    total de 15 con dos decimales implicitos
      *                    y signo final).
      *   15/10/2026  SIS  Las facturas con apertura por alicuota
      *                    (general, reducida, exento) la muestran
      *                    en lineas de detalle bajo el documento y
      *                    el libro cierra con totales por alicuota.
      *                    El archivo LIBROALI.TXT lleva el detalle
      *                    de alicuotas del Libro de IVA Digital
      *                    (fecha 8, tipo 2, letra 1, numero 8,
      *                    codigo AFIP de alicuota 2, neto gravado e
      *                    IVA de 15 con signo final).
      *   15/10/2026  SIS  Las NC por devolucion de mercaderia se
      *                    abren en neto e IVA desde NOTAMAN y llevan
      *                    la letra de la factura de origen.
      *   15/10/2026  SIS  Las ND de NOTAMAN con factura asociada
      *                    (diferencia de cambio) se abren en neto e
      *                    IVA como las NC.
      *   15/10/2026  SIS  Corriendo como paso del cierre mensual
      *                    (CIERRE-MENSUAL) toma el periodo del
      *                    ambiente CIERRE-PERIODO en lugar de
      *                    pedirlo por consola.
      *   15/10/2026  SIS  Termina con GOBACK para poder correr como
      *                    paso del cierre mensual.
      *   15/10/2026  SIS  Operacion con varias empresas: el libro
      *                    sale por empresa, con los datos y solo los
      *                    comprobantes de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "FACTURAS.SEL".
           COPY "NOTAMAN.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-IVAVENTAS ASSIGN TO "RPTIVAVTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LIBRO.

           SELECT LIBRO-ALICUOTAS ASSIGN TO "LIBROALI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LIBALI.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "FACTURAS.CPY".
           COPY "NOTAMAN.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-IVAVENTAS
           03  LIBRO-TOTAL             PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.

       FD  LIBRO-ALICUOTAS
                   LABEL RECORD STANDARD.
       01  LIBALI-REG.
           03  LIBALI-FECHA            PIC 9(08).
           03  LIBALI-TIPO             PIC X(02).
           03  LIBALI-LETRA            PIC X(01).
           03  LIBALI-NRO              PIC 9(08).
           03  LIBALI-CODIGO           PIC 9(02).
      *        Codigo de alicuota AFIP (3 = 0%, 4 = 10,5%,
      *        5 = 21%, 6 = 27%, 8 = 5%, 9 = 2,5%)
           03  LIBALI-NETO             PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
           03  LIBALI-IVA              PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-RPT                  PIC X(02).
       77  STATUS-LIBRO                PIC X(02).
       77  STATUS-LIBALI               PIC X(02).

       77  WK-EOF-MOVCTAC              PIC X(01) VALUE "N".
           88  EOF-MOVCTAC                       VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-HAY-FACTURAS             PIC X(01) VALUE "N".
       77  WK-FACT-HALLADA             PIC X(01).
       77  WK-HAY-NOTAMAN              PIC X(01) VALUE "N".

       77  WK-PERIODO                  PIC 9(06).

       77  WK-PERCEP                   PIC S9(13)V99.
       77  WK-TOTAL                    PIC S9(13)V99.

      ******************************************************************
      *    Apertura por alicuota del documento en proceso (solo las
      *    facturas con registro en FACTURAS la tienen; las
      *    anteriores a la apertura van enteras a la general) y
      *    totales del mes por alicuota.
      ******************************************************************
       77  WK-HAY-APERTURA             PIC X(01).
       77  WK-NETO-GENERAL             PIC S9(13)V99.
       77  WK-IVA-GENERAL              PIC S9(13)V99.
       77  WK-NETO-REDUCIDA            PIC S9(13)V99.
       77  WK-IVA-REDUCIDA             PIC S9(13)V99.
       77  WK-NETO-EXENTO              PIC S9(13)V99.
       77  WK-TA-NETO-GENERAL          PIC S9(14)V99 VALUE ZERO.
       77  WK-TA-IVA-GENERAL           PIC S9(14)V99 VALUE ZERO.
       77  WK-TA-NETO-REDUCIDA         PIC S9(14)V99 VALUE ZERO.
       77  WK-TA-IVA-REDUCIDA          PIC S9(14)V99 VALUE ZERO.
       77  WK-TA-NETO-EXENTO           PIC S9(14)V99 VALUE ZERO.
       77  WK-TASA-IVA                 PIC 9(02)V99 VALUE 21.00.
       77  WK-TASA-IVA-RED             PIC 9(02)V99 VALUE 10.50.
       77  WK-TASA                     PIC 9(02)V99.
       77  WK-COD-ALICUOTA             PIC 9(02).

      ******************************************************************
      *    Totales del mes por condicion de IVA (0-8 como
      *    A101-COD-IVA; la entrada 10 junta los documentos de
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-ALICUOTA.
           03  FILLER                  PIC X(46) VALUE SPACES.
           03  WK-A-LEYENDA            PIC X(09).
           03  WK-A-TASA               PIC Z9.99.
           03  FILLER                  PIC X(02) VALUE " %".
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-NETO               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-A-IVA                PIC ZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOT-ALICUOTA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-TA-LEYENDA           PIC X(14).
           03  WK-TA-TASA              PIC Z9.99.
           03  FILLER                  PIC X(04) VALUE " %  ".
           03  WK-TA-NETO              PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-TA-IVA               PIC ZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-CANT.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
      *    corriendo dentro del cierre mensual el periodo llega
      *    por ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-PERIODO
           ACCEPT WK-PERIODO FROM ENVIRONMENT "CIERRE-PERIODO"
           IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZEROS
              DISPLAY "PERIODO A LISTAR (AAAAMM): "
              ACCEPT WK-PERIODO
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC NOT = "00"
           IF STATUS-FACTURAS = "00"
              MOVE "S" TO WK-HAY-FACTURAS
           END-IF
           OPEN INPUT NOTAMAN
           IF STATUS-NOTAMAN = "00"
              MOVE "S" TO WK-HAY-NOTAMAN
           END-IF
           OPEN OUTPUT RPT-IVAVENTAS
           OPEN OUTPUT LIBRO-DIGITAL
           OPEN OUTPUT LIBRO-ALICUOTAS
           MOVE ZEROS TO WK-TOTALES-CONDICION
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma la razon social para el encabezado y las alicuotas
      *    de IVA de la apertura.
      ******************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
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
              IF FECH-70-TASA-IVA NUMERIC
                 AND FECH-70-TASA-IVA > ZERO
                 MOVE FECH-70-TASA-IVA TO WK-TASA-IVA
              END-IF
              IF FECH-70-TASA-IVA-RED NUMERIC
                 AND FECH-70-TASA-IVA-RED > ZERO
                 MOVE FECH-70-TASA-IVA-RED TO WK-TASA-IVA-RED
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
       2100-LEER-MOVIM.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF NOT EOF-MOVCTAC
              AND MOVCTA-EMPRESA NOT NUMERIC
              MOVE ZERO TO MOVCTA-EMPRESA
           END-IF.
       2100-EXIT.
           EXIT.

       2200-PROCESAR-MOVIM.
           IF MOVCTA-FECHA(1:6) = WK-PERIODO
              AND MOVCTA-EMPRESA = WK-EMPRESA
              AND (MOVCTA-FACTURA OR MOVCTA-NOTA-CREDITO
                   OR MOVCTA-NOTA-DEBITO)
              PERFORM 2300-ABRIR-DOCUMENTO THRU 2300-EXIT
           MOVE MOVCTA-IMPORTE TO WK-NETO
           MOVE ZERO  TO WK-IVA WK-PERCEP
           MOVE SPACE TO WK-LETRA
           MOVE "N"   TO WK-HAY-APERTURA
           IF MOVCTA-NOTA-CREDITO OR MOVCTA-NOTA-DEBITO
              PERFORM 2330-NOTA-DEVOLUCION THRU 2330-EXIT
              GO TO 2300-EXIT
           END-IF
           IF WK-HAY-FACTURAS = "N" OR NOT MOVCTA-FACTURA
              GO TO 2300-EXIT
           END-IF
              MOVE FACTURA-IVA         TO WK-IVA
              MOVE FACTURA-PERCEP-IIBB TO WK-PERCEP
              MOVE FACTURA-TOTAL       TO WK-TOTAL
              PERFORM 2320-APERTURA-IVA THRU 2320-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Apertura por alicuota de la factura hallada.
      ******************************************************************
       2320-APERTURA-IVA.
           MOVE "S" TO WK-HAY-APERTURA
           IF FACTURA-NETO-GENERAL NOT NUMERIC
              MOVE FACTURA-NETO TO WK-NETO-GENERAL
              MOVE FACTURA-IVA  TO WK-IVA-GENERAL
              MOVE ZERO TO WK-NETO-REDUCIDA WK-IVA-REDUCIDA
                           WK-NETO-EXENTO
           ELSE
              MOVE FACTURA-NETO-GENERAL  TO WK-NETO-GENERAL
              MOVE FACTURA-IVA-GENERAL   TO WK-IVA-GENERAL
              MOVE FACTURA-NETO-REDUCIDA TO WK-NETO-REDUCIDA
              MOVE FACTURA-IVA-REDUCIDA  TO WK-IVA-REDUCIDA
              MOVE FACTURA-NETO-EXENTO   TO WK-NETO-EXENTO
           END-IF.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *    Las NC por devolucion de mercaderia quedan en NOTAMAN con
      *    el IVA devuelto y la factura de origen: se abren en neto
      *    e IVA (con el signo del movimiento) y toman la letra de
      *    la factura. Las ND/NC por diferencia de cambio se abren
      *    igual, con el IVA en positivo en las ND. Las notas
      *    manuales siguen sin discriminar.
      ******************************************************************
       2330-NOTA-DEVOLUCION.
           IF WK-HAY-NOTAMAN = "N"
              GO TO 2330-EXIT
           END-IF
           MOVE MOVCTA-TIPO       TO NOTAMAN-TIPO
           MOVE MOVCTA-REFERENCIA TO NOTAMAN-NRO
           READ NOTAMAN
               INVALID KEY GO TO 2330-EXIT
           END-READ
           IF NOTAMAN-CLIENTE NOT = MOVCTA-CLIENTE
              OR NOTAMAN-ASOC-LETRA = SPACE
              OR NOTAMAN-IVA NOT NUMERIC
              GO TO 2330-EXIT
           END-IF
           MOVE NOTAMAN-ASOC-LETRA TO WK-LETRA
           IF MOVCTA-NOTA-CREDITO
              COMPUTE WK-IVA = ZERO - NOTAMAN-IVA
           ELSE
              MOVE NOTAMAN-IVA TO WK-IVA
           END-IF
           COMPUTE WK-NETO = WK-TOTAL - WK-IVA.
       2330-EXIT.
           EXIT.

      ******************************************************************
      *    Linea del libro y del archivo digital, con acumulacion
      *    del total del mes por condicion de IVA del cliente.
           ADD WK-NETO   TO WK-TC-NETO(WK-IND-COND)
           ADD WK-IVA    TO WK-TC-IVA(WK-IND-COND)
           ADD WK-PERCEP TO WK-TC-PERCEP(WK-IND-COND)
           ADD WK-TOTAL  TO WK-TC-TOTAL(WK-IND-COND)
           IF WK-HAY-APERTURA = "S"
              PERFORM 2450-EMITIR-ALICUOTAS THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Detalle por alicuota de la factura: lineas bajo el
      *    documento cuando no es todo de alicuota general, registro
      *    por alicuota gravada en LIBROALI.TXT y acumulacion de los
      *    totales del mes por alicuota.
      ******************************************************************
       2450-EMITIR-ALICUOTAS.
           ADD WK-NETO-GENERAL  TO WK-TA-NETO-GENERAL
           ADD WK-IVA-GENERAL   TO WK-TA-IVA-GENERAL
           ADD WK-NETO-REDUCIDA TO WK-TA-NETO-REDUCIDA
           ADD WK-IVA-REDUCIDA  TO WK-TA-IVA-REDUCIDA
           ADD WK-NETO-EXENTO   TO WK-TA-NETO-EXENTO
           IF WK-NETO-GENERAL NOT = ZERO
              MOVE WK-TASA-IVA TO WK-TASA
              PERFORM 2460-CODIGO-ALICUOTA THRU 2460-EXIT
              MOVE WK-NETO-GENERAL TO LIBALI-NETO
              MOVE WK-IVA-GENERAL  TO LIBALI-IVA
              PERFORM 2470-GRABAR-ALICUOTA THRU 2470-EXIT
           END-IF
           IF WK-NETO-REDUCIDA NOT = ZERO
              MOVE WK-TASA-IVA-RED TO WK-TASA
              PERFORM 2460-CODIGO-ALICUOTA THRU 2460-EXIT
              MOVE WK-NETO-REDUCIDA TO LIBALI-NETO
              MOVE WK-IVA-REDUCIDA  TO LIBALI-IVA
              PERFORM 2470-GRABAR-ALICUOTA THRU 2470-EXIT
           END-IF
           IF WK-NETO-REDUCIDA = ZERO AND WK-NETO-EXENTO = ZERO
              GO TO 2450-EXIT
           END-IF
           IF WK-NETO-GENERAL NOT = ZERO
              MOVE "ALICUOTA "     TO WK-A-LEYENDA
              MOVE WK-TASA-IVA     TO WK-A-TASA
              MOVE WK-NETO-GENERAL TO WK-A-NETO
              MOVE WK-IVA-GENERAL  TO WK-A-IVA
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-REDUCIDA NOT = ZERO
              MOVE "ALICUOTA "      TO WK-A-LEYENDA
              MOVE WK-TASA-IVA-RED  TO WK-A-TASA
              MOVE WK-NETO-REDUCIDA TO WK-A-NETO
              MOVE WK-IVA-REDUCIDA  TO WK-A-IVA
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-EXENTO NOT = ZERO
              MOVE "EXENTO   "    TO WK-A-LEYENDA
              MOVE ZERO           TO WK-A-TASA WK-A-IVA
              MOVE WK-NETO-EXENTO TO WK-A-NETO
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF.
       2450-EXIT.
           EXIT.

      ******************************************************************
      *    Codigo AFIP de la alicuota WK-TASA.
      ******************************************************************
       2460-CODIGO-ALICUOTA.
           EVALUATE WK-TASA
              WHEN 27.00 MOVE 6 TO WK-COD-ALICUOTA
              WHEN 21.00 MOVE 5 TO WK-COD-ALICUOTA
              WHEN 10.50 MOVE 4 TO WK-COD-ALICUOTA
              WHEN 5.00  MOVE 8 TO WK-COD-ALICUOTA
              WHEN 2.50  MOVE 9 TO WK-COD-ALICUOTA
              WHEN OTHER MOVE 3 TO WK-COD-ALICUOTA
           END-EVALUATE.
       2460-EXIT.
           EXIT.

       2470-GRABAR-ALICUOTA.
           MOVE MOVCTA-FECHA      TO LIBALI-FECHA
           MOVE MOVCTA-TIPO       TO LIBALI-TIPO
           MOVE WK-LETRA          TO LIBALI-LETRA
           MOVE MOVCTA-REFERENCIA TO LIBALI-NRO
           MOVE WK-COD-ALICUOTA   TO LIBALI-CODIGO
           WRITE LIBALI-REG.
       2470-EXIT.
           EXIT.

       2500-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
               UNTIL WK-IND-COND > 10
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 2520-TOTAL-ALICUOTAS THRU 2520-EXIT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-TOTAL-DOCUMENTOS TO WK-T-DOCUMENTOS
           WRITE RPT-LINEA FROM WK-LINEA-CANT.
       2500-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    Totales del mes por alicuota de las facturas con
      *    apertura.
      ******************************************************************
       2520-TOTAL-ALICUOTAS.
           MOVE "NETO GRAVADO  "   TO WK-TA-LEYENDA
           MOVE WK-TASA-IVA        TO WK-TA-TASA
           MOVE WK-TA-NETO-GENERAL TO WK-TA-NETO
           MOVE WK-TA-IVA-GENERAL  TO WK-TA-IVA
           WRITE RPT-LINEA FROM WK-LINEA-TOT-ALICUOTA
           MOVE "NETO GRAVADO  "    TO WK-TA-LEYENDA
           MOVE WK-TASA-IVA-RED     TO WK-TA-TASA
           MOVE WK-TA-NETO-REDUCIDA TO WK-TA-NETO
           MOVE WK-TA-IVA-REDUCIDA  TO WK-TA-IVA
           WRITE RPT-LINEA FROM WK-LINEA-TOT-ALICUOTA
           MOVE "NETO EXENTO   "  TO WK-TA-LEYENDA
           MOVE ZERO              TO WK-TA-TASA WK-TA-IVA
           MOVE WK-TA-NETO-EXENTO TO WK-TA-NETO
           WRITE RPT-LINEA FROM WK-LINEA-TOT-ALICUOTA.
       2520-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
           IF WK-HAY-FACTURAS = "S"
              CLOSE FACTURAS
           END-IF
           IF WK-HAY-NOTAMAN = "S"
              CLOSE NOTAMAN
           END-IF
           CLOSE RPT-IVAVENTAS
           CLOSE LIBRO-DIGITAL
           CLOSE LIBRO-ALICUOTAS.
       9000-EXIT.
           EXIT.

