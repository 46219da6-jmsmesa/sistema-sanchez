       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ABONOS-FACTURACION".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Facturacion mensual de
      *                    los abonos de servicios (archivo ABONOS):
      *                    por cada cliente junta los abonos que
      *                    corresponden al periodo segun su
      *                    periodicidad y vigencia y emite una
      *                    factura por ocurrencia con un renglon por
      *                    abono, por el mismo camino que
      *                    FACTURA-EMISION: numeracion correlativa
      *                    por letra, IVA por categoria del
      *                    articulo, percepcion IIBB, vencimientos
      *                    de la condicion de venta, movimiento FC
      *                    en la cuenta corriente y espera del CAE
      *                    cuando es obligatorio. El importe es el
      *                    fijo del abono (convertido a la
      *                    cotizacion COTIZA del dia si el abono
      *                    ajusta por moneda) o la cantidad por el
      *                    precio vigente de la lista del cliente.
      *                    Deja el periodo facturado en el abono,
      *                    reanuda desde CHKPOINT si se corta y
      *                    emite el listado de control de lo
      *                    facturado y lo omitido con su motivo.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), factura
      *                    solo los abonos de esa empresa, numera por
      *                    empresa y letra dentro del bloque de la
      *                    empresa y graba la empresa en la factura y
      *                    en el movimiento FC.
      *   15/10/2026  SIS  La factura de abonos emitida sin CAE
      *                    obligatorio se encola en NOTIFQUE (evento
      *                    FC) para avisarla al contacto de
      *                    facturacion del cliente, como en
      *                    FACTURA-EMISION.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ABONOS.SEL".
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "FACTURAS.SEL".
           COPY "FACTLIN.SEL".
           COPY "CONDVTA.SEL".
           COPY "FACTVENC.SEL".
           COPY "ARTICULOS.SEL".
           COPY "LISTAPDET.SEL".
           COPY "COTIZA.SEL".
           COPY "PERCIIBB.SEL".
           COPY "PERCREG.SEL".
           COPY "CHKPOINT.SEL".
           COPY "PARAMS.SEL".
           COPY "NOTIFQUE.SEL".

           SELECT RPT-FACTURA ASSIGN TO "RPTABOFC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT RPT-CONTROL ASSIGN TO "RPTABONO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
           COPY "ABONOS.CPY".
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "FACTURAS.CPY".
           COPY "FACTLIN.CPY".
           COPY "CONDVTA.CPY".
           COPY "FACTVENC.CPY".
           COPY "ARTICULOS.CPY".
           COPY "LISTAPDET.CPY".
           COPY "COTIZA.CPY".
           COPY "PERCIIBB.CPY".
           COPY "PERCREG.CPY".
           COPY "CHKPOINT.CPY".
           COPY "PARAMS.CPY".
           COPY "NOTIFQUE.CPY".

       FD  RPT-FACTURA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       FD  RPT-CONTROL
                   LABEL RECORD STANDARD.
       01  CTL-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-ABONOS               PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-LISTAPDET            PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-PERCIIBB             PIC X(02).
       77  STATUS-PERCREG              PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-RPT                  PIC X(02).
       77  STATUS-CTL                  PIC X(02).

       77  WK-EOF-ABONOS               PIC X(01) VALUE "N".
           88  EOF-ABONOS                        VALUE "S".
       77  WK-EOF-FACTURAS             PIC X(01).
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-FACT-GRABADA             PIC X(01).

       77  WK-CLIENTE                  PIC 9(06).
       77  WK-OCURRENCIA               PIC 9(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-PERIODO-ESTADO           PIC X(01).
       77  WK-OBSERVACION              PIC X(30).

      ******************************************************************
      *    Periodo a facturar (AAAAMM) y calculo de si un abono
      *    corresponde: los meses transcurridos desde el mes de su
      *    fecha desde deben ser multiplo de su periodicidad.
      ******************************************************************
       01  WK-PERIODO.
           03  WK-PER-AAAA             PIC 9(04).
           03  WK-PER-MM               PIC 9(02).
       01  WK-PERIODO-NUM REDEFINES WK-PERIODO
                                       PIC 9(06).
       01  WK-FECHA-AUX.
           03  WK-AUX-AAAA             PIC 9(04).
           03  WK-AUX-MM               PIC 9(02).
           03  WK-AUX-DD               PIC 9(02).
       01  WK-FECHA-AUX-NUM REDEFINES WK-FECHA-AUX
                                       PIC 9(08).
       77  WK-MESES-PERIODO            PIC 9(06).
       77  WK-MESES-DESDE              PIC 9(06).
       77  WK-MESES-DIF                PIC 9(06).
       77  WK-COCIENTE                 PIC 9(06).
       77  WK-RESTO                    PIC 9(02).
       77  WK-CORRESPONDE              PIC X(01).

      ******************************************************************
      *    Checkpoint por cliente: al reanudar se retoma el periodo
      *    grabado y se sigue desde el cliente siguiente al ultimo
      *    asentado. Los abonos ya facturados en el periodo no se
      *    vuelven a facturar, de modo que reprocesar un tramo no
      *    duplica facturas.
      ******************************************************************
       77  WK-JOB-ID                   PIC X(10) VALUE "ABONOS".
       77  WK-CHKPT-EXISTE             PIC X(01) VALUE "N".
       77  WK-CHKPT-REANUDA            PIC X(01) VALUE "N".
       77  WK-CONTADOR-CHKPT           PIC 9(05) VALUE ZERO.
       77  WK-CHKPT-INTERVALO          PIC 9(05) VALUE 00100.

      ******************************************************************
      *    Ultimo numero usado por letra, para numerar correlativo.
      *    Cada empresa numera en su bloque: el primer digito del
      *    numero es el codigo de la empresa.
      ******************************************************************
       77  WK-ULT-NRO-A                PIC 9(08) VALUE ZERO.
       77  WK-ULT-NRO-B                PIC 9(08) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-LETRA                    PIC X(01).
       77  WK-NRO-FACTURA              PIC 9(08).

      ******************************************************************
      *    Importes de la factura en armado.
      ******************************************************************
       77  WK-NETO                     PIC S9(13)V99.
       77  WK-IVA                      PIC S9(13)V99.
       77  WK-PERCEPCION               PIC S9(13)V99.
       77  WK-TOTAL                    PIC S9(13)V99.
       77  WK-NETO-GENERAL             PIC S9(13)V99.
       77  WK-IVA-GENERAL              PIC S9(13)V99.
       77  WK-NETO-REDUCIDA            PIC S9(13)V99.
       77  WK-IVA-REDUCIDA             PIC S9(13)V99.
       77  WK-NETO-EXENTO              PIC S9(13)V99.

      ******************************************************************
      *    Renglones: un renglon por abono de la ocurrencia. Se
      *    recorren una vez para la apertura y otra, ya grabada la
      *    factura, para grabar FACTLIN.
      ******************************************************************
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-GRABA-RENGLONES          PIC X(01).
       77  WK-NRO-RENGLON              PIC 9(04).
       77  WK-IMPORTE-RENGLON          PIC S9(13)V99.
       77  WK-CANT-RENGLONES           PIC 9(03).

      ******************************************************************
      *    Abonos del cliente en proceso que corresponden al
      *    periodo, ya valorizados.
      ******************************************************************
       77  WK-CANT-ABO                 PIC 9(03).
       77  WK-IND-ABO                  PIC 9(03).
       01  WK-TABLA-ABONOS.
           03  WK-ABO OCCURS 50 TIMES.
               05  WK-ABO-NRO          PIC 9(03).
               05  WK-ABO-CONCEPTO     PIC X(30).
               05  WK-ABO-ARTICULO     PIC 9(06).
               05  WK-ABO-OCURRENCIA   PIC 9(01).
               05  WK-ABO-CANTIDAD     PIC 9(07)V99.
               05  WK-ABO-PRECIO       PIC 9(09)V99.
               05  WK-ABO-IMPORTE      PIC S9(13)V99.
               05  WK-ABO-TASA         PIC 9(02)V99.

      ******************************************************************
      *    Valorizacion de un abono: precio vigente de la lista del
      *    cliente y cotizacion de la moneda de ajuste del dia.
      ******************************************************************
       77  WK-HAY-LISTAPDET            PIC X(01) VALUE "N".
       77  WK-EOF-LISTAPDET            PIC X(01).
       77  WK-HAY-PRECIO               PIC X(01).
       77  WK-PRECIO-LISTA             PIC 9(09)V99.
       77  WK-HAY-COTIZA               PIC X(01) VALUE "N".
       77  WK-EXISTE-COTIZA            PIC X(01).
       77  WK-VALOR-OK                 PIC X(01).
       77  WK-CANTIDAD                 PIC 9(07)V99.
       77  WK-PRECIO                   PIC 9(09)V99.
       77  WK-IMPORTE                  PIC S9(13)V99.

      ******************************************************************
      *    Percepcion IIBB del cliente en proceso.
      ******************************************************************
       77  WK-HAY-PADRON               PIC X(01) VALUE "N".
       77  WK-EOF-PERCIIBB             PIC X(01).
       77  WK-ALICUOTA                 PIC 9(02)V9(04).
       77  WK-HAY-ALICUOTA             PIC X(01).

      ******************************************************************
      *    Vencimientos de la factura segun la condicion de venta
      *    del cliente (CONDVTA), como en FACTURA-EMISION.
      ******************************************************************
       77  STATUS-CONDVTA              PIC X(02).
       77  STATUS-FACTVENC             PIC X(02).
       77  WK-HAY-CONDVTA              PIC X(01) VALUE "N".
       77  WK-COND-VENTA               PIC X(03).
       77  WK-CANT-VENC                PIC 9(02).
       77  WK-IND-VENC                 PIC 9(02).
       77  WK-RESTO-VENC               PIC S9(13)V99.
       01  WK-TABLA-VENC.
           03  WK-VENC OCCURS 6 TIMES.
               05  WK-VENC-FECHA       PIC 9(08).
               05  WK-VENC-IMPORTE     PIC S9(13)V99.

      ******************************************************************
      *    Suma de dias sobre una fecha AAAAMMDD (ver 8500).
      ******************************************************************
       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-RESTO                 PIC 9(04).
       77  WK-FD-TOPE                  PIC 9(02).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       77  WK-IND-COPIA                PIC 9(01).
       77  WK-CANT-COPIAS              PIC 9(01).

      ******************************************************************
      *    Totales del listado de control.
      ******************************************************************
       77  WK-TOTAL-FACTURAS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-FACTURADOS         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-FACTURADO          PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-OMITIDOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-YA-FACTURADOS      PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-NO-CORRESPONDE     PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CLIENTES           PIC 9(07) VALUE ZERO.

       01  WK-LINEA-EMPRESA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(40).
           03  FILLER                  PIC X(07) VALUE " CUIT: ".
           03  WK-E-CUIT               PIC 9(14).

       01  WK-LINEA-FACTURA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "FACTURA ".
           03  WK-F-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-F-NRO                PIC 9(08).
           03  FILLER                  PIC X(08) VALUE "  FECHA ".
           03  WK-F-FECHA              PIC 9(08).
           03  FILLER                  PIC X(08) VALUE "  COPIA ".
           03  WK-F-COPIA              PIC 9(01).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "CLIENTE ".
           03  WK-C-CLAVE              PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-C-DOMICILIO          PIC X(35).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-LOCALIDAD          PIC X(20).

       01  WK-LINEA-PERIODO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(29) VALUE
               "ABONOS DE SERVICIOS PERIODO ".
           03  WK-P-PERIODO            PIC 9(06).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-ABONO              PIC ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-ARTICULO           PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-DESCRIPCION        PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CANTIDAD           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PRECIO             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-TASA               PIC Z9.99.
           03  FILLER                  PIC X(03) VALUE " % ".
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-ALICUOTA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-A-LEYENDA            PIC X(14).
           03  WK-A-TASA               PIC Z9.99.
           03  FILLER                  PIC X(06) VALUE " %  . ".
           03  WK-A-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(25).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-CONDICION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE
               "CONDICION DE VENTA: ".
           03  WK-V-CODIGO             PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-DESCRIPCION        PIC X(30).

       01  WK-LINEA-VENCIMIENTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "VENCIMIENTO ".
           03  WK-V-CUOTA              PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Listado de control: una linea por abono facturado u
      *    omitido, con la factura emitida o el motivo.
      ******************************************************************
       01  WK-CTL-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "CONTROL DE FACTURACION DE ABONOS - PERIODO ".
           03  WK-CT-PERIODO           PIC 9(06).

       01  WK-CTL-REANUDA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "*** PROCESO REANUDADO DESDE EL CLIENTE ".
           03  WK-CR-CLIENTE           PIC ZZZZZ9.

       01  WK-CTL-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(34) VALUE
               "CLIENTE NOMBRE                    ".
           03  FILLER                  PIC X(35) VALUE
               "ABO CONCEPTO                       ".
           03  FILLER                  PIC X(17) VALUE
               "O         IMPORTE".
           03  FILLER                  PIC X(20) VALUE
               " FACTURA/OBSERVACION".

       01  WK-CTL-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-K-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-K-NOMBRE             PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-K-ABONO              PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-K-CONCEPTO           PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-K-OCURRENCIA         PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-K-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-K-OBSERVACION        PIC X(30).

       01  WK-CTL-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-CK-LEYENDA           PIC X(40).
           03  WK-CK-CANTIDAD          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-CK-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.
       77  WK-EMPRESA-IVA              PIC 9(01) VALUE ZERO.
       77  WK-TASA-IVA                 PIC 9(02)V99 VALUE 21.00.
       77  WK-TASA-IVA-RED             PIC 9(02)V99 VALUE 10.50.
       77  WK-CAE-OBLIGA               PIC X(01) VALUE "N".

      ******************************************************************
      *    Aviso de factura emitida en la cola de notificaciones.
      ******************************************************************
       77  STATUS-NOTIFQUE             PIC X(02).
       77  WK-EOF-NOTIFQUE             PIC X(01).
       77  WK-ULT-NOTIF                PIC 9(08) VALUE ZERO.

      ******************************************************************
      *    Identificacion del listado de control en el spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "ABONOS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTABONO.TXT".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      *    1000  -  PARAMETROS, PERIODO, CHECKPOINT Y ARCHIVOS
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O ABONOS
           IF STATUS-ABONOS NOT = "00"
              DISPLAY "SIN ARCHIVO DE ABONOS - STATUS ", STATUS-ABONOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-ABRIR-CHECKPOINT THRU 1100-EXIT
           IF WK-CHKPT-REANUDA = "S"
              MOVE CHKPOINT-PERIODO TO WK-PERIODO-NUM
              DISPLAY "SE REANUDA EL PERIODO ", WK-PERIODO-NUM,
                      " DESDE EL CLIENTE ", CHKPOINT-CLAVE
           ELSE
              DISPLAY "PERIODO A FACTURAR (AAAAMM, 0 = MES ACTUAL): "
              ACCEPT WK-PERIODO-NUM
              IF WK-PERIODO-NUM = ZERO
                 MOVE WK-FECHA-HOY(1:6) TO WK-PERIODO-NUM
              END-IF
              IF WK-PER-MM < 1 OR WK-PER-MM > 12
                 DISPLAY "PERIODO INVALIDO - SIN PROCESO"
                 CLOSE ABONOS CHKPOINT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WK-PERIODO-NUM TO CHKPOINT-PERIODO
              REWRITE CHKPOINT-REG
           END-IF
           COMPUTE WK-MESES-PERIODO = WK-PER-AAAA * 12 + WK-PER-MM
           OPEN I-O CLIENTE
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN I-O FACTURAS
           IF STATUS-FACTURAS = "35"
              OPEN OUTPUT FACTURAS
              CLOSE FACTURAS
              OPEN I-O FACTURAS
           END-IF
           OPEN I-O FACTLIN
           IF STATUS-FACTLIN = "35"
              OPEN OUTPUT FACTLIN
              CLOSE FACTLIN
              OPEN I-O FACTLIN
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT LISTAPDET
           IF STATUS-LISTAPDET = "00"
              MOVE "S" TO WK-HAY-LISTAPDET
           END-IF
           OPEN INPUT COTIZA
           IF STATUS-COTIZA = "00"
              MOVE "S" TO WK-HAY-COTIZA
           END-IF
           OPEN INPUT CONDVTA
           IF STATUS-CONDVTA = "00"
              MOVE "S" TO WK-HAY-CONDVTA
           END-IF
           OPEN I-O FACTVENC
           IF STATUS-FACTVENC = "35"
              OPEN OUTPUT FACTVENC
              CLOSE FACTVENC
              OPEN I-O FACTVENC
           END-IF
           OPEN INPUT PERCIIBB
           IF STATUS-PERCIIBB = "00"
              MOVE "S" TO WK-HAY-PADRON
           END-IF
           OPEN I-O PERCREG
           IF STATUS-PERCREG = "35"
              OPEN OUTPUT PERCREG
              CLOSE PERCREG
              OPEN I-O PERCREG
           END-IF
           OPEN I-O NOTIFQUE
           IF STATUS-NOTIFQUE = "35"
              OPEN OUTPUT NOTIFQUE
              CLOSE NOTIFQUE
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           PERFORM 1150-ABRIR-LISTADOS THRU 1150-EXIT
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE "A" TO WK-LETRA
           PERFORM 1200-BUSCAR-ULTIMO-NRO THRU 1200-EXIT
           MOVE WK-NRO-FACTURA TO WK-ULT-NRO-A
           MOVE "B" TO WK-LETRA
           PERFORM 1200-BUSCAR-ULTIMO-NRO THRU 1200-EXIT
           MOVE WK-NRO-FACTURA TO WK-ULT-NRO-B.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; la condicion de
      *    IVA propia y la alicuota general son obligatorias para
      *    facturar.
      ******************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              DISPLAY "SIN PARAMETROS DE EMPRESA - NO SE FACTURA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS NOT = "00"
              DISPLAY "SIN PARAMETROS DE EMPRESA - NO SE FACTURA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
           MOVE FECH-70-EMPRESA-CUIT   TO WK-EMPRESA-CUIT
           MOVE FECH-70-EMPRESA-IVA    TO WK-EMPRESA-IVA
           IF FECH-70-TASA-IVA > ZERO
              MOVE FECH-70-TASA-IVA TO WK-TASA-IVA
           END-IF
           IF FECH-70-TASA-IVA-RED NUMERIC
              AND FECH-70-TASA-IVA-RED > ZERO
              MOVE FECH-70-TASA-IVA-RED TO WK-TASA-IVA-RED
           END-IF
           IF FECH-70-CAE-OBLIGA-SI
              MOVE "Y" TO WK-CAE-OBLIGA
           END-IF
           IF FECH-70-CHKPT-INTERVALO > ZERO
              MOVE FECH-70-CHKPT-INTERVALO TO WK-CHKPT-INTERVALO
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Abre (creandolo si no existe) el archivo de checkpoint y
      *    determina si hay un corte pendiente de reanudar.
      ******************************************************************
       1100-ABRIR-CHECKPOINT.
           OPEN I-O CHKPOINT
           IF STATUS-CHKPOINT = "35"
              OPEN OUTPUT CHKPOINT
              CLOSE CHKPOINT
              OPEN I-O CHKPOINT
           END-IF
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY MOVE "N" TO WK-CHKPT-EXISTE
               NOT INVALID KEY MOVE "S" TO WK-CHKPT-EXISTE
           END-READ
           IF WK-CHKPT-EXISTE = "S" AND CHKPOINT-COMPLETO-NO
              AND CHKPOINT-PERIODO NUMERIC
              AND CHKPOINT-PERIODO > ZERO
              MOVE "S" TO WK-CHKPT-REANUDA
           ELSE
              MOVE "N" TO WK-CHKPT-REANUDA
              MOVE WK-JOB-ID TO CHKPOINT-JOB
              MOVE ZERO      TO CHKPOINT-CLAVE
              MOVE "N"       TO CHKPOINT-COMPLETO
              MOVE ZERO      TO CHKPOINT-REGISTROS
              MOVE ZERO      TO CHKPOINT-PERIODO
              ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
              ACCEPT CHKPOINT-HORA  FROM TIME
              IF WK-CHKPT-EXISTE = "S"
                 REWRITE CHKPOINT-REG
              ELSE
                 WRITE CHKPOINT-REG
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Al reanudar los listados se continuan; en una corrida
      *    nueva se abren con su encabezado.
      ******************************************************************
       1150-ABRIR-LISTADOS.
           IF WK-CHKPT-REANUDA = "S"
              MOVE CHKPOINT-CLAVE TO ABONO-CLIENTE
              MOVE 999            TO ABONO-NRO
              START ABONOS KEY > ABONO-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-ABONOS
              END-START
              OPEN EXTEND RPT-FACTURA
              OPEN EXTEND RPT-CONTROL
              MOVE SPACES TO CTL-LINEA
              WRITE CTL-LINEA
              MOVE CHKPOINT-CLAVE TO WK-CR-CLIENTE
              WRITE CTL-LINEA FROM WK-CTL-REANUDA
              MOVE SPACES TO CTL-LINEA
              WRITE CTL-LINEA
              GO TO 1150-EXIT
           END-IF
           OPEN OUTPUT RPT-FACTURA
           OPEN OUTPUT RPT-CONTROL
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO CTL-LINEA
              MOVE WK-EMPRESA-NOMBRE TO CTL-LINEA
              WRITE CTL-LINEA
           END-IF
           MOVE WK-PERIODO-NUM TO WK-CT-PERIODO
           WRITE CTL-LINEA FROM WK-CTL-TITULO
           MOVE SPACES TO CTL-LINEA
           WRITE CTL-LINEA
           WRITE CTL-LINEA FROM WK-CTL-RUBROS
           MOVE SPACES TO CTL-LINEA
           WRITE CTL-LINEA.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre las facturas de la letra WK-LETRA en el bloque
      *    de la empresa y deja en WK-NRO-FACTURA el numero mas alto
      *    ya usado (el inicio del bloque si todavia no hay).
      ******************************************************************
       1200-BUSCAR-ULTIMO-NRO.
           MOVE WK-NRO-DESDE TO WK-NRO-FACTURA
           MOVE "N" TO WK-EOF-FACTURAS
           MOVE WK-LETRA     TO FACTURA-LETRA
           MOVE WK-NRO-DESDE TO FACTURA-NRO
           START FACTURAS KEY >= FACTURA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTURAS
           END-START
           PERFORM 1210-LEER-FACTURA-NEXT THRU 1210-EXIT
               UNTIL WK-EOF-FACTURAS = "S".
       1200-EXIT.
           EXIT.

       1210-LEER-FACTURA-NEXT.
           READ FACTURAS NEXT
               AT END MOVE "S" TO WK-EOF-FACTURAS
           END-READ
           IF WK-EOF-FACTURAS = "N"
              IF FACTURA-LETRA NOT = WK-LETRA
                 OR FACTURA-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-FACTURAS
              ELSE
                 MOVE FACTURA-NRO TO WK-NRO-FACTURA
              END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *    2000  -  RECORRIDO DE ABONOS POR CLIENTE
      ******************************************************************
       2000-PROCESO.
           IF WK-EOF-ABONOS = "N"
              PERFORM 2050-LEER-ABONO THRU 2050-EXIT
           END-IF
           PERFORM 2100-PROCESAR-CLIENTE THRU 2100-EXIT
               UNTIL EOF-ABONOS
           PERFORM 2960-ESCRIBIR-TOTALES THRU 2960-EXIT
           PERFORM 2980-COMPLETAR-CHECKPOINT THRU 2980-EXIT.
       2000-EXIT.
           EXIT.

       2050-LEER-ABONO.
           READ ABONOS NEXT
               AT END MOVE "S" TO WK-EOF-ABONOS
           END-READ.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *    Junta los abonos del cliente que corresponden al periodo,
      *    emite una factura por ocurrencia y se reposiciona en el
      *    primer abono del cliente siguiente (la actualizacion de
      *    los abonos facturados mueve la posicion del archivo).
      ******************************************************************
       2100-PROCESAR-CLIENTE.
           MOVE ABONO-CLIENTE TO WK-CLIENTE
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE ZERO TO WK-CANT-ABO
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              MOVE SPACES TO A101-NOMBRE
           END-IF
           PERFORM 2200-EXAMINAR-ABONO THRU 2200-EXIT
               UNTIL EOF-ABONOS
                  OR ABONO-CLIENTE NOT = WK-CLIENTE
           IF WK-CANT-ABO > ZERO
              PERFORM 2300-FACTURAR-OCURRENCIA THRU 2300-EXIT
                  VARYING WK-OCURRENCIA FROM 1 BY 1
                  UNTIL WK-OCURRENCIA > 4
              MOVE "N" TO WK-EOF-ABONOS
              MOVE WK-CLIENTE TO ABONO-CLIENTE
              MOVE 999        TO ABONO-NRO
              START ABONOS KEY > ABONO-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-ABONOS
              END-START
              IF WK-EOF-ABONOS = "N"
                 PERFORM 2050-LEER-ABONO THRU 2050-EXIT
              END-IF
           END-IF
           PERFORM 2950-ACTUALIZAR-CHECKPOINT THRU 2950-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Un abono del cliente: los de baja y los que no
      *    corresponden al periodo solo se cuentan; el resto se
      *    valoriza y entra a la tabla o sale al listado con el
      *    motivo de la omision.
      ******************************************************************
       2200-EXAMINAR-ABONO.
           IF ABONO-DE-BAJA
              GO TO 2200-SIGUIENTE
           END-IF
           IF ABONO-EMPRESA NOT NUMERIC
              MOVE ZERO TO ABONO-EMPRESA
           END-IF
           IF ABONO-EMPRESA NOT = WK-EMPRESA
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2210-VERIFICAR-PERIODO THRU 2210-EXIT
           IF WK-CORRESPONDE = "N"
              ADD 1 TO WK-TOTAL-NO-CORRESPONDE
              GO TO 2200-SIGUIENTE
           END-IF
           IF ABONO-ULT-PERIODO >= WK-PERIODO-NUM
              MOVE "YA FACTURADO EN EL PERIODO" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-YA-FACTURADOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF ABONO-SUSPENDIDO
              MOVE "ABONO SUSPENDIDO" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-EXISTE-CLIENTE = "N"
              MOVE "CLIENTE INEXISTENTE" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF A101-DADO-DE-BAJA
              MOVE "CLIENTE DADO DE BAJA" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF ABONO-OCURRENCIA < 1 OR ABONO-OCURRENCIA > 4
              MOVE "OCURRENCIA INVALIDA" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-CANT-ABO = 50
              MOVE "MAS DE 50 ABONOS - OTRA CORRIDA" TO WK-OBSERVACION
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2220-VALORIZAR-ABONO THRU 2220-EXIT
           IF WK-VALOR-OK = "N"
              PERFORM 8300-LINEA-OMITIDA THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-OMITIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-CANT-ABO
           MOVE ABONO-NRO        TO WK-ABO-NRO(WK-CANT-ABO)
           MOVE ABONO-CONCEPTO   TO WK-ABO-CONCEPTO(WK-CANT-ABO)
           MOVE ABONO-ARTICULO   TO WK-ABO-ARTICULO(WK-CANT-ABO)
           MOVE ABONO-OCURRENCIA TO WK-ABO-OCURRENCIA(WK-CANT-ABO)
           MOVE WK-CANTIDAD      TO WK-ABO-CANTIDAD(WK-CANT-ABO)
           MOVE WK-PRECIO        TO WK-ABO-PRECIO(WK-CANT-ABO)
           MOVE WK-IMPORTE       TO WK-ABO-IMPORTE(WK-CANT-ABO)
           MOVE ZERO             TO WK-ABO-TASA(WK-CANT-ABO).
       2200-SIGUIENTE.
           PERFORM 2050-LEER-ABONO THRU 2050-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    El abono corresponde si el periodo cae entre el mes de su
      *    fecha desde y el de su fecha hasta y los meses desde el
      *    inicio son multiplo de la periodicidad.
      ******************************************************************
       2210-VERIFICAR-PERIODO.
           MOVE "N" TO WK-CORRESPONDE
           MOVE ABONO-FECHA-DESDE TO WK-FECHA-AUX-NUM
           COMPUTE WK-MESES-DESDE = WK-AUX-AAAA * 12 + WK-AUX-MM
           IF WK-MESES-DESDE > WK-MESES-PERIODO
              GO TO 2210-EXIT
           END-IF
           IF ABONO-FECHA-HASTA NOT = ZERO
              AND ABONO-FECHA-HASTA(1:6) < WK-PERIODO
              GO TO 2210-EXIT
           END-IF
           IF ABONO-PERIODICIDAD > 1
              COMPUTE WK-MESES-DIF = WK-MESES-PERIODO - WK-MESES-DESDE
              DIVIDE WK-MESES-DIF BY ABONO-PERIODICIDAD
                  GIVING WK-COCIENTE REMAINDER WK-RESTO
              IF WK-RESTO NOT = ZERO
                 GO TO 2210-EXIT
              END-IF
           END-IF
           MOVE "S" TO WK-CORRESPONDE.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Cantidad, precio e importe neto del abono. Importe fijo:
      *    una unidad al importe del abono, convertido a la
      *    cotizacion del dia si ajusta por moneda. Por cantidad:
      *    la cantidad al precio vigente del articulo en la lista
      *    del cliente.
      ******************************************************************
       2220-VALORIZAR-ABONO.
           MOVE "N" TO WK-VALOR-OK
           IF ABONO-POR-CANTIDAD
              PERFORM 2230-BUSCAR-PRECIO-LISTA THRU 2230-EXIT
              IF WK-HAY-PRECIO = "N"
                 MOVE "SIN PRECIO EN LA LISTA" TO WK-OBSERVACION
                 GO TO 2220-EXIT
              END-IF
              MOVE ABONO-CANTIDAD  TO WK-CANTIDAD
              MOVE WK-PRECIO-LISTA TO WK-PRECIO
              COMPUTE WK-IMPORTE ROUNDED = WK-CANTIDAD * WK-PRECIO
           ELSE
              MOVE 1 TO WK-CANTIDAD
              MOVE ABONO-IMPORTE TO WK-PRECIO
              IF ABONO-MONEDA NOT = SPACES
                 PERFORM 2250-LEER-COTIZACION THRU 2250-EXIT
                 IF WK-EXISTE-COTIZA = "N"
                    MOVE SPACES TO WK-OBSERVACION
                    STRING "SIN COTIZACION " ABONO-MONEDA " DEL DIA"
                        DELIMITED BY SIZE INTO WK-OBSERVACION
                    GO TO 2220-EXIT
                 END-IF
                 COMPUTE WK-PRECIO ROUNDED =
                         ABONO-IMPORTE * COTIZA-VALOR
              END-IF
              MOVE WK-PRECIO TO WK-IMPORTE
           END-IF
           IF WK-IMPORTE NOT > ZERO
              MOVE "IMPORTE EN CERO" TO WK-OBSERVACION
              GO TO 2220-EXIT
           END-IF
           MOVE "S" TO WK-VALOR-OK.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *    Precio vigente del articulo en la lista del cliente: la
      *    fila con mayor vigencia no posterior a la fecha del dia.
      ******************************************************************
       2230-BUSCAR-PRECIO-LISTA.
           MOVE "N" TO WK-HAY-PRECIO
           MOVE ZERO TO WK-PRECIO-LISTA
           IF WK-HAY-LISTAPDET = "N"
              GO TO 2230-EXIT
           END-IF
           MOVE "N" TO WK-EOF-LISTAPDET
           MOVE A101-LISTA-PRECIOS TO LISTAPDET-LISTA
           MOVE ABONO-ARTICULO     TO LISTAPDET-ARTICULO
           MOVE ZEROS              TO LISTAPDET-VIGENCIA
           START LISTAPDET KEY >= LISTAPDET-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LISTAPDET
           END-START
           PERFORM 2240-LEER-PRECIO THRU 2240-EXIT
               UNTIL WK-EOF-LISTAPDET = "S".
       2230-EXIT.
           EXIT.

       2240-LEER-PRECIO.
           READ LISTAPDET NEXT
               AT END MOVE "S" TO WK-EOF-LISTAPDET
           END-READ
           IF WK-EOF-LISTAPDET = "S"
              GO TO 2240-EXIT
           END-IF
           IF LISTAPDET-LISTA NOT = A101-LISTA-PRECIOS
              OR LISTAPDET-ARTICULO NOT = ABONO-ARTICULO
              OR LISTAPDET-VIGENCIA > WK-FECHA-HOY
              MOVE "S" TO WK-EOF-LISTAPDET
           ELSE
              MOVE "S" TO WK-HAY-PRECIO
              MOVE LISTAPDET-PRECIO TO WK-PRECIO-LISTA
           END-IF.
       2240-EXIT.
           EXIT.

      ******************************************************************
      *    Cotizacion de la moneda de ajuste a la fecha de proceso.
      ******************************************************************
       2250-LEER-COTIZACION.
           MOVE "N" TO WK-EXISTE-COTIZA
           IF WK-HAY-COTIZA = "N"
              GO TO 2250-EXIT
           END-IF
           MOVE ABONO-MONEDA TO COTIZA-MONEDA
           MOVE WK-FECHA-HOY TO COTIZA-FECHA
           MOVE "S" TO WK-EXISTE-COTIZA
           READ COTIZA
               INVALID KEY MOVE "N" TO WK-EXISTE-COTIZA
           END-READ
           IF WK-EXISTE-COTIZA = "S" AND COTIZA-VALOR = ZERO
              MOVE "N" TO WK-EXISTE-COTIZA
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    Factura de los abonos del cliente en la ocurrencia
      *    WK-OCURRENCIA, si tiene alguno.
      ******************************************************************
       2300-FACTURAR-OCURRENCIA.
           MOVE ZERO TO WK-NETO WK-CANT-RENGLONES
           PERFORM 2310-SUMAR-ABONO THRU 2310-EXIT
               VARYING WK-IND-ABO FROM 1 BY 1
               UNTIL WK-IND-ABO > WK-CANT-ABO
           IF WK-CANT-RENGLONES = ZERO
              GO TO 2300-EXIT
           END-IF
           PERFORM 2320-ARMAR-FACTURA THRU 2320-EXIT
           PERFORM 2400-GRABAR-FACTURA THRU 2400-EXIT
           IF WK-FACT-GRABADA = "N"
              MOVE "ERROR AL GRABAR LA FACTURA" TO WK-OBSERVACION
              PERFORM 2620-ABONO-NO-FACTURADO THRU 2620-EXIT
                  VARYING WK-IND-ABO FROM 1 BY 1
                  UNTIL WK-IND-ABO > WK-CANT-ABO
              GO TO 2300-EXIT
           END-IF
      *    con CAE obligatorio la impresion espera la autorizacion
      *    de AFIP (FACTURA-IMPRESION imprime las autorizadas)
           IF WK-CAE-OBLIGA NOT = "Y"
              PERFORM 2500-IMPRIMIR-COPIAS THRU 2500-EXIT
           END-IF
           PERFORM 2600-ACTUALIZAR-ABONOS THRU 2600-EXIT
           PERFORM 2700-APLICAR-AL-MAESTRO THRU 2700-EXIT
           PERFORM 2800-GRABAR-MOVIMIENTO THRU 2800-EXIT
           PERFORM 2850-GRABAR-VENCIMIENTOS THRU 2850-EXIT
           IF WK-PERCEPCION > ZERO
              PERFORM 2900-REGISTRAR-PERCEPCION THRU 2900-EXIT
           END-IF
      *    con CAE obligatorio el aviso sale con la autorizacion
      *    (CAE-RESPUESTA)
           IF WK-CAE-OBLIGA NOT = "Y"
              PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
           END-IF
           ADD 1        TO WK-TOTAL-FACTURAS
           ADD WK-TOTAL TO WK-TOTAL-FACTURADO.
       2300-EXIT.
           EXIT.

       2310-SUMAR-ABONO.
           IF WK-ABO-OCURRENCIA(WK-IND-ABO) = WK-OCURRENCIA
              ADD 1 TO WK-CANT-RENGLONES
              ADD WK-ABO-IMPORTE(WK-IND-ABO) TO WK-NETO
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Define letra y numero y calcula el IVA por alicuota, con
      *    el mismo criterio que FACTURA-EMISION: A solo entre
      *    inscriptos; los clientes exentos no llevan IVA.
      ******************************************************************
       2320-ARMAR-FACTURA.
           IF WK-EMPRESA-IVA = ZERO AND A101-COD-IVA = ZERO
              MOVE "A" TO WK-LETRA
              ADD 1 TO WK-ULT-NRO-A
              MOVE WK-ULT-NRO-A TO WK-NRO-FACTURA
           ELSE
              MOVE "B" TO WK-LETRA
              ADD 1 TO WK-ULT-NRO-B
              MOVE WK-ULT-NRO-B TO WK-NRO-FACTURA
           END-IF
           MOVE "N" TO WK-GRABA-RENGLONES
           PERFORM 2370-RECORRER-RENGLONES THRU 2370-EXIT
           MOVE ZERO TO WK-IVA-GENERAL WK-IVA-REDUCIDA
           IF A101-IVA-EXENTO OR A101-IVA-EXENTO-IMPORT
              OR A101-IVA-EXENTO-PROMOC
              MOVE ZERO    TO WK-NETO-GENERAL WK-NETO-REDUCIDA
              MOVE WK-NETO TO WK-NETO-EXENTO
           ELSE
              COMPUTE WK-NETO-GENERAL = WK-NETO
                    - WK-NETO-REDUCIDA - WK-NETO-EXENTO
              COMPUTE WK-IVA-GENERAL ROUNDED =
                      WK-NETO-GENERAL * WK-TASA-IVA / 100
              COMPUTE WK-IVA-REDUCIDA ROUNDED =
                      WK-NETO-REDUCIDA * WK-TASA-IVA-RED / 100
           END-IF
           COMPUTE WK-IVA = WK-IVA-GENERAL + WK-IVA-REDUCIDA
           PERFORM 2350-CALCULAR-PERCEPCION THRU 2350-EXIT
           COMPUTE WK-TOTAL = WK-NETO + WK-IVA + WK-PERCEPCION
           PERFORM 2450-ARMAR-VENCIMIENTOS THRU 2450-EXIT.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *    Percepcion IIBB para los clientes de convenio
      *    multilateral: alicuota vigente del padron para el CUIT
      *    del cliente en su jurisdiccion (A101-PROVINCIA).
      ******************************************************************
       2350-CALCULAR-PERCEPCION.
           MOVE ZERO TO WK-PERCEPCION
           MOVE ZERO TO WK-ALICUOTA
           MOVE "N"  TO WK-HAY-ALICUOTA
           IF NOT A101-MULTILATERAL-SI
              OR WK-HAY-PADRON = "N"
              GO TO 2350-EXIT
           END-IF
           MOVE "N" TO WK-EOF-PERCIIBB
           MOVE A101-NRO-CUIT  TO PERCIIBB-CUIT
           MOVE A101-PROVINCIA TO PERCIIBB-JURISDICCION
           MOVE ZEROS          TO PERCIIBB-VIGENCIA-DESDE
           START PERCIIBB KEY >= PERCIIBB-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PERCIIBB
           END-START
           PERFORM 2360-LEER-ALICUOTA THRU 2360-EXIT
               UNTIL WK-EOF-PERCIIBB = "S"
           IF WK-HAY-ALICUOTA = "S" AND WK-ALICUOTA > ZERO
              COMPUTE WK-PERCEPCION ROUNDED =
                      WK-NETO * WK-ALICUOTA / 100
           END-IF.
       2350-EXIT.
           EXIT.

       2360-LEER-ALICUOTA.
           READ PERCIIBB NEXT
               AT END MOVE "S" TO WK-EOF-PERCIIBB
           END-READ
           IF WK-EOF-PERCIIBB = "N"
              IF PERCIIBB-CUIT NOT = A101-NRO-CUIT
                 OR PERCIIBB-JURISDICCION NOT = A101-PROVINCIA
                 OR PERCIIBB-VIGENCIA-DESDE > WK-FECHA-HOY
                 MOVE "S" TO WK-EOF-PERCIIBB
              ELSE
                 IF PERCIIBB-VIGENCIA-HASTA >= WK-FECHA-HOY
                    MOVE "S" TO WK-HAY-ALICUOTA
                    MOVE PERCIIBB-ALICUOTA TO WK-ALICUOTA
                 END-IF
              END-IF
           END-IF.
       2360-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre los abonos de la ocurrencia acumulando el neto de
      *    alicuota reducida y el exento segun la categoria de IVA
      *    del articulo; con WK-GRABA-RENGLONES en "S" graba ademas
      *    cada renglon en FACTLIN (sin remito de origen).
      ******************************************************************
       2370-RECORRER-RENGLONES.
           MOVE ZERO TO WK-NETO-REDUCIDA WK-NETO-EXENTO
                        WK-NRO-RENGLON
           PERFORM 2380-UN-RENGLON THRU 2380-EXIT
               VARYING WK-IND-ABO FROM 1 BY 1
               UNTIL WK-IND-ABO > WK-CANT-ABO.
       2370-EXIT.
           EXIT.

       2380-UN-RENGLON.
           IF WK-ABO-OCURRENCIA(WK-IND-ABO) NOT = WK-OCURRENCIA
              GO TO 2380-EXIT
           END-IF
           MOVE SPACES TO FACTLIN-REG
           MOVE WK-ABO-ARTICULO(WK-IND-ABO) TO FACTLIN-ARTICULO
           MOVE WK-ABO-CANTIDAD(WK-IND-ABO) TO FACTLIN-CANTIDAD
           MOVE WK-ABO-PRECIO(WK-IND-ABO)   TO FACTLIN-PRECIO
           MOVE WK-ABO-IMPORTE(WK-IND-ABO)  TO WK-IMPORTE-RENGLON
           PERFORM 8200-CATEGORIA-ARTICULO THRU 8200-EXIT
           PERFORM 2395-COMPLETAR-RENGLON THRU 2395-EXIT
           MOVE FACTLIN-TASA-IVA TO WK-ABO-TASA(WK-IND-ABO).
       2380-EXIT.
           EXIT.

      ******************************************************************
      *    Alicuota del renglon armado en FACTLIN-REG, acumulacion
      *    por categoria y, en la segunda pasada, grabacion.
      ******************************************************************
       2395-COMPLETAR-RENGLON.
           IF A101-IVA-EXENTO OR A101-IVA-EXENTO-IMPORT
              OR A101-IVA-EXENTO-PROMOC
              MOVE ZERO TO FACTLIN-TASA-IVA
           ELSE
              EVALUATE TRUE
                 WHEN FACTLIN-IVA-REDUCIDA
                    MOVE WK-TASA-IVA-RED TO FACTLIN-TASA-IVA
                    ADD WK-IMPORTE-RENGLON TO WK-NETO-REDUCIDA
                 WHEN FACTLIN-IVA-EXENTO
                    MOVE ZERO TO FACTLIN-TASA-IVA
                    ADD WK-IMPORTE-RENGLON TO WK-NETO-EXENTO
                 WHEN OTHER
                    MOVE WK-TASA-IVA TO FACTLIN-TASA-IVA
              END-EVALUATE
           END-IF
           ADD 1 TO WK-NRO-RENGLON
           MOVE WK-LETRA           TO FACTLIN-LETRA
           MOVE WK-NRO-FACTURA     TO FACTLIN-NRO
           MOVE WK-NRO-RENGLON     TO FACTLIN-RENGLON
           MOVE ZERO               TO FACTLIN-REMITO
                                      FACTLIN-CANT-DEVUELTA
           MOVE WK-IMPORTE-RENGLON TO FACTLIN-IMPORTE
           IF WK-GRABA-RENGLONES = "S"
              WRITE FACTLIN-REG
                  INVALID KEY
                     DISPLAY "ERROR AL GRABAR EL RENGLON ",
                             WK-NRO-RENGLON, " DE LA FACTURA ",
                             WK-LETRA, "-", WK-NRO-FACTURA
              END-WRITE
           END-IF.
       2395-EXIT.
           EXIT.

       2400-GRABAR-FACTURA.
           MOVE SPACES TO FACTURA-REG
           MOVE WK-LETRA       TO FACTURA-LETRA
           MOVE WK-NRO-FACTURA TO FACTURA-NRO
           MOVE WK-CLIENTE     TO FACTURA-CLIENTE
           MOVE WK-FECHA-HOY   TO FACTURA-FECHA
           MOVE WK-OCURRENCIA  TO FACTURA-OCURRENCIA
           MOVE WK-NETO        TO FACTURA-NETO
           MOVE WK-IVA         TO FACTURA-IVA
           MOVE WK-PERCEPCION  TO FACTURA-PERCEP-IIBB
           MOVE WK-TOTAL       TO FACTURA-TOTAL
           MOVE WK-NETO-GENERAL  TO FACTURA-NETO-GENERAL
           MOVE WK-IVA-GENERAL   TO FACTURA-IVA-GENERAL
           MOVE WK-NETO-REDUCIDA TO FACTURA-NETO-REDUCIDA
           MOVE WK-IVA-REDUCIDA  TO FACTURA-IVA-REDUCIDA
           MOVE WK-NETO-EXENTO   TO FACTURA-NETO-EXENTO
           IF WK-PERCEPCION > ZERO
              MOVE A101-PROVINCIA TO FACTURA-JURISDICCION
           ELSE
              MOVE ZERO TO FACTURA-JURISDICCION
           END-IF
           MOVE "1"            TO FACTURA-ESTADO
           MOVE ZEROS          TO FACTURA-CAE FACTURA-CAE-VTO
           MOVE SPACE          TO FACTURA-CAE-ESTADO
           MOVE SPACES         TO FACTURA-OBS-AFIP
           MOVE WK-COND-VENTA  TO FACTURA-COND-VENTA
           MOVE WK-CANT-VENC   TO FACTURA-CANT-VENC
           MOVE WK-EMPRESA     TO FACTURA-EMPRESA
           MOVE "S" TO WK-FACT-GRABADA
           WRITE FACTURA-REG
               INVALID KEY
                  MOVE "N" TO WK-FACT-GRABADA
                  DISPLAY "ERROR AL GRABAR LA FACTURA ",
                          WK-LETRA, "-", WK-NRO-FACTURA,
                          " DEL CLIENTE ", WK-CLIENTE
           END-WRITE
           IF WK-FACT-GRABADA = "S"
              MOVE "S" TO WK-GRABA-RENGLONES
              PERFORM 2370-RECORRER-RENGLONES THRU 2370-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Vencimientos con la condicion de venta del cliente:
      *    contado o sin condicion, uno en el dia; sin cuotas, uno a
      *    los dias neto; con cuotas, uno por cuota.
      ******************************************************************
       2450-ARMAR-VENCIMIENTOS.
           MOVE SPACES TO WK-COND-VENTA
           MOVE 1 TO WK-CANT-VENC
           MOVE WK-FECHA-HOY TO WK-VENC-FECHA(1)
           MOVE WK-TOTAL     TO WK-VENC-IMPORTE(1)
           IF WK-HAY-CONDVTA = "N" OR A101-COD-VENTA = SPACES
              GO TO 2450-EXIT
           END-IF
           MOVE A101-COD-VENTA TO CONDVTA-CODIGO
           READ CONDVTA
               INVALID KEY GO TO 2450-EXIT
           END-READ
           MOVE CONDVTA-CODIGO TO WK-COND-VENTA
           IF CONDVTA-CONTADO
              GO TO 2450-EXIT
           END-IF
           IF CONDVTA-CANT-CUOTAS = ZERO
              MOVE WK-FECHA-HOY      TO WK-FD-FECHA
              MOVE CONDVTA-DIAS-NETO TO WK-FD-DIAS
              PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
              MOVE WK-FD-FECHA TO WK-VENC-FECHA(1)
              GO TO 2450-EXIT
           END-IF
           MOVE CONDVTA-CANT-CUOTAS TO WK-CANT-VENC
           MOVE WK-TOTAL TO WK-RESTO-VENC
           PERFORM 2460-ARMAR-CUOTA THRU 2460-EXIT
               VARYING WK-IND-VENC FROM 1 BY 1
               UNTIL WK-IND-VENC > WK-CANT-VENC.
       2450-EXIT.
           EXIT.

       2460-ARMAR-CUOTA.
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE CONDVTA-CUOTA-DIAS(WK-IND-VENC) TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-VENC-FECHA(WK-IND-VENC)
           IF WK-IND-VENC = WK-CANT-VENC
              MOVE WK-RESTO-VENC TO WK-VENC-IMPORTE(WK-IND-VENC)
           ELSE
              COMPUTE WK-VENC-IMPORTE(WK-IND-VENC) ROUNDED =
                      WK-TOTAL * CONDVTA-CUOTA-PORC(WK-IND-VENC)
                      / 100
              SUBTRACT WK-VENC-IMPORTE(WK-IND-VENC)
                  FROM WK-RESTO-VENC
           END-IF.
       2460-EXIT.
           EXIT.

      ******************************************************************
      *    Imprime la factura tantas veces como copias tenga
      *    configuradas el cliente (minimo una).
      ******************************************************************
       2500-IMPRIMIR-COPIAS.
           MOVE A101-COPIAS TO WK-CANT-COPIAS
           IF WK-CANT-COPIAS = ZERO
              MOVE 1 TO WK-CANT-COPIAS
           END-IF
           PERFORM 2510-IMPRIMIR-FACTURA THRU 2510-EXIT
               VARYING WK-IND-COPIA FROM 1 BY 1
               UNTIL WK-IND-COPIA > WK-CANT-COPIAS.
       2500-EXIT.
           EXIT.

       2510-IMPRIMIR-FACTURA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-EMPRESA-NOMBRE TO WK-E-NOMBRE
           MOVE WK-EMPRESA-CUIT   TO WK-E-CUIT
           WRITE RPT-LINEA FROM WK-LINEA-EMPRESA
           MOVE WK-LETRA       TO WK-F-LETRA
           MOVE WK-NRO-FACTURA TO WK-F-NRO
           MOVE WK-FECHA-HOY   TO WK-F-FECHA
           MOVE WK-IND-COPIA   TO WK-F-COPIA
           WRITE RPT-LINEA FROM WK-LINEA-FACTURA
           MOVE A101-CLIENTE TO WK-C-CLAVE
           MOVE A101-NOMBRE  TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           MOVE A101-DOMICILIO TO WK-C-DOMICILIO
           MOVE A101-LOCALIDAD TO WK-C-LOCALIDAD
           WRITE RPT-LINEA FROM WK-LINEA-DOMICILIO
           MOVE WK-PERIODO-NUM TO WK-P-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-PERIODO
           PERFORM 2520-IMPRIMIR-DETALLE THRU 2520-EXIT
               VARYING WK-IND-ABO FROM 1 BY 1
               UNTIL WK-IND-ABO > WK-CANT-ABO
           IF WK-NETO-GENERAL NOT = ZERO
              MOVE "NETO GRAVADO  " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA      TO WK-A-TASA
              MOVE WK-NETO-GENERAL  TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-REDUCIDA NOT = ZERO
              MOVE "NETO GRAVADO  " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA-RED  TO WK-A-TASA
              MOVE WK-NETO-REDUCIDA TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-EXENTO NOT = ZERO
              MOVE "NETO EXENTO  . . . . . . " TO WK-I-LEYENDA
              MOVE WK-NETO-EXENTO TO WK-I-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           END-IF
           IF WK-IVA-GENERAL NOT = ZERO
              MOVE "IVA           " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA      TO WK-A-TASA
              MOVE WK-IVA-GENERAL   TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-IVA-REDUCIDA NOT = ZERO
              MOVE "IVA           " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA-RED  TO WK-A-TASA
              MOVE WK-IVA-REDUCIDA  TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-PERCEPCION > ZERO
              MOVE "PERCEPCION IIBB  . . . . " TO WK-I-LEYENDA
              MOVE WK-PERCEPCION TO WK-I-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           END-IF
           MOVE "TOTAL  . . . . . . . . . " TO WK-I-LEYENDA
           MOVE WK-TOTAL TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           IF WK-COND-VENTA NOT = SPACES
              MOVE WK-COND-VENTA       TO WK-V-CODIGO
              MOVE CONDVTA-DESCRIPCION TO WK-V-DESCRIPCION
              WRITE RPT-LINEA FROM WK-LINEA-CONDICION
           END-IF
           PERFORM 2530-IMPRIMIR-VENCIMIENTO THRU 2530-EXIT
               VARYING WK-IND-VENC FROM 1 BY 1
               UNTIL WK-IND-VENC > WK-CANT-VENC.
       2510-EXIT.
           EXIT.

       2520-IMPRIMIR-DETALLE.
           IF WK-ABO-OCURRENCIA(WK-IND-ABO) NOT = WK-OCURRENCIA
              GO TO 2520-EXIT
           END-IF
           MOVE WK-ABO-NRO(WK-IND-ABO)       TO WK-D-ABONO
           MOVE WK-ABO-ARTICULO(WK-IND-ABO)  TO WK-D-ARTICULO
           MOVE WK-ABO-CONCEPTO(WK-IND-ABO)  TO WK-D-DESCRIPCION
           MOVE WK-ABO-CANTIDAD(WK-IND-ABO)  TO WK-D-CANTIDAD
           MOVE WK-ABO-PRECIO(WK-IND-ABO)    TO WK-D-PRECIO
           MOVE WK-ABO-TASA(WK-IND-ABO)      TO WK-D-TASA
           MOVE WK-ABO-IMPORTE(WK-IND-ABO)   TO WK-D-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2520-EXIT.
           EXIT.

       2530-IMPRIMIR-VENCIMIENTO.
           MOVE WK-IND-VENC                  TO WK-V-CUOTA
           MOVE WK-VENC-FECHA(WK-IND-VENC)   TO WK-V-FECHA
           MOVE WK-VENC-IMPORTE(WK-IND-VENC) TO WK-V-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-VENCIMIENTO.
       2530-EXIT.
           EXIT.

      ******************************************************************
      *    Deja en cada abono de la factura el periodo facturado y
      *    la factura emitida, y su linea en el listado de control.
      ******************************************************************
       2600-ACTUALIZAR-ABONOS.
           PERFORM 2610-ACTUALIZAR-UN-ABONO THRU 2610-EXIT
               VARYING WK-IND-ABO FROM 1 BY 1
               UNTIL WK-IND-ABO > WK-CANT-ABO.
       2600-EXIT.
           EXIT.

       2610-ACTUALIZAR-UN-ABONO.
           IF WK-ABO-OCURRENCIA(WK-IND-ABO) NOT = WK-OCURRENCIA
              GO TO 2610-EXIT
           END-IF
           MOVE WK-CLIENTE             TO ABONO-CLIENTE
           MOVE WK-ABO-NRO(WK-IND-ABO) TO ABONO-NRO
           READ ABONOS
               INVALID KEY
                  DISPLAY "NO SE PUDO RELEER EL ABONO ", WK-CLIENTE,
                          "/", WK-ABO-NRO(WK-IND-ABO)
                  GO TO 2610-EXIT
           END-READ
           MOVE WK-PERIODO-NUM              TO ABONO-ULT-PERIODO
           MOVE WK-LETRA                    TO ABONO-ULT-LETRA
           MOVE WK-NRO-FACTURA              TO ABONO-ULT-NRO
           MOVE WK-ABO-IMPORTE(WK-IND-ABO)  TO ABONO-ULT-IMPORTE
           REWRITE ABONO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL ABONO ", WK-CLIENTE,
                          "/", WK-ABO-NRO(WK-IND-ABO)
           END-REWRITE
           ADD 1 TO WK-TOTAL-FACTURADOS
           MOVE SPACES TO WK-OBSERVACION
           STRING "FACTURA " WK-LETRA "-" WK-NRO-FACTURA
               DELIMITED BY SIZE INTO WK-OBSERVACION
           PERFORM 8350-LINEA-TABLA THRU 8350-EXIT.
       2610-EXIT.
           EXIT.

       2620-ABONO-NO-FACTURADO.
           IF WK-ABO-OCURRENCIA(WK-IND-ABO) = WK-OCURRENCIA
              ADD 1 TO WK-TOTAL-OMITIDOS
              PERFORM 8350-LINEA-TABLA THRU 8350-EXIT
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *    El total de la factura entra al saldo de la ocurrencia y
      *    se estampa la fecha de ultima factura.
      ******************************************************************
       2700-APLICAR-AL-MAESTRO.
           ADD WK-TOTAL TO A101-SALDO(WK-OCURRENCIA)
           MOVE WK-FECHA-HOY TO A101-FECHA-ULT-FACT(WK-OCURRENCIA)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el movimiento FC (debe) de la factura en la cuenta
      *    corriente, buscando la secuencia libre en cliente+fecha.
      ******************************************************************
       2800-GRABAR-MOVIMIENTO.
           MOVE SPACES TO MOVCTA-REG
           MOVE WK-CLIENTE     TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY   TO MOVCTA-FECHA
           MOVE 1              TO MOVCTA-SECUENCIA
           MOVE "FC"           TO MOVCTA-TIPO
           MOVE WK-EMPRESA     TO MOVCTA-EMPRESA
           MOVE WK-OCURRENCIA  TO MOVCTA-OCURRENCIA
           MOVE WK-TOTAL       TO MOVCTA-IMPORTE
           MOVE WK-NRO-FACTURA TO MOVCTA-REFERENCIA
           MOVE ZERO           TO MOVCTA-HOJA-RESU
           MOVE SPACES         TO MOVCTA-DESCRIPCION
           STRING "FACTURA " WK-LETRA " ABONOS " WK-PERIODO-NUM
               DELIMITED BY SIZE INTO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2810-INTENTAR-GRABAR THRU 2810-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2800-EXIT.
           EXIT.

       2810-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       2810-EXIT.
           EXIT.

      ******************************************************************
      *    Deja los vencimientos de la factura en FACTVENC, apuntando
      *    al movimiento FC recien grabado.
      ******************************************************************
       2850-GRABAR-VENCIMIENTOS.
           PERFORM 2860-GRABAR-UN-VENCIMIENTO THRU 2860-EXIT
               VARYING WK-IND-VENC FROM 1 BY 1
               UNTIL WK-IND-VENC > WK-CANT-VENC.
       2850-EXIT.
           EXIT.

       2860-GRABAR-UN-VENCIMIENTO.
           MOVE SPACES TO FACTVENC-REG
           MOVE WK-LETRA         TO FACTVENC-LETRA
           MOVE WK-NRO-FACTURA   TO FACTVENC-NRO
           MOVE WK-IND-VENC      TO FACTVENC-CUOTA
           MOVE WK-CLIENTE       TO FACTVENC-CLIENTE
           MOVE WK-OCURRENCIA    TO FACTVENC-OCURRENCIA
           MOVE WK-FECHA-HOY     TO FACTVENC-FECHA-FACT
           MOVE MOVCTA-SECUENCIA TO FACTVENC-MOV-SECUENCIA
           MOVE WK-VENC-FECHA(WK-IND-VENC)   TO FACTVENC-VENCIMIENTO
           MOVE WK-VENC-IMPORTE(WK-IND-VENC) TO FACTVENC-IMPORTE
           MOVE WK-COND-VENTA    TO FACTVENC-COND-VENTA
           WRITE FACTVENC-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL VENCIMIENTO ",
                          WK-IND-VENC, " DE LA FACTURA ",
                          WK-LETRA, "-", WK-NRO-FACTURA
           END-WRITE.
       2860-EXIT.
           EXIT.

      ******************************************************************
      *    Deja la percepcion practicada en el registro PERCREG.
      ******************************************************************
       2900-REGISTRAR-PERCEPCION.
           MOVE SPACES TO PERCREG-REG
           MOVE A101-PROVINCIA TO PERCREG-JURISDICCION
           MOVE WK-FECHA-HOY   TO PERCREG-FECHA
           MOVE WK-LETRA       TO PERCREG-LETRA
           MOVE WK-NRO-FACTURA TO PERCREG-NRO
           MOVE WK-CLIENTE     TO PERCREG-CLIENTE
           MOVE A101-NRO-CUIT  TO PERCREG-CUIT
           MOVE WK-ALICUOTA    TO PERCREG-ALICUOTA
           MOVE WK-PERCEPCION  TO PERCREG-IMPORTE
           WRITE PERCREG-REG
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR LA PERCEPCION DE LA ",
                          "FACTURA ", WK-LETRA, "-", WK-NRO-FACTURA
           END-WRITE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    Graba el ultimo cliente procesado cada WK-CHKPT-INTERVALO
      *    clientes, para poder reanudar desde ese punto.
      ******************************************************************
       2950-ACTUALIZAR-CHECKPOINT.
           ADD 1 TO WK-CONTADOR-CHKPT
           IF WK-CONTADOR-CHKPT >= WK-CHKPT-INTERVALO
              MOVE ZERO           TO WK-CONTADOR-CHKPT
              MOVE WK-JOB-ID      TO CHKPOINT-JOB
              READ CHKPOINT
                  INVALID KEY CONTINUE
              END-READ
              MOVE WK-CLIENTE     TO CHKPOINT-CLAVE
              MOVE "N"            TO CHKPOINT-COMPLETO
              MOVE WK-PERIODO-NUM TO CHKPOINT-PERIODO
              ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
              ACCEPT CHKPOINT-HORA  FROM TIME
              REWRITE CHKPOINT-REG
           END-IF.
       2950-EXIT.
           EXIT.

       2960-ESCRIBIR-TOTALES.
           MOVE SPACES TO CTL-LINEA
           WRITE CTL-LINEA
           MOVE ZERO TO WK-CK-IMPORTE
           MOVE "CLIENTES CON ABONOS . . . . . . . . . . "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-CLIENTES  TO WK-CK-CANTIDAD
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           MOVE "ABONOS FACTURADOS . . . . . . . . . . . "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-FACTURADOS TO WK-CK-CANTIDAD
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           MOVE "FACTURAS EMITIDAS (TOTAL CON IMPUESTOS) "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-FACTURAS  TO WK-CK-CANTIDAD
           MOVE WK-TOTAL-FACTURADO TO WK-CK-IMPORTE
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           MOVE ZERO TO WK-CK-IMPORTE
           MOVE "ABONOS OMITIDOS . . . . . . . . . . . . "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-OMITIDOS  TO WK-CK-CANTIDAD
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           MOVE "ABONOS YA FACTURADOS EN EL PERIODO  . . "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-YA-FACTURADOS TO WK-CK-CANTIDAD
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           MOVE "ABONOS QUE NO CORRESPONDEN AL PERIODO . "
                                   TO WK-CK-LEYENDA
           MOVE WK-TOTAL-NO-CORRESPONDE TO WK-CK-CANTIDAD
           WRITE CTL-LINEA FROM WK-CTL-TOTAL
           DISPLAY "FACTURAS DE ABONOS EMITIDAS: ", WK-TOTAL-FACTURAS
           IF WK-CAE-OBLIGA = "Y"
              DISPLAY "FACTURAS A LA ESPERA DEL CAE - SE IMPRIMEN ",
                      "CON FACTURA-IMPRESION"
           END-IF.
       2960-EXIT.
           EXIT.

       2980-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY CONTINUE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-FACTURADOS TO CHKPOINT-REGISTROS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
       2980-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    Categoria de IVA del articulo del renglon en
      *    FACTLIN-CAT-IVA; sin maestro, sin articulo o abono sin
      *    articulo rige la alicuota general.
      ******************************************************************
       8200-CATEGORIA-ARTICULO.
           MOVE ZERO TO FACTLIN-CAT-IVA
           IF WK-HAY-ARTICULOS = "N" OR FACTLIN-ARTICULO = ZERO
              GO TO 8200-EXIT
           END-IF
           MOVE FACTLIN-ARTICULO TO ARTICULO-CODIGO
           READ ARTICULOS
               INVALID KEY GO TO 8200-EXIT
           END-READ
           IF ARTICULO-CAT-IVA NUMERIC
              AND ARTICULO-CAT-IVA < 3
              MOVE ARTICULO-CAT-IVA TO FACTLIN-CAT-IVA
           END-IF.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Linea del listado de control para un abono omitido, con
      *    los datos del registro leido y el motivo en
      *    WK-OBSERVACION.
      ******************************************************************
       8300-LINEA-OMITIDA.
           MOVE ABONO-CLIENTE    TO WK-K-CLIENTE
           MOVE A101-NOMBRE      TO WK-K-NOMBRE
           MOVE ABONO-NRO        TO WK-K-ABONO
           MOVE ABONO-CONCEPTO   TO WK-K-CONCEPTO
           MOVE ABONO-OCURRENCIA TO WK-K-OCURRENCIA
           MOVE ZERO             TO WK-K-IMPORTE
           MOVE WK-OBSERVACION   TO WK-K-OBSERVACION
           WRITE CTL-LINEA FROM WK-CTL-DET.
       8300-EXIT.
           EXIT.

      ******************************************************************
      *    Linea del listado de control para un abono de la tabla
      *    del cliente en proceso.
      ******************************************************************
       8350-LINEA-TABLA.
           MOVE WK-CLIENTE                    TO WK-K-CLIENTE
           MOVE A101-NOMBRE                   TO WK-K-NOMBRE
           MOVE WK-ABO-NRO(WK-IND-ABO)        TO WK-K-ABONO
           MOVE WK-ABO-CONCEPTO(WK-IND-ABO)   TO WK-K-CONCEPTO
           MOVE WK-ABO-OCURRENCIA(WK-IND-ABO) TO WK-K-OCURRENCIA
           MOVE WK-ABO-IMPORTE(WK-IND-ABO)    TO WK-K-IMPORTE
           MOVE WK-OBSERVACION                TO WK-K-OBSERVACION
           WRITE CTL-LINEA FROM WK-CTL-DET.
       8350-EXIT.
           EXIT.

      ******************************************************************
      *    Encola el aviso de factura emitida con el e-mail del
      *    maestro al momento de encolar; la referencia es el
      *    numero de factura. La numeracion sigue al ultimo numero
      *    encontrado al abrir.
      ******************************************************************
       8400-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO NOTIF-REG
           ADD 1 TO WK-ULT-NOTIF
           MOVE WK-ULT-NOTIF    TO NOTIF-NRO
           MOVE WK-CLIENTE      TO NOTIF-CLIENTE
           MOVE "FC"            TO NOTIF-EVENTO
           MOVE WK-NRO-FACTURA  TO NOTIF-REFERENCIA
           MOVE A101-EMAIL      TO NOTIF-EMAIL
           MOVE WK-FECHA-HOY    TO NOTIF-FECHA-ALTA
           MOVE "P"             TO NOTIF-ESTADO
           MOVE ZEROS           TO NOTIF-FECHA-ENVIO
           MOVE ZEROS           TO NOTIF-SUCURSAL
           IF FACTURA-SUCURSAL NUMERIC
              MOVE FACTURA-SUCURSAL TO NOTIF-SUCURSAL
           END-IF
           WRITE NOTIF-REG
               INVALID KEY CONTINUE
           END-WRITE.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el ultimo numero de aviso usado en la cola.
      ******************************************************************
       8410-BUSCAR-ULT-NOTIF.
           MOVE ZERO TO WK-ULT-NOTIF
           MOVE "N" TO WK-EOF-NOTIFQUE
           MOVE ZEROS TO NOTIF-NRO
           START NOTIFQUE KEY >= NOTIF-NRO
               INVALID KEY MOVE "S" TO WK-EOF-NOTIFQUE
           END-START
           PERFORM 8420-LEER-NOTIF-NEXT THRU 8420-EXIT
               UNTIL WK-EOF-NOTIFQUE = "S".
       8410-EXIT.
           EXIT.

       8420-LEER-NOTIF-NEXT.
           READ NOTIFQUE NEXT
               AT END MOVE "S" TO WK-EOF-NOTIFQUE
           END-READ
           IF WK-EOF-NOTIFQUE = "N"
              MOVE NOTIF-NRO TO WK-ULT-NOTIF
           END-IF.
       8420-EXIT.
           EXIT.

      ******************************************************************
      *    Suma WK-FD-DIAS dias a la fecha WK-FD-FECHA (AAAAMMDD),
      *    dia por dia con la tabla de dias por mes; febrero suma un
      *    dia en los bisiestos (multiplo de 4, valido 1901-2099).
      ******************************************************************
       8500-SUMAR-DIAS.
           PERFORM 8510-SUMAR-UN-DIA THRU 8510-EXIT
               WK-FD-DIAS TIMES.
       8500-EXIT.
           EXIT.

       8510-SUMAR-UN-DIA.
           MOVE WK-DIAS-MES(WK-FD-MM) TO WK-FD-TOPE
           IF WK-FD-MM = 2
              DIVIDE WK-FD-AAAA BY 4 GIVING WK-FD-RESTO
                  REMAINDER WK-FD-RESTO
              IF WK-FD-RESTO = ZERO
                 MOVE 29 TO WK-FD-TOPE
              END-IF
           END-IF
           IF WK-FD-DD < WK-FD-TOPE
              ADD 1 TO WK-FD-DD
              GO TO 8510-EXIT
           END-IF
           MOVE 1 TO WK-FD-DD
           IF WK-FD-MM = 12
              MOVE 1 TO WK-FD-MM
              ADD 1 TO WK-FD-AAAA
           ELSE
              ADD 1 TO WK-FD-MM
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ABONOS
           CLOSE CLIENTE
           CLOSE MOVCTAC
           CLOSE FACTURAS
           CLOSE FACTLIN
           CLOSE FACTVENC
           IF WK-HAY-CONDVTA = "S"
              CLOSE CONDVTA
           END-IF
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-LISTAPDET = "S"
              CLOSE LISTAPDET
           END-IF
           IF WK-HAY-COTIZA = "S"
              CLOSE COTIZA
           END-IF
           IF WK-HAY-PADRON = "S"
              CLOSE PERCIIBB
           END-IF
           CLOSE PERCREG
           CLOSE NOTIFQUE
           CLOSE CHKPOINT
           CLOSE RPT-FACTURA
           CLOSE RPT-CONTROL
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "ABONOS-FACTURACION".
