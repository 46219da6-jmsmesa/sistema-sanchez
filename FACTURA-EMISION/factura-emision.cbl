      *                    AFIP (CAE-SOLICITUD / CAE-RESPUESTA) y
      *                    se imprime recien con FACTURA-IMPRESION
      *                    una vez autorizada.
      *   15/10/2026  SIS  Al marcar facturado cada remito se libera
      *                    en el deposito lo comprometido por sus
      *                    renglones (REMITLIN, rutina
      *                    STOCK-ACTUALIZA).
      *   15/10/2026  SIS  La factura lleva sus renglones (FACTLIN),
      *                    arrastrados de los renglones de los
      *                    remitos, y el IVA se calcula por
      *                    categoria del articulo: alicuota general,
      *                    reducida (FECH-70-TASA-IVA-RED) o exento.
      *                    La apertura queda en FACTURAS y sale en el
      *                    documento impreso.
      *   15/10/2026  SIS  Cada factura lleva sus vencimientos segun
      *                    la condicion de venta del cliente (tabla
      *                    CONDVTA sobre A101-COD-VENTA): contado o
      *                    sin condicion vence en el dia, sin cuotas
      *                    a los dias neto, con cuotas uno por cuota
      *                    con su porcentaje del total. Quedan en
      *                    FACTVENC y salen en el documento.
      *   15/10/2026  SIS  La factura emitida sin espera de CAE se
      *                    encola en NOTIFQUE (evento FC) para
      *                    avisarla al contacto de facturacion del
      *                    cliente; con CAE la encola CAE-RESPUESTA
      *                    al autorizarse.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), numera
      *                    las facturas por empresa y letra dentro
      *                    del bloque de la empresa, factura solo los
      *                    remitos de esa empresa y graba la empresa
      *                    en la factura y en el movimiento FC.
      *   15/10/2026  SIS  Clientes con sucursales
      *                    (A101-CONSUCURSAL): se factura por
      *                    sucursal (0 = casa central) tomando los
      *                    remitos de pedidos para ella; la sucursal
      *                    queda en la factura, en el movimiento FC y
      *                    en el aviso, y la factura imprime su
      *                    nombre y domicilio.
      *   15/10/2026  SIS  El renglon de diferencia de un remito cuyo
      *                    importe es menor que la suma de sus
      *                    renglones va con precio cero y el importe
      *                    negativo en FACTLIN-IMPORTE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "REMITOS.SEL".
           COPY "REMITLIN.SEL".
           COPY "MOVCTAC.SEL".
           COPY "FACTURAS.SEL".
           COPY "FACTLIN.SEL".
           COPY "CONDVTA.SEL".
           COPY "FACTVENC.SEL".
           COPY "ARTICULOS.SEL".
           COPY "PERCIIBB.SEL".
           COPY "PERCREG.SEL".
           COPY "PARAMS.SEL".
           COPY "NOTIFQUE.SEL".
           COPY "PEDIDOS.SEL".
           COPY "CLISUCUR.SEL".

           SELECT RPT-FACTURA ASSIGN TO "RPTFACTUR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "REMITOS.CPY".
           COPY "REMITLIN.CPY".
           COPY "MOVCTAC.CPY".
           COPY "FACTURAS.CPY".
           COPY "FACTLIN.CPY".
           COPY "CONDVTA.CPY".
           COPY "FACTVENC.CPY".
           COPY "ARTICULOS.CPY".
           COPY "PERCIIBB.CPY".
           COPY "PERCREG.CPY".
           COPY "PARAMS.CPY".
           COPY "NOTIFQUE.CPY".
           COPY "PEDIDOS.CPY".
           COPY "CLISUCUR.CPY".

       FD  RPT-FACTURA
                   LABEL RECORD STANDARD.
       77  STATUS-REMITOS              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-PERCIIBB             PIC X(02).
       77  STATUS-PERCREG              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

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

       77  WK-PERCEPCION               PIC S9(13)V99.
       77  WK-TOTAL                    PIC S9(13)V99.

      ******************************************************************
      *    Apertura por alicuota. El neto general es lo que resta
      *    del neto de los remitos despues de la reducida y el
      *    exento, de modo que los remitos sin renglones caen en la
      *    alicuota general.
      ******************************************************************
       77  WK-NETO-GENERAL             PIC S9(13)V99.
       77  WK-IVA-GENERAL              PIC S9(13)V99.
       77  WK-NETO-REDUCIDA            PIC S9(13)V99.
       77  WK-IVA-REDUCIDA             PIC S9(13)V99.
       77  WK-NETO-EXENTO              PIC S9(13)V99.

      ******************************************************************
      *    Renglones de la factura: se recorren los renglones de los
      *    remitos una vez para la apertura y otra, ya grabada la
      *    factura, para grabar FACTLIN.
      ******************************************************************
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-GRABA-RENGLONES          PIC X(01).
       77  WK-NRO-RENGLON              PIC 9(04).
       77  WK-NETO-REMITO              PIC S9(13)V99.
       77  WK-IMPORTE-RENGLON          PIC S9(13)V99.
       77  WK-EOF-FACTLIN              PIC X(01).

      ******************************************************************
      *    Percepcion IIBB del cliente en proceso: alicuota vigente
      *    del padron para su CUIT y jurisdiccion. Sin padron
               05  WK-REM-NRO          PIC 9(08).
               05  WK-REM-IMPORTE      PIC S9(13)V99.

      ******************************************************************
      *    Vencimientos de la factura segun la condicion de venta
      *    del cliente (CONDVTA). Sin condicion, sin tabla o de
      *    contado hay un solo vencimiento en el dia; la ultima
      *    cuota absorbe el redondeo de los porcentajes.
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
      *    Suma de dias sobre una fecha AAAAMMDD: se carga
      *    WK-FD-FECHA y WK-FD-DIAS y el resultado queda en
      *    WK-FD-FECHA. Trabaja dia por dia con la tabla de dias
      *    por mes (bisiestos por division entera por 4, valido
      *    para 1901-2099).
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
      *    Liberacion de lo comprometido en stock por los renglones
      *    de cada remito facturado.
      ******************************************************************
       77  STATUS-REMITLIN             PIC X(02).
       77  WK-HAY-REMITLIN             PIC X(01) VALUE "N".
       77  WK-EOF-REMITLIN             PIC X(01).
       77  WK-STK-TIPO                 PIC X(02) VALUE "FA".
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-COMPROBANTE          PIC 9(08).
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).
       77  WK-SIN-SUPERVISOR           PIC X(10) VALUE SPACES.

      ******************************************************************
      *    Aviso de factura emitida en la cola de notificaciones.
      ******************************************************************
       77  STATUS-NOTIFQUE             PIC X(02).
       77  WK-EOF-NOTIFQUE             PIC X(01).
       77  WK-ULT-NOTIF                PIC 9(08) VALUE ZERO.

      ******************************************************************
      *    Facturacion por sucursal: a los clientes con sucursales
      *    (A101-CONSUCURSAL) se les factura por separado cada
      *    sucursal, tomando solo los remitos de pedidos para ella
      *    (PEDIDO-SUCURSAL); 00 es la casa central.
      ******************************************************************
       77  STATUS-PEDIDOS              PIC X(02).
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-PEDIDOS              PIC X(01) VALUE "N".
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-SUCURSAL                 PIC 9(02) VALUE ZERO.
       77  WK-SUC-REMITO               PIC 9(02).
       77  WK-FILTRA-SUCURSAL          PIC X(01) VALUE "N".
       77  WK-EXISTE-SUCURSAL          PIC X(01) VALUE "N".
       77  WK-SUCURSAL-OK              PIC X(01).

       01  WK-LINEA-EMPRESA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(40).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-LOCALIDAD          PIC X(20).

       01  WK-LINEA-SUCURSAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "SUCURSAL ".
           03  WK-S-SUCURSAL           PIC Z9.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WK-S-NOMBRE             PIC X(35).

       01  WK-LINEA-SUC-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-S-DOMICILIO          PIC X(35).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-LOCALIDAD          PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-CODIGO-POSTAL      PIC X(08).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-REMITO             PIC ZZZZZZZ9.
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
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion; sin parametros
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.
       77  WK-EMPRESA-IVA              PIC 9(01) VALUE ZERO.
       77  WK-TASA-IVA                 PIC 9(02)V99 VALUE 21.00.
       77  WK-TASA-IVA-RED             PIC 9(02)V99 VALUE 10.50.
       77  WK-CAE-OBLIGA               PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
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
           OPEN INPUT REMITLIN
           IF STATUS-REMITLIN = "00"
              MOVE "S" TO WK-HAY-REMITLIN
           END-IF
           OPEN I-O PERCREG
           IF STATUS-PERCREG = "35"
              OPEN OUTPUT PERCREG
              CLOSE PERCREG
              OPEN I-O PERCREG
           END-IF
           OPEN INPUT PEDIDOS
           IF STATUS-PEDIDOS = "00"
              MOVE "S" TO WK-HAY-PEDIDOS
           END-IF
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           OPEN OUTPUT RPT-FACTURA
           OPEN I-O NOTIFQUE
           IF STATUS-NOTIFQUE = "35"
              OPEN OUTPUT NOTIFQUE
              CLOSE NOTIFQUE
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE "A" TO WK-LETRA
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT
           MOVE WK-NRO-FACTURA TO WK-ULT-NRO-A
              GOBACK
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
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
           EXIT.

      ******************************************************************
      *    Recorre las facturas de la letra WK-LETRA en el bloque
      *    de la empresa y deja en WK-NRO-FACTURA el numero mas alto
      *    ya usado (el inicio del bloque si todavia no hay).
      ******************************************************************
       1100-BUSCAR-ULTIMO-NRO.
           MOVE WK-NRO-DESDE TO WK-NRO-FACTURA
           MOVE "N" TO WK-EOF-FACTURAS
           MOVE WK-LETRA     TO FACTURA-LETRA
           MOVE WK-NRO-DESDE TO FACTURA-NRO
           START FACTURAS KEY >= FACTURA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTURAS
           END-START
           END-READ
           IF WK-EOF-FACTURAS = "N"
              IF FACTURA-LETRA NOT = WK-LETRA
                 OR FACTURA-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-FACTURAS
              ELSE
                 MOVE FACTURA-NRO TO WK-NRO-FACTURA
              DISPLAY "OCURRENCIA INVALIDA"
              GO TO 2100-EXIT
           END-IF
           PERFORM 2150-ELEGIR-SUCURSAL THRU 2150-EXIT
           IF WK-SUCURSAL-OK = "N"
              GO TO 2100-EXIT
           END-IF
           PERFORM 2200-JUNTAR-REMITOS THRU 2200-EXIT
           IF WK-CANT-REMITOS = ZERO
              DISPLAY "SIN REMITOS PENDIENTES PARA FACTURAR"
           PERFORM 2600-MARCAR-REMITOS THRU 2600-EXIT
           PERFORM 2700-APLICAR-AL-MAESTRO THRU 2700-EXIT
           PERFORM 2800-GRABAR-MOVIMIENTO THRU 2800-EXIT
           PERFORM 2850-GRABAR-VENCIMIENTOS THRU 2850-EXIT
           IF WK-PERCEPCION > ZERO
              PERFORM 2900-REGISTRAR-PERCEPCION THRU 2900-EXIT
           END-IF
           IF WK-CAE-OBLIGA NOT = "Y"
              PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
           END-IF
           DISPLAY "FACTURA ", WK-LETRA, "-", WK-NRO-FACTURA,
                   " EMITIDA".
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Sucursal a facturar de los clientes con sucursales (0 =
      *    casa central); el resto factura todos sus remitos. Una
      *    sucursal bloqueada se factura igual: el bloqueo frena
      *    solo la toma de pedidos.
      ******************************************************************
       2150-ELEGIR-SUCURSAL.
           MOVE ZERO TO WK-SUCURSAL
           MOVE "N" TO WK-FILTRA-SUCURSAL WK-EXISTE-SUCURSAL
           MOVE "S" TO WK-SUCURSAL-OK
           IF NOT A101-CONSUCURSAL
              GO TO 2150-EXIT
           END-IF
           MOVE "S" TO WK-FILTRA-SUCURSAL
           DISPLAY "SUCURSAL A FACTURAR (0 = CASA CENTRAL): "
           ACCEPT WK-SUCURSAL
           IF WK-SUCURSAL = ZERO
              GO TO 2150-EXIT
           END-IF
           MOVE "N" TO WK-SUCURSAL-OK
           IF WK-HAY-CLISUCUR = "N"
              DISPLAY "SIN ARCHIVO DE SUCURSALES"
              GO TO 2150-EXIT
           END-IF
           MOVE WK-CLIENTE  TO CLISUCUR-CLIENTE
           MOVE WK-SUCURSAL TO CLISUCUR-SUCURSAL
           READ CLISUCUR
               INVALID KEY
                  DISPLAY "NO EXISTE LA SUCURSAL ", WK-SUCURSAL
                  GO TO 2150-EXIT
           END-READ
           MOVE "S" TO WK-SUCURSAL-OK WK-EXISTE-SUCURSAL
           DISPLAY "SUCURSAL: ", CLISUCUR-NOMBRE.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *    Junta en la tabla los remitos pendientes del cliente y la
      *    ocurrencia elegida (y de la sucursal elegida, si el
      *    cliente tiene sucursales) y acumula el neto. La factura toma
      *    hasta 100 remitos; el resto queda para otra emision.
      ******************************************************************
       2200-JUNTAR-REMITOS.
           READ REMITOS NEXT
               AT END MOVE "S" TO WK-EOF-REMITOS
           END-READ
           IF WK-EOF-REMITOS = "S"
              OR REMITO-CLIENTE NOT = WK-CLIENTE
              OR REMITO-OCURRENCIA NOT = WK-OCURRENCIA
              OR NOT REMITO-PENDIENTE
              OR REMITO-NRO < WK-NRO-DESDE
              OR REMITO-NRO > WK-NRO-HASTA
              GO TO 2210-EXIT
           END-IF
           IF WK-FILTRA-SUCURSAL = "S"
              PERFORM 2220-SUCURSAL-REMITO THRU 2220-EXIT
              IF WK-SUC-REMITO NOT = WK-SUCURSAL
                 GO TO 2210-EXIT
              END-IF
           END-IF
           ADD 1 TO WK-CANT-REMITOS
           MOVE REMITO-NRO     TO WK-REM-NRO(WK-CANT-REMITOS)
           MOVE REMITO-IMPORTE TO WK-REM-IMPORTE(WK-CANT-REMITOS)
           ADD REMITO-IMPORTE  TO WK-NETO.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    El remito no guarda la sucursal: es la de su pedido. Sin
      *    pedido o sin sucursal cargada es de la casa central.
      ******************************************************************
       2220-SUCURSAL-REMITO.
           MOVE ZERO TO WK-SUC-REMITO
           IF WK-HAY-PEDIDOS = "N"
              GO TO 2220-EXIT
           END-IF
           MOVE REMITO-PEDIDO TO PEDIDO-NRO
           READ PEDIDOS
               INVALID KEY GO TO 2220-EXIT
           END-READ
           IF PEDIDO-SUCURSAL NUMERIC
              MOVE PEDIDO-SUCURSAL TO WK-SUC-REMITO
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *    Define letra y numero y calcula el IVA por alicuota. La
      *    letra es A solo entre inscriptos (empresa y cliente); los
      *    clientes exentos (3, 5 y 6) no llevan IVA y todo su neto
      *    sale como exento.
      ******************************************************************
       2300-ARMAR-FACTURA.
           IF WK-EMPRESA-IVA = ZERO AND A101-COD-IVA = ZERO
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
       2300-EXIT.
           EXIT.

       2360-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre los renglones de los remitos de la factura,
      *    acumulando el neto de alicuota reducida y el exento segun
      *    la categoria de IVA de cada articulo. Con
      *    WK-GRABA-RENGLONES en "S" graba ademas cada renglon en
      *    FACTLIN; lo que el importe del remito no explica por sus
      *    renglones sale como renglon sin articulo.
      ******************************************************************
       2370-RECORRER-RENGLONES.
           MOVE ZERO TO WK-NETO-REDUCIDA WK-NETO-EXENTO
                        WK-NRO-RENGLON
           PERFORM 2380-RENGLONES-REMITO THRU 2380-EXIT
               VARYING WK-IND-REM FROM 1 BY 1
               UNTIL WK-IND-REM > WK-CANT-REMITOS.
       2370-EXIT.
           EXIT.

       2380-RENGLONES-REMITO.
           MOVE ZERO TO WK-NETO-REMITO
           IF WK-HAY-REMITLIN = "S"
              MOVE "N" TO WK-EOF-REMITLIN
              MOVE WK-REM-NRO(WK-IND-REM) TO REMITLIN-REMITO
              MOVE ZERO                   TO REMITLIN-LINEA
              START REMITLIN KEY >= REMITLIN-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-REMITLIN
              END-START
              PERFORM 2390-UN-RENGLON THRU 2390-EXIT
                  UNTIL WK-EOF-REMITLIN = "S"
           END-IF
           IF WK-NETO-REMITO NOT = WK-REM-IMPORTE(WK-IND-REM)
              MOVE SPACES TO FACTLIN-REG
              MOVE ZERO TO FACTLIN-ARTICULO
              MOVE 1    TO FACTLIN-CANTIDAD
              COMPUTE WK-IMPORTE-RENGLON =
                      WK-REM-IMPORTE(WK-IND-REM) - WK-NETO-REMITO
      *       una diferencia negativa (bonificacion del remito) va
      *       solo en el importe del renglon, que es con signo
              IF WK-IMPORTE-RENGLON > ZERO
                 MOVE WK-IMPORTE-RENGLON TO FACTLIN-PRECIO
              ELSE
                 MOVE ZERO TO FACTLIN-PRECIO
              END-IF
              MOVE ZERO TO FACTLIN-CAT-IVA
              PERFORM 2395-COMPLETAR-RENGLON THRU 2395-EXIT
           END-IF.
       2380-EXIT.
           EXIT.

       2390-UN-RENGLON.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-EOF-REMITLIN
           END-READ
           IF WK-EOF-REMITLIN = "S"
              OR REMITLIN-REMITO NOT = WK-REM-NRO(WK-IND-REM)
              MOVE "S" TO WK-EOF-REMITLIN
              GO TO 2390-EXIT
           END-IF
           MOVE SPACES TO FACTLIN-REG
           MOVE REMITLIN-ARTICULO TO FACTLIN-ARTICULO
           MOVE REMITLIN-CANTIDAD TO FACTLIN-CANTIDAD
           MOVE REMITLIN-PRECIO   TO FACTLIN-PRECIO
           COMPUTE WK-IMPORTE-RENGLON =
                   REMITLIN-CANTIDAD * REMITLIN-PRECIO
           ADD WK-IMPORTE-RENGLON TO WK-NETO-REMITO
           PERFORM 8200-CATEGORIA-ARTICULO THRU 8200-EXIT
           PERFORM 2395-COMPLETAR-RENGLON THRU 2395-EXIT.
       2390-EXIT.
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
           MOVE WK-LETRA               TO FACTLIN-LETRA
           MOVE WK-NRO-FACTURA         TO FACTLIN-NRO
           MOVE WK-NRO-RENGLON         TO FACTLIN-RENGLON
           MOVE WK-REM-NRO(WK-IND-REM) TO FACTLIN-REMITO
           MOVE WK-IMPORTE-RENGLON     TO FACTLIN-IMPORTE
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
           MOVE ZEROS          TO FACTURA-CAE FACTURA-CAE-VTO
           MOVE SPACE          TO FACTURA-CAE-ESTADO
           MOVE SPACES         TO FACTURA-OBS-AFIP
           MOVE WK-COND-VENTA  TO FACTURA-COND-VENTA
           MOVE WK-CANT-VENC   TO FACTURA-CANT-VENC
           MOVE WK-EMPRESA     TO FACTURA-EMPRESA
           MOVE WK-SUCURSAL    TO FACTURA-SUCURSAL
           MOVE "S" TO WK-FACT-GRABADA
           WRITE FACTURA-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR LA FACTURA ",
                          WK-LETRA, "-", WK-NRO-FACTURA,
                          " - OPERACION ANULADA"
           END-WRITE
           IF WK-FACT-GRABADA = "S"
              MOVE "S" TO WK-GRABA-RENGLONES
              PERFORM 2370-RECORRER-RENGLONES THRU 2370-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Arma la tabla de vencimientos con la condicion de venta
      *    del cliente: contado o sin condicion, un vencimiento en
      *    el dia; sin cuotas, uno a los dias neto; con cuotas, uno
      *    por cuota con su porcentaje del total.
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
               INVALID KEY
                  DISPLAY "CONDICION DE VENTA ", A101-COD-VENTA,
                          " INEXISTENTE - VENCE EN EL DIA"
                  GO TO 2450-EXIT
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
           MOVE A101-DOMICILIO TO WK-C-DOMICILIO
           MOVE A101-LOCALIDAD TO WK-C-LOCALIDAD
           WRITE RPT-LINEA FROM WK-LINEA-DOMICILIO
           IF WK-EXISTE-SUCURSAL = "S"
              MOVE WK-SUCURSAL            TO WK-S-SUCURSAL
              MOVE CLISUCUR-NOMBRE        TO WK-S-NOMBRE
              WRITE RPT-LINEA FROM WK-LINEA-SUCURSAL
              MOVE CLISUCUR-DOMICILIO     TO WK-S-DOMICILIO
              MOVE CLISUCUR-LOCALIDAD     TO WK-S-LOCALIDAD
              MOVE CLISUCUR-CODIGO-POSTAL TO WK-S-CODIGO-POSTAL
              WRITE RPT-LINEA FROM WK-LINEA-SUC-DOMICILIO
           END-IF
           MOVE "N" TO WK-EOF-FACTLIN
           MOVE WK-LETRA       TO FACTLIN-LETRA
           MOVE WK-NRO-FACTURA TO FACTLIN-NRO
           MOVE ZERO           TO FACTLIN-RENGLON
           START FACTLIN KEY >= FACTLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTLIN
           END-START
           PERFORM 2520-IMPRIMIR-DETALLE THRU 2520-EXIT
               UNTIL WK-EOF-FACTLIN = "S"
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
           READ FACTLIN NEXT
               AT END MOVE "S" TO WK-EOF-FACTLIN
           END-READ
           IF WK-EOF-FACTLIN = "S"
              OR FACTLIN-LETRA NOT = WK-LETRA
              OR FACTLIN-NRO NOT = WK-NRO-FACTURA
              MOVE "S" TO WK-EOF-FACTLIN
              GO TO 2520-EXIT
           END-IF
           MOVE FACTLIN-REMITO   TO WK-D-REMITO
           MOVE FACTLIN-ARTICULO TO WK-D-ARTICULO
           MOVE FACTLIN-CANTIDAD TO WK-D-CANTIDAD
           MOVE FACTLIN-PRECIO   TO WK-D-PRECIO
           MOVE FACTLIN-TASA-IVA TO WK-D-TASA
           MOVE FACTLIN-IMPORTE  TO WK-D-IMPORTE
           MOVE "SEGUN REMITO"   TO WK-D-DESCRIPCION
           IF FACTLIN-ARTICULO NOT = ZERO
              AND WK-HAY-ARTICULOS = "S"
              MOVE FACTLIN-ARTICULO TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY MOVE SPACES TO ARTICULO-DESCRIPCION
              END-READ
              MOVE ARTICULO-DESCRIPCION TO WK-D-DESCRIPCION
           END-IF
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
      *    Marca facturados los remitos tomados por la factura y
      *    libera en el stock lo comprometido por sus renglones.
      ******************************************************************
       2600-MARCAR-REMITOS.
           PERFORM 2610-MARCAR-UN-REMITO THRU 2610-EXIT
           REWRITE REMITO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL REMITO ", REMITO-NRO
                  GO TO 2610-EXIT
           END-REWRITE
           IF WK-HAY-REMITLIN = "S"
              PERFORM 2620-LIBERAR-COMPROMETIDO THRU 2620-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

       2620-LIBERAR-COMPROMETIDO.
           MOVE "N" TO WK-EOF-REMITLIN
           MOVE REMITO-NRO TO REMITLIN-REMITO
           MOVE ZERO       TO REMITLIN-LINEA
           START REMITLIN KEY >= REMITLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-REMITLIN
           END-START
           PERFORM 2630-LIBERAR-UN-RENGLON THRU 2630-EXIT
               UNTIL WK-EOF-REMITLIN = "S".
       2620-EXIT.
           EXIT.

       2630-LIBERAR-UN-RENGLON.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-EOF-REMITLIN
           END-READ
           IF WK-EOF-REMITLIN = "S"
              OR REMITLIN-REMITO NOT = REMITO-NRO
              MOVE "S" TO WK-EOF-REMITLIN
              GO TO 2630-EXIT
           END-IF
           MOVE REMITLIN-CANTIDAD TO WK-STK-CANTIDAD
           MOVE REMITO-NRO        TO WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING REMITLIN-ARTICULO
                REMITLIN-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-STK-RESULTADO NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR STOCK DEL ARTICULO ",
                      REMITLIN-ARTICULO, " - STATUS ",
                      WK-STK-RESULTADO
           END-IF.
       2630-EXIT.
           EXIT.

      ******************************************************************
      *    El neto facturado sale de pendiente-de-remito y el total
      *    (neto mas IVA) entra al saldo; se estampa la fecha de
           MOVE WK-FECHA-HOY   TO MOVCTA-FECHA
           MOVE 1              TO MOVCTA-SECUENCIA
           MOVE "FC"           TO MOVCTA-TIPO
           MOVE WK-EMPRESA     TO MOVCTA-EMPRESA
           MOVE WK-SUCURSAL    TO MOVCTA-SUCURSAL
           MOVE WK-OCURRENCIA  TO MOVCTA-OCURRENCIA
           MOVE WK-TOTAL       TO MOVCTA-IMPORTE
           MOVE WK-NRO-FACTURA TO MOVCTA-REFERENCIA
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
      *    Deja la percepcion practicada en el registro PERCREG,
      *    base de la presentacion mensual por jurisdiccion.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    Categoria de IVA del articulo del renglon en
      *    FACTLIN-CAT-IVA; sin maestro o sin el articulo rige la
      *    alicuota general.
      ******************************************************************
       8200-CATEGORIA-ARTICULO.
           MOVE ZERO TO FACTLIN-CAT-IVA
           IF WK-HAY-ARTICULOS = "N"
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
      *    Encola el aviso de factura emitida con el e-mail del
      *    maestro al momento de encolar; la referencia es el
      *    numero de factura. La numeracion sigue al ultimo numero
      *    encontrado al abrir.
      ******************************************************************
       8400-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO NOTIF-REG
           ADD 1 TO WK-ULT-NOTIF
           MOVE WK-ULT-NOTIF    TO NOTIF-NRO
           MOVE A101-CLIENTE    TO NOTIF-CLIENTE
           MOVE "FC"            TO NOTIF-EVENTO
           MOVE WK-NRO-FACTURA  TO NOTIF-REFERENCIA
           MOVE A101-EMAIL      TO NOTIF-EMAIL
           MOVE WK-FECHA-HOY    TO NOTIF-FECHA-ALTA
           MOVE "P"             TO NOTIF-ESTADO
           MOVE ZEROS           TO NOTIF-FECHA-ENVIO
           MOVE WK-SUCURSAL     TO NOTIF-SUCURSAL
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
           CLOSE CLIENTE
           CLOSE REMITOS
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
           IF WK-HAY-PADRON = "S"
              CLOSE PERCIIBB
           END-IF
           CLOSE PERCREG
           IF WK-HAY-REMITLIN = "S"
              CLOSE REMITLIN
           END-IF
           IF WK-HAY-PEDIDOS = "S"
              CLOSE PEDIDOS
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF
           CLOSE NOTIFQUE
           CLOSE RPT-FACTURA.
       9000-EXIT.
           EXIT.
