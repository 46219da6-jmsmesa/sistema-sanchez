       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DEVOLUC-ENTRADA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Devoluciones de
      *                    mercaderia contra una factura emitida:
      *                    toma la factura por letra y numero y,
      *                    renglon por renglon, la cantidad devuelta
      *                    (nunca mas de lo facturado y no devuelto
      *                    antes); emite la NC con el IVA de cada
      *                    renglon y la factura como comprobante
      *                    asociado (NOTAMAN), graba el detalle en
      *                    DEVOLUC, reingresa la mercaderia al
      *                    deposito (rutina STOCK-ACTUALIZA), baja
      *                    el saldo del cliente y deja el movimiento
      *                    NC en la cuenta corriente sobre la
      *                    ocurrencia de la factura. Por encima del
      *                    tope de FECH-70 la NC exige supervisor,
      *                    igual que en NOTAS-ENTRADA.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), admite
      *                    solo devoluciones sobre facturas de esa
      *                    empresa, numera la NC en el bloque de la
      *                    empresa y graba la empresa en la nota y en
      *                    el movimiento.
      *   15/10/2026  SIS  La NC de la devolucion va a la sucursal de
      *                    la factura que revierte (FACTURA-SUCURSAL)
      *                    en MOVCTA-SUCURSAL.
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
           COPY "ARTICULOS.SEL".
           COPY "MOVCTAC.SEL".
           COPY "MOTNOTA.SEL".
           COPY "NOTAMAN.SEL".
           COPY "DEVOLUC.SEL".
           COPY "OPERADOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-NOTA ASSIGN TO "RPTDEVOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "FACTURAS.CPY".
           COPY "FACTLIN.CPY".
           COPY "ARTICULOS.CPY".
           COPY "MOVCTAC.CPY".
           COPY "MOTNOTA.CPY".
           COPY "NOTAMAN.CPY".
           COPY "DEVOLUC.CPY".
           COPY "OPERADOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-NOTA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-MOTNOTA              PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-DEVOLUC              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-FACTURA           PIC X(01).
       77  WK-EXISTE-MOTNOTA           PIC X(01).
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-EOF-NOTAMAN              PIC X(01).
       77  WK-EOF-FACTLIN              PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-NOTA-GRABADA             PIC X(01).
       77  WK-RESPUESTA                PIC X(01).

       77  WK-LETRA                    PIC X(01).
       77  WK-NRO-FACTURA              PIC 9(08).
       77  WK-MOTIVO                   PIC 9(02).
       77  WK-DEPOSITO                 PIC 9(02).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-PERIODO-ESTADO           PIC X(01).

      ******************************************************************
      *    Validacion del supervisor contra el maestro OPERADOR.
      *    Sin maestro cargado se acepta el nombre tipeado.
      ******************************************************************
       77  STATUS-OPERADOR             PIC X(02).
       77  WK-HAY-OPERADOR             PIC X(01) VALUE "N".
       77  WK-SUPERVISOR               PIC X(10).
       77  WK-SUPERVISOR-OK            PIC X(01).

      ******************************************************************
      *    Numeracion de la NC: la misma correlativa de NOTAMAN que
      *    usa NOTAS-ENTRADA, en el bloque de la empresa (el primer
      *    digito del numero es el codigo de la empresa).
      ******************************************************************
       77  WK-ULT-NRO-NC               PIC 9(08) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-NRO-NOTA                 PIC 9(08).

      ******************************************************************
      *    Tope de nota de credito sin supervisor (FECH-70); cero
      *    significa que toda NC exige autorizacion.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-TOPE-NC                  PIC 9(11)V99 VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.

      ******************************************************************
      *    Renglones tomados para la devolucion en curso.
      ******************************************************************
       77  WK-CANT-DEV                 PIC 9(03).
       77  WK-IND-DEV                  PIC 9(03).
       01  WK-TABLA-DEVOLUCION.
           03  WK-DEV OCCURS 200 TIMES.
               05  WK-DEV-RENGLON      PIC 9(04).
               05  WK-DEV-ARTICULO     PIC 9(06).
               05  WK-DEV-CANTIDAD     PIC 9(07)V99.
               05  WK-DEV-PRECIO       PIC 9(09)V99.
               05  WK-DEV-TASA         PIC 9(02)V99.
               05  WK-DEV-IMPORTE      PIC S9(13)V99.
               05  WK-DEV-IVA          PIC S9(13)V99.

       77  WK-CANT-DEVUELTA            PIC 9(07)V99.
       77  WK-PENDIENTE                PIC S9(07)V99.
       77  WK-CANTIDAD                 PIC 9(07)V99.
       77  WK-NETO                     PIC S9(13)V99.
       77  WK-IVA                      PIC S9(13)V99.
       77  WK-IMPORTE                  PIC S9(13)V99.

      ******************************************************************
      *    Parametros de STOCK-ACTUALIZA para el reingreso.
      ******************************************************************
       77  WK-STK-TIPO                 PIC X(02) VALUE "DV".
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WK-CANT-EDIT                PIC Z,ZZZ,ZZ9.99.
       01  WK-PEND-EDIT                PIC Z,ZZZ,ZZ9.99-.

       01  WK-LINEA-EMPRESA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(40).
           03  FILLER                  PIC X(07) VALUE " CUIT: ".
           03  WK-E-CUIT               PIC 9(14).

       01  WK-LINEA-NOTA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(16) VALUE
               "NOTA DE CREDITO ".
           03  WK-N-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-N-NRO                PIC 9(08).
           03  FILLER                  PIC X(08) VALUE "  FECHA ".
           03  WK-N-FECHA              PIC 9(08).

       01  WK-LINEA-ASOCIADO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "COMPROBANTE ASOCIADO: FACTURA ".
           03  WK-S-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-S-NRO                PIC 9(08).
           03  FILLER                  PIC X(08) VALUE "  FECHA ".
           03  WK-S-FECHA              PIC 9(08).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "CLIENTE ".
           03  WK-C-CLAVE              PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-MOTIVO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "MOTIVO ".
           03  WK-M-CODIGO             PIC 9(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-M-DESCRIPCION        PIC X(30).

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
           03  WK-D-TASA               PIC Z9.99.
           03  FILLER                  PIC X(03) VALUE " % ".
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(25).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

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
              STOP RUN
           END-IF
           OPEN INPUT FACTURAS
           IF STATUS-FACTURAS NOT = "00"
              DISPLAY "SIN FACTURAS EMITIDAS - STATUS ",
                      STATUS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O FACTLIN
           IF STATUS-FACTLIN NOT = "00"
              DISPLAY "SIN RENGLONES DE FACTURAS - STATUS ",
                      STATUS-FACTLIN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MOTNOTA
           IF STATUS-MOTNOTA NOT = "00"
              DISPLAY "SIN TABLA DE MOTIVOS (MOTNOTA) - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CLIENTE
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN I-O NOTAMAN
           IF STATUS-NOTAMAN = "35"
              OPEN OUTPUT NOTAMAN
              CLOSE NOTAMAN
              OPEN I-O NOTAMAN
           END-IF
           OPEN I-O DEVOLUC
           IF STATUS-DEVOLUC = "35"
              OPEN OUTPUT DEVOLUC
              CLOSE DEVOLUC
              OPEN I-O DEVOLUC
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF
           OPEN OUTPUT RPT-NOTA
           PERFORM 1100-BUSCAR-ULT-NOTA THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma de ahi el tope de NC sin supervisor y la razon
      *    social y el CUIT para el documento.
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
              MOVE FECH-70-TOPE-NC        TO WK-TOPE-NC
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
              MOVE FECH-70-EMPRESA-CUIT   TO WK-EMPRESA-CUIT
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre las NC de NOTAMAN del bloque de la empresa y deja
      *    en WK-ULT-NRO-NC el numero mas alto ya usado (el inicio
      *    del bloque si todavia no hay).
      ******************************************************************
       1100-BUSCAR-ULT-NOTA.
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE WK-NRO-DESDE TO WK-ULT-NRO-NC
           MOVE "N" TO WK-EOF-NOTAMAN
           MOVE "NC" TO NOTAMAN-TIPO
           MOVE WK-NRO-DESDE TO NOTAMAN-NRO
           START NOTAMAN KEY >= NOTAMAN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-NOTAMAN
           END-START
           PERFORM 1110-LEER-NOTA-NEXT THRU 1110-EXIT
               UNTIL WK-EOF-NOTAMAN = "S".
       1100-EXIT.
           EXIT.

       1110-LEER-NOTA-NEXT.
           READ NOTAMAN NEXT
               AT END MOVE "S" TO WK-EOF-NOTAMAN
           END-READ
           IF WK-EOF-NOTAMAN = "N"
              IF NOTAMAN-TIPO NOT = "NC"
                 OR NOTAMAN-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-NOTAMAN
              ELSE
                 MOVE NOTAMAN-NRO TO WK-ULT-NRO-NC
              END-IF
           END-IF.
       1110-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-CARGAR-DEVOLUCION THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Dialogo de una devolucion: factura, motivo, deposito de
      *    reingreso y cantidades por renglon. Letra X termina.
      ******************************************************************
       2100-CARGAR-DEVOLUCION.
           DISPLAY "LETRA DE LA FACTURA DEVUELTA (A/B, X = FIN): "
           ACCEPT WK-LETRA
           IF WK-LETRA = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NUMERO DE FACTURA: "
           ACCEPT WK-NRO-FACTURA
           MOVE WK-LETRA       TO FACTURA-LETRA
           MOVE WK-NRO-FACTURA TO FACTURA-NRO
           MOVE "S" TO WK-EXISTE-FACTURA
           READ FACTURAS
               INVALID KEY MOVE "N" TO WK-EXISTE-FACTURA
           END-READ
           IF WK-EXISTE-FACTURA = "N"
              DISPLAY "NO EXISTE LA FACTURA ", WK-LETRA, "-",
                      WK-NRO-FACTURA
              GO TO 2100-EXIT
           END-IF
           IF NOT FACTURA-EMITIDA
              DISPLAY "LA FACTURA ESTA ANULADA - NO ADMITE DEVOLUCION"
              GO TO 2100-EXIT
           END-IF
           IF FACTURA-EMPRESA NOT NUMERIC
              MOVE ZERO TO FACTURA-EMPRESA
           END-IF
           IF FACTURA-EMPRESA NOT = WK-EMPRESA
              DISPLAY "LA FACTURA ES DE OTRA EMPRESA"
              GO TO 2100-EXIT
           END-IF
           MOVE FACTURA-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE ", FACTURA-CLIENTE
              GO TO 2100-EXIT
           END-IF
           MOVE FACTURA-TOTAL TO WK-IMPORTE-EDIT
           DISPLAY "CLIENTE: ", A101-NOMBRE
           DISPLAY "FECHA: ", FACTURA-FECHA, "  TOTAL: ",
                   WK-IMPORTE-EDIT
           DISPLAY "MOTIVO DE LA DEVOLUCION (CODIGO MOTNOTA): "
           ACCEPT WK-MOTIVO
           MOVE WK-MOTIVO TO MOTNOTA-CODIGO
           MOVE "S" TO WK-EXISTE-MOTNOTA
           READ MOTNOTA
               INVALID KEY MOVE "N" TO WK-EXISTE-MOTNOTA
           END-READ
           IF WK-EXISTE-MOTNOTA = "N" OR NOT MOTNOTA-VIGENTE-SI
              DISPLAY "MOTIVO INEXISTENTE O DADO DE BAJA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "DEPOSITO DE REINGRESO (0 = 01): "
           ACCEPT WK-DEPOSITO
           IF WK-DEPOSITO = ZERO
              MOVE 1 TO WK-DEPOSITO
           END-IF
           PERFORM 2200-TOMAR-RENGLONES THRU 2200-EXIT
           IF WK-CANT-DEV = ZERO
              DISPLAY "SIN RENGLONES A DEVOLVER"
              GO TO 2100-EXIT
           END-IF
           COMPUTE WK-IMPORTE = WK-NETO + WK-IVA
           MOVE WK-NETO TO WK-IMPORTE-EDIT
           DISPLAY "NETO DEVUELTO . . : ", WK-IMPORTE-EDIT
           MOVE WK-IVA TO WK-IMPORTE-EDIT
           DISPLAY "IVA . . . . . . . : ", WK-IMPORTE-EDIT
           MOVE WK-IMPORTE TO WK-IMPORTE-EDIT
           DISPLAY "TOTAL NC  . . . . : ", WK-IMPORTE-EDIT
           MOVE SPACES TO WK-SUPERVISOR
      *    una NC por encima del tope exige un supervisor, que
      *    queda asentado en el registro de la nota
           IF WK-IMPORTE > WK-TOPE-NC
              DISPLAY "NC SUPERA EL TOPE - AUTORIZA UN SUPERVISOR"
              DISPLAY "USUARIO SUPERVISOR: "
              ACCEPT WK-SUPERVISOR
              PERFORM 8200-VALIDAR-SUPERVISOR THRU 8200-EXIT
              IF WK-SUPERVISOR-OK = "N"
                 DISPLAY "DEVOLUCION RECHAZADA SIN AUTORIZACION"
                 GO TO 2100-EXIT
              END-IF
           END-IF
           DISPLAY "CONFIRMA LA DEVOLUCION (S/N)? "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "DEVOLUCION DESCARTADA"
              GO TO 2100-EXIT
           END-IF
           PERFORM 2300-GRABAR-NOTA THRU 2300-EXIT
           IF WK-NOTA-GRABADA = "N"
              GO TO 2100-EXIT
           END-IF
           PERFORM 2400-GRABAR-RENGLONES THRU 2400-EXIT
               VARYING WK-IND-DEV FROM 1 BY 1
               UNTIL WK-IND-DEV > WK-CANT-DEV
           PERFORM 2500-APLICAR-AL-MAESTRO THRU 2500-EXIT
           PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT
           PERFORM 2700-IMPRIMIR-NOTA THRU 2700-EXIT
           DISPLAY "NOTA DE CREDITO ", WK-NRO-NOTA, " GRABADA".
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre los renglones de la factura y pide la cantidad
      *    devuelta de cada uno; los renglones sin articulo (remitos
      *    sin detalle) no admiten devolucion de mercaderia.
      ******************************************************************
       2200-TOMAR-RENGLONES.
           MOVE ZERO TO WK-CANT-DEV WK-NETO WK-IVA
           MOVE "N" TO WK-EOF-FACTLIN
           MOVE WK-LETRA       TO FACTLIN-LETRA
           MOVE WK-NRO-FACTURA TO FACTLIN-NRO
           MOVE ZERO           TO FACTLIN-RENGLON
           START FACTLIN KEY >= FACTLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-FACTLIN
           END-START
           PERFORM 2210-UN-RENGLON THRU 2210-EXIT
               UNTIL WK-EOF-FACTLIN = "S".
       2200-EXIT.
           EXIT.

       2210-UN-RENGLON.
           READ FACTLIN NEXT
               AT END MOVE "S" TO WK-EOF-FACTLIN
           END-READ
           IF WK-EOF-FACTLIN = "S"
              OR FACTLIN-LETRA NOT = WK-LETRA
              OR FACTLIN-NRO NOT = WK-NRO-FACTURA
              MOVE "S" TO WK-EOF-FACTLIN
              GO TO 2210-EXIT
           END-IF
           IF FACTLIN-ARTICULO = ZERO
              GO TO 2210-EXIT
           END-IF
           IF WK-CANT-DEV = 200
              DISPLAY "LA DEVOLUCION ADMITE HASTA 200 RENGLONES"
              MOVE "S" TO WK-EOF-FACTLIN
              GO TO 2210-EXIT
           END-IF
           IF FACTLIN-CANT-DEVUELTA NUMERIC
              MOVE FACTLIN-CANT-DEVUELTA TO WK-CANT-DEVUELTA
           ELSE
              MOVE ZERO TO WK-CANT-DEVUELTA
           END-IF
           COMPUTE WK-PENDIENTE = FACTLIN-CANTIDAD - WK-CANT-DEVUELTA
           IF WK-PENDIENTE NOT > ZERO
              GO TO 2210-EXIT
           END-IF
           MOVE SPACES TO ARTICULO-DESCRIPCION
           IF WK-HAY-ARTICULOS = "S"
              MOVE FACTLIN-ARTICULO TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY MOVE SPACES TO ARTICULO-DESCRIPCION
              END-READ
           END-IF
           MOVE FACTLIN-CANTIDAD TO WK-CANT-EDIT
           MOVE WK-PENDIENTE     TO WK-PEND-EDIT
           DISPLAY "RENGLON ", FACTLIN-RENGLON, " ARTICULO ",
                   FACTLIN-ARTICULO, " ", ARTICULO-DESCRIPCION
           DISPLAY "   FACTURADO ", WK-CANT-EDIT,
                   "  DEVOLVIBLE ", WK-PEND-EDIT
           DISPLAY "   CANTIDAD DEVUELTA (0 = NINGUNA): "
           ACCEPT WK-CANTIDAD
           IF WK-CANTIDAD = ZERO
              GO TO 2210-EXIT
           END-IF
           IF WK-CANTIDAD > WK-PENDIENTE
              DISPLAY "SUPERA LO FACTURADO NO DEVUELTO - RENGLON ",
                      "SALTEADO"
              GO TO 2210-EXIT
           END-IF
           ADD 1 TO WK-CANT-DEV
           MOVE FACTLIN-RENGLON  TO WK-DEV-RENGLON(WK-CANT-DEV)
           MOVE FACTLIN-ARTICULO TO WK-DEV-ARTICULO(WK-CANT-DEV)
           MOVE WK-CANTIDAD      TO WK-DEV-CANTIDAD(WK-CANT-DEV)
           MOVE FACTLIN-PRECIO   TO WK-DEV-PRECIO(WK-CANT-DEV)
           MOVE FACTLIN-TASA-IVA TO WK-DEV-TASA(WK-CANT-DEV)
           COMPUTE WK-DEV-IMPORTE(WK-CANT-DEV) =
                   WK-CANTIDAD * FACTLIN-PRECIO
           COMPUTE WK-DEV-IVA(WK-CANT-DEV) ROUNDED =
                   WK-DEV-IMPORTE(WK-CANT-DEV) * FACTLIN-TASA-IVA
                   / 100
           ADD WK-DEV-IMPORTE(WK-CANT-DEV) TO WK-NETO
           ADD WK-DEV-IVA(WK-CANT-DEV)     TO WK-IVA.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Graba la NC en NOTAMAN con la factura como comprobante
      *    asociado; si el numero ya fue tomado por otra carga se
      *    prueba el siguiente.
      ******************************************************************
       2300-GRABAR-NOTA.
           MOVE SPACES TO NOTAMAN-REG
           MOVE "NC"           TO NOTAMAN-TIPO
           MOVE FACTURA-CLIENTE TO NOTAMAN-CLIENTE
           MOVE WK-FECHA-HOY   TO NOTAMAN-FECHA
           MOVE FACTURA-OCURRENCIA TO NOTAMAN-OCURRENCIA
           MOVE WK-IMPORTE     TO NOTAMAN-IMPORTE
           MOVE WK-MOTIVO      TO NOTAMAN-MOTIVO
           MOVE WK-USUARIO     TO NOTAMAN-USUARIO
           MOVE WK-SUPERVISOR  TO NOTAMAN-SUPERVISOR
           MOVE WK-EMPRESA     TO NOTAMAN-EMPRESA
           MOVE WK-LETRA       TO NOTAMAN-ASOC-LETRA
           MOVE WK-NRO-FACTURA TO NOTAMAN-ASOC-NRO
           MOVE WK-IVA         TO NOTAMAN-IVA
           MOVE "N" TO WK-NOTA-GRABADA
           PERFORM 2310-INTENTAR-NOTA THRU 2310-EXIT
               UNTIL WK-NOTA-GRABADA = "S"
                  OR WK-ULT-NRO-NC = WK-NRO-HASTA
           IF WK-NOTA-GRABADA = "N"
              DISPLAY "ERROR AL GRABAR LA NOTA - OPERACION ANULADA"
           END-IF.
       2300-EXIT.
           EXIT.

       2310-INTENTAR-NOTA.
           ADD 1 TO WK-ULT-NRO-NC
           MOVE WK-ULT-NRO-NC TO WK-NRO-NOTA NOTAMAN-NRO
           MOVE "S" TO WK-NOTA-GRABADA
           WRITE NOTAMAN-REG
               INVALID KEY MOVE "N" TO WK-NOTA-GRABADA
           END-WRITE.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Por cada renglon devuelto: acumula lo devuelto en el
      *    renglon de la factura, graba el detalle en DEVOLUC y
      *    reingresa la mercaderia al deposito.
      ******************************************************************
       2400-GRABAR-RENGLONES.
           MOVE WK-LETRA                   TO FACTLIN-LETRA
           MOVE WK-NRO-FACTURA             TO FACTLIN-NRO
           MOVE WK-DEV-RENGLON(WK-IND-DEV) TO FACTLIN-RENGLON
           READ FACTLIN
               INVALID KEY
                  DISPLAY "NO SE PUDO RELEER EL RENGLON ",
                          FACTLIN-RENGLON
                  GO TO 2400-EXIT
           END-READ
           IF FACTLIN-CANT-DEVUELTA NOT NUMERIC
              MOVE ZERO TO FACTLIN-CANT-DEVUELTA
           END-IF
           ADD WK-DEV-CANTIDAD(WK-IND-DEV) TO FACTLIN-CANT-DEVUELTA
           REWRITE FACTLIN-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL RENGLON ",
                          FACTLIN-RENGLON
           END-REWRITE
           MOVE SPACES TO DEVOLUC-REG
           MOVE WK-NRO-NOTA                 TO DEVOLUC-NC
           MOVE WK-IND-DEV                  TO DEVOLUC-RENGLON
           MOVE WK-FECHA-HOY                TO DEVOLUC-FECHA
           MOVE FACTURA-CLIENTE             TO DEVOLUC-CLIENTE
           MOVE A101-VENDEDOR               TO DEVOLUC-VENDEDOR
           MOVE WK-MOTIVO                   TO DEVOLUC-MOTIVO
           MOVE WK-LETRA                    TO DEVOLUC-FACT-LETRA
           MOVE WK-NRO-FACTURA              TO DEVOLUC-FACT-NRO
           MOVE WK-DEV-RENGLON(WK-IND-DEV)  TO DEVOLUC-FACT-RENGLON
           MOVE WK-DEV-ARTICULO(WK-IND-DEV) TO DEVOLUC-ARTICULO
           MOVE WK-DEV-CANTIDAD(WK-IND-DEV) TO DEVOLUC-CANTIDAD
           MOVE WK-DEV-IMPORTE(WK-IND-DEV)  TO DEVOLUC-IMPORTE
           MOVE WK-DEV-IVA(WK-IND-DEV)      TO DEVOLUC-IVA
           MOVE WK-DEPOSITO                 TO DEVOLUC-DEPOSITO
           WRITE DEVOLUC-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL DETALLE DE LA ",
                          "DEVOLUCION ", WK-NRO-NOTA
           END-WRITE
           MOVE WK-DEV-CANTIDAD(WK-IND-DEV) TO WK-STK-CANTIDAD
           CALL "STOCK-ACTUALIZA" USING WK-DEV-ARTICULO(WK-IND-DEV)
                WK-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-NRO-NOTA WK-USUARIO WK-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-STK-RESULTADO NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR STOCK DEL ARTICULO ",
                      WK-DEV-ARTICULO(WK-IND-DEV), " - STATUS ",
                      WK-STK-RESULTADO
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    La NC baja el saldo del cliente en la ocurrencia de la
      *    factura devuelta.
      ******************************************************************
       2500-APLICAR-AL-MAESTRO.
           SUBTRACT WK-IMPORTE FROM A101-SALDO(FACTURA-OCURRENCIA)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el movimiento NC (haber) en la cuenta corriente, con
      *    la factura de origen en la descripcion y la nota como
      *    referencia, buscando la secuencia libre en cliente+fecha.
      ******************************************************************
       2600-GRABAR-MOVIMIENTO.
           MOVE SPACES TO MOVCTA-REG
           MOVE FACTURA-CLIENTE    TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY       TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "NC"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE ZERO               TO MOVCTA-SUCURSAL
           IF FACTURA-SUCURSAL NUMERIC
              MOVE FACTURA-SUCURSAL TO MOVCTA-SUCURSAL
           END-IF
           MOVE FACTURA-OCURRENCIA TO MOVCTA-OCURRENCIA
           COMPUTE MOVCTA-IMPORTE = ZERO - WK-IMPORTE
           MOVE WK-NRO-NOTA        TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           STRING "DEVOLUCION FACTURA " WK-LETRA "-" WK-NRO-FACTURA
               DELIMITED BY SIZE INTO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2610-INTENTAR-GRABAR THRU 2610-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2600-EXIT.
           EXIT.

       2610-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       2610-EXIT.
           EXIT.

      ******************************************************************
      *    Documento de la NC: encabezado, comprobante asociado,
      *    renglones devueltos y totales.
      ******************************************************************
       2700-IMPRIMIR-NOTA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-EMPRESA-NOMBRE TO WK-E-NOMBRE
           MOVE WK-EMPRESA-CUIT   TO WK-E-CUIT
           WRITE RPT-LINEA FROM WK-LINEA-EMPRESA
           MOVE WK-LETRA     TO WK-N-LETRA
           MOVE WK-NRO-NOTA  TO WK-N-NRO
           MOVE WK-FECHA-HOY TO WK-N-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-NOTA
           MOVE WK-LETRA       TO WK-S-LETRA
           MOVE WK-NRO-FACTURA TO WK-S-NRO
           MOVE FACTURA-FECHA  TO WK-S-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-ASOCIADO
           MOVE A101-CLIENTE TO WK-C-CLAVE
           MOVE A101-NOMBRE  TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           MOVE WK-MOTIVO           TO WK-M-CODIGO
           MOVE MOTNOTA-DESCRIPCION TO WK-M-DESCRIPCION
           WRITE RPT-LINEA FROM WK-LINEA-MOTIVO
           PERFORM 2710-IMPRIMIR-RENGLON THRU 2710-EXIT
               VARYING WK-IND-DEV FROM 1 BY 1
               UNTIL WK-IND-DEV > WK-CANT-DEV
           MOVE "NETO . . . . . . . . . . " TO WK-I-LEYENDA
           MOVE WK-NETO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "IVA  . . . . . . . . . . " TO WK-I-LEYENDA
           MOVE WK-IVA TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "TOTAL  . . . . . . . . . " TO WK-I-LEYENDA
           MOVE WK-IMPORTE TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE.
       2700-EXIT.
           EXIT.

       2710-IMPRIMIR-RENGLON.
           MOVE WK-DEV-ARTICULO(WK-IND-DEV) TO WK-D-ARTICULO
           MOVE SPACES TO WK-D-DESCRIPCION
           IF WK-HAY-ARTICULOS = "S"
              MOVE WK-DEV-ARTICULO(WK-IND-DEV) TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY MOVE SPACES TO ARTICULO-DESCRIPCION
              END-READ
              MOVE ARTICULO-DESCRIPCION TO WK-D-DESCRIPCION
           END-IF
           MOVE WK-DEV-CANTIDAD(WK-IND-DEV) TO WK-D-CANTIDAD
           MOVE WK-DEV-PRECIO(WK-IND-DEV)   TO WK-D-PRECIO
           MOVE WK-DEV-TASA(WK-IND-DEV)     TO WK-D-TASA
           MOVE WK-DEV-IMPORTE(WK-IND-DEV)  TO WK-D-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2710-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    El supervisor tiene que existir en el maestro OPERADOR,
      *    estar habilitado y tener el perfil SUPERVISOR. Sin
      *    maestro cargado alcanza con un nombre no vacio.
      ******************************************************************
       8200-VALIDAR-SUPERVISOR.
           MOVE "N" TO WK-SUPERVISOR-OK
           IF WK-SUPERVISOR = SPACES
              GO TO 8200-EXIT
           END-IF
           IF WK-HAY-OPERADOR = "N"
              MOVE "S" TO WK-SUPERVISOR-OK
              GO TO 8200-EXIT
           END-IF
           MOVE WK-SUPERVISOR TO OPERADOR-USUARIO
           READ OPERADOR
               INVALID KEY
                  DISPLAY "EL SUPERVISOR NO EXISTE EN OPERADOR"
                  GO TO 8200-EXIT
           END-READ
           IF NOT OPERADOR-HABILITADO
              DISPLAY "EL SUPERVISOR NO ESTA HABILITADO"
              GO TO 8200-EXIT
           END-IF
           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "EL USUARIO NO TIENE PERFIL SUPERVISOR"
              GO TO 8200-EXIT
           END-IF
           MOVE "S" TO WK-SUPERVISOR-OK.
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE FACTURAS
           CLOSE FACTLIN
           CLOSE MOVCTAC
           CLOSE MOTNOTA
           CLOSE NOTAMAN
           CLOSE DEVOLUC
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-OPERADOR = "S"
              CLOSE OPERADOR
           END-IF
           CLOSE RPT-NOTA.
       9000-EXIT.
           EXIT.

       END PROGRAM "DEVOLUC-ENTRADA".
