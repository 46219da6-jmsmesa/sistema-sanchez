      *                    certificados) es lo que bajo el saldo,
      *                    asi que toda esa porcion puede
      *                    imputarse contra comprobantes.
      *   15/10/2026  SIS  Descuento por pronto pago: al imputar
      *                    contra una factura dentro del plazo
      *                    (porcentaje del cliente o de su condicion
      *                    de venta) emite la NC con IVA asociada a
      *                    la factura, la imputa contra ella
      *                    (RECAPLIC origen 'D'), baja el saldo, deja
      *                    el movimiento NC y registra el descuento
      *                    en PPAGO; fuera de plazo registra el
      *                    reclamo del cliente sin NC.
      *   15/10/2026  SIS  Diferencia de cambio: al imputar un recibo
      *                    en dolares (ocurrencia 3/4) contra un
      *                    FC/ND valua la porcion con la cotizacion
      *                    USD del recibo y la del comprobante y
      *                    emite la ND/NC en pesos (ocurrencia 1/2)
      *                    con IVA proporcional a la factura,
      *                    actualiza el saldo, deja el movimiento
      *                    marcado (MOVCTA-ORIGEN 'C') y registra la
      *                    diferencia en DIFCAMB.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), imputa
      *                    solo recibos de esa empresa contra
      *                    comprobantes de la misma, numera las NC/ND
      *                    en el bloque de la empresa y graba la
      *                    empresa en las notas y en los movimientos.
      *   15/10/2026  SIS  Las notas de pronto pago y de diferencia
      *                    de cambio calculadas sobre una factura van
      *                    a la sucursal de esa factura
      *                    (FACTURA-SUCURSAL) en MOVCTA-SUCURSAL.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "MOVCTAC.SEL".
           COPY "RECAPLIC.SEL".
           COPY "RETENC.SEL".
           COPY "CLIENTE.SEL".
           COPY "FACTURAS.SEL".
           COPY "CONDVTA.SEL".
           COPY "NOTAMAN.SEL".
           COPY "PPAGO.SEL".
           COPY "PARAMS.SEL".
           COPY "COTIZA.SEL".
           COPY "DIFCAMB.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVCTAC.CPY".
           COPY "RECAPLIC.CPY".
           COPY "RETENC.CPY".
           COPY "CLIENTFD.CPY".
           COPY "FACTURAS.CPY".
           COPY "CONDVTA.CPY".
           COPY "NOTAMAN.CPY".
           COPY "PPAGO.CPY".
           COPY "PARAMS.CPY".
           COPY "COTIZA.CPY".
           COPY "DIFCAMB.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-RECIBOS              PIC X(02).
       77  WK-MOV-SECUENCIA            PIC 9(04).
       77  WK-MOV-TIPO                 PIC X(02).

      ******************************************************************
      *    Descuento por pronto pago: al imputar contra una factura
      *    se toma el porcentaje del cliente (A101-PP-PORC) o, si no
      *    tiene, el de la condicion de venta de la factura; pagada
      *    dentro del plazo se emite la NC (NOTAMAN) asociada a la
      *    factura y se imputa contra ella; fuera de plazo solo se
      *    registra si el cliente igual desconto.
      ******************************************************************
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-CONDVTA              PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-PPAGO                PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-HAY-FACTURAS             PIC X(01) VALUE "N".
       77  WK-HAY-CONDVTA              PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-FACT-HALLADA             PIC X(01).
       77  WK-EOF-NOTAMAN              PIC X(01).
       77  WK-EOF-PPAGO                PIC X(01).
       77  WK-NOTA-GRABADA             PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-RESPUESTA                PIC X(01).
       77  WK-PERIODO-ESTADO           PIC X(01).
       77  WK-MOTIVO-PPAGO             PIC 9(02) VALUE ZERO.
       77  WK-ULT-NRO-NC               PIC 9(08) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-NRO-NOTA                 PIC 9(08).
       77  WK-PP-DIAS                  PIC 9(03).
       77  WK-PP-PORC                  PIC 9(02)V99.
       77  WK-PP-ORIGEN                PIC X(01).
       77  WK-PP-ESTADO                PIC X(01).
       77  WK-PP-LIMITE                PIC 9(08).
       77  WK-PP-TOPE                  PIC S9(13)V99.
       77  WK-PP-DESCUENTO             PIC S9(13)V99.
       77  WK-PP-IVA                   PIC S9(13)V99.
       77  WK-PP-SECUENCIA             PIC 9(02).

      ******************************************************************
      *    Diferencia de cambio: la porcion en dolares (ocurrencia
      *    3/4) imputada a un FC/ND se valua con la cotizacion USD
      *    del dia del recibo y la del dia del comprobante; la
      *    diferencia en pesos sale como ND (sube el dolar) o NC
      *    (baja) sobre la ocurrencia en pesos par y queda en
      *    DIFCAMB.
      ******************************************************************
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-DIFCAMB              PIC X(02).
       77  WK-HAY-COTIZA               PIC X(01) VALUE "N".
       77  WK-EXISTE-COTIZA            PIC X(01).
       77  WK-EOF-DIFCAMB              PIC X(01).
       77  WK-MOTIVO-DIFCAMBIO         PIC 9(02) VALUE ZERO.
       77  WK-ULT-NRO-ND               PIC 9(08) VALUE ZERO.
       77  WK-DC-FECHA                 PIC 9(08).
       77  WK-DC-COTIZ-ORIGEN          PIC 9(05)V9999.
       77  WK-DC-COTIZ-PAGO            PIC 9(05)V9999.
       77  WK-DC-DIFERENCIA            PIC S9(13)V99.
       77  WK-DC-IMPORTE               PIC S9(13)V99.
       77  WK-DC-IVA                   PIC S9(13)V99.
       77  WK-DC-NOTA-TIPO             PIC X(02).
       77  WK-DC-OCURR-PESOS           PIC 9(01).
       77  WK-DC-SECUENCIA             PIC 9(02).

      ******************************************************************
      *    Suma de dias sobre una fecha AAAAMMDD: se carga
      *    WK-FD-FECHA y WK-FD-DIAS y el resultado queda en
      *    WK-FD-FECHA (bisiestos por division entera por 4,
      *    valido para 1901-2099).
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

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WK-PORC-EDIT                PIC Z9.99.

       PROCEDURE DIVISION.

           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           OPEN INPUT RECIBOS
           OPEN I-O MOVCTAC
           OPEN I-O CLIENTE
           OPEN INPUT FACTURAS
           IF STATUS-FACTURAS = "00"
              MOVE "S" TO WK-HAY-FACTURAS
           END-IF
           OPEN INPUT CONDVTA
           IF STATUS-CONDVTA = "00"
              MOVE "S" TO WK-HAY-CONDVTA
           END-IF
           OPEN I-O NOTAMAN
           IF STATUS-NOTAMAN = "35"
              OPEN OUTPUT NOTAMAN
              CLOSE NOTAMAN
              OPEN I-O NOTAMAN
           END-IF
           OPEN I-O PPAGO
           IF STATUS-PPAGO = "35"
              OPEN OUTPUT PPAGO
              CLOSE PPAGO
              OPEN I-O PPAGO
           END-IF
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           PERFORM 1100-BUSCAR-ULT-NOTA THRU 1100-EXIT
           PERFORM 1120-BUSCAR-ULT-ND THRU 1120-EXIT
           OPEN INPUT COTIZA
           IF STATUS-COTIZA = "00"
              MOVE "S" TO WK-HAY-COTIZA
           END-IF
           OPEN I-O DIFCAMB
           IF STATUS-DIFCAMB = "35"
              OPEN OUTPUT DIFCAMB
              CLOSE DIFCAMB
              OPEN I-O DIFCAMB
           END-IF
           OPEN I-O RECAPLIC
           IF STATUS-RECAPLIC = "35"
              OPEN OUTPUT RECAPLIC
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma de ahi el motivo de las NC por pronto pago y el de
      *    las notas por diferencia de cambio.
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
              AND FECH-70-MOTIVO-PPAGO NUMERIC
              MOVE FECH-70-MOTIVO-PPAGO TO WK-MOTIVO-PPAGO
           END-IF
           IF STATUS-PARAMS = "00"
              AND FECH-70-MOTIVO-DIFCAMBIO NUMERIC
              MOVE FECH-70-MOTIVO-DIFCAMBIO TO WK-MOTIVO-DIFCAMBIO
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre las NC de NOTAMAN y deja en WK-ULT-NRO-NC el
      *    numero mas alto ya usado (misma correlativa que
      *    NOTAS-ENTRADA y DEVOLUC-ENTRADA), dentro del bloque de la
      *    empresa: el primer digito del numero es su codigo.
      ******************************************************************
       1100-BUSCAR-ULT-NOTA.
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

      ******************************************************************
      *    Idem para las ND: deja en WK-ULT-NRO-ND el numero mas
      *    alto ya usado.
      ******************************************************************
       1120-BUSCAR-ULT-ND.
           MOVE WK-NRO-DESDE TO WK-ULT-NRO-ND
           MOVE "N" TO WK-EOF-NOTAMAN
           MOVE "ND" TO NOTAMAN-TIPO
           MOVE WK-NRO-DESDE TO NOTAMAN-NRO
           START NOTAMAN KEY >= NOTAMAN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-NOTAMAN
           END-START
           PERFORM 1130-LEER-ND-NEXT THRU 1130-EXIT
               UNTIL WK-EOF-NOTAMAN = "S".
       1120-EXIT.
           EXIT.

       1130-LEER-ND-NEXT.
           READ NOTAMAN NEXT
               AT END MOVE "S" TO WK-EOF-NOTAMAN
           END-READ
           IF WK-EOF-NOTAMAN = "N"
              IF NOTAMAN-TIPO NOT = "ND"
                 OR NOTAMAN-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-NOTAMAN
              ELSE
                 MOVE NOTAMAN-NRO TO WK-ULT-NRO-ND
              END-IF
           END-IF.
       1130-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-IMPUTAR-RECIBO THRU 2100-EXIT
               UNTIL FIN-CARGA.
              DISPLAY "EL RECIBO ESTA ANULADO"
              GO TO 2100-EXIT
           END-IF
           IF RECIBO-EMPRESA NOT NUMERIC
              MOVE ZERO TO RECIBO-EMPRESA
           END-IF
           IF RECIBO-EMPRESA NOT = WK-EMPRESA
              DISPLAY "EL RECIBO ES DE OTRA EMPRESA"
              GO TO 2100-EXIT
           END-IF
           PERFORM 8100-APLICADO-DEL-RECIBO THRU 8100-EXIT
           PERFORM 8500-SUMAR-RETENCIONES THRU 8500-EXIT
      *    la base imputable es la cancelacion completa: medio de
           IF WK-APLIC-GRABADA = "S"
              SUBTRACT WK-IMPORTE FROM WK-RESTO-RECIBO
              DISPLAY "IMPUTACION GRABADA"
              IF WK-MOV-TIPO = "FC"
                 PERFORM 2600-PRONTO-PAGO THRU 2600-EXIT
              END-IF
              IF RECIBO-OCURRENCIA > 2
                 PERFORM 2700-DIFERENCIA-CAMBIO THRU 2700-EXIT
              END-IF
              IF WK-RESTO-RECIBO NOT > ZERO
                 DISPLAY "RECIBO TOTALMENTE IMPUTADO"
                 MOVE "S" TO WK-FIN-RECIBO

      ******************************************************************
      *    Lista los movimientos FC/ND del cliente del recibo, en la
      *    misma ocurrencia y de la misma empresa, que todavia tienen
      *    importe pendiente.
      ******************************************************************
       2300-LISTAR-PENDIENTES.
           DISPLAY "COMPROBANTES PENDIENTES DEL CLIENTE ",
       2310-LISTAR-MOVIM.
           IF (MOVCTA-FACTURA OR MOVCTA-NOTA-DEBITO)
              AND MOVCTA-OCURRENCIA = RECIBO-OCURRENCIA
              AND MOVCTA-EMPRESA = WK-EMPRESA
              PERFORM 8300-APLICADO-DEL-MOVIM THRU 8300-EXIT
              COMPUTE WK-PENDIENTE-MOVIM =
                      MOVCTA-IMPORTE - WK-APLICADO-MOVIM
           IF (MOVCTA-FACTURA OR MOVCTA-NOTA-DEBITO)
              AND MOVCTA-OCURRENCIA = RECIBO-OCURRENCIA
              AND MOVCTA-REFERENCIA = WK-REFERENCIA
              AND MOVCTA-EMPRESA = WK-EMPRESA
              PERFORM 8300-APLICADO-DEL-MOVIM THRU 8300-EXIT
              COMPUTE WK-PENDIENTE-MOVIM =
                      MOVCTA-IMPORTE - WK-APLICADO-MOVIM
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    Descuento por pronto pago sobre la porcion recien imputada
      *    a una factura. El recibo cubre el importe neto del
      *    descuento, asi que este se calcula sobre el bruto que
      *    cancela (importe * porcentaje / (100 - porcentaje)), sin
      *    pasar de lo que le queda pendiente a la factura.
      ******************************************************************
       2600-PRONTO-PAGO.
           PERFORM 2610-BUSCAR-FACTURA THRU 2610-EXIT
           IF WK-FACT-HALLADA = "N"
              GO TO 2600-EXIT
           END-IF
           MOVE RECIBO-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              GO TO 2600-EXIT
           END-IF
           PERFORM 2620-CONDICION-PPAGO THRU 2620-EXIT
           IF WK-PP-PORC = ZERO
              GO TO 2600-EXIT
           END-IF
           MOVE FACTURA-FECHA TO WK-FD-FECHA
           MOVE WK-PP-DIAS    TO WK-FD-DIAS
           PERFORM 8600-SUMAR-DIAS THRU 8600-EXIT
           MOVE WK-FD-FECHA   TO WK-PP-LIMITE
           COMPUTE WK-PP-DESCUENTO ROUNDED =
                   WK-IMPORTE * WK-PP-PORC / (100 - WK-PP-PORC)
           COMPUTE WK-PP-TOPE = WK-PENDIENTE-MOVIM - WK-IMPORTE
           IF WK-PP-DESCUENTO > WK-PP-TOPE
              MOVE WK-PP-TOPE TO WK-PP-DESCUENTO
           END-IF
           IF WK-PP-DESCUENTO NOT > ZERO
              GO TO 2600-EXIT
           END-IF
           IF FACTURA-TOTAL = ZERO
              MOVE ZERO TO WK-PP-IVA
           ELSE
              COMPUTE WK-PP-IVA ROUNDED =
                      WK-PP-DESCUENTO * FACTURA-IVA / FACTURA-TOTAL
           END-IF
           MOVE WK-PP-PORC      TO WK-PORC-EDIT
           MOVE WK-PP-DESCUENTO TO WK-IMPORTE-EDIT
           IF RECIBO-FECHA > WK-PP-LIMITE
              DISPLAY "PAGO FUERA DEL PLAZO DE PRONTO PAGO (",
                      WK-PORC-EDIT, " % HASTA EL ", WK-PP-LIMITE, ")"
              DISPLAY "EL CLIENTE DESCONTO IGUAL ", WK-IMPORTE-EDIT,
                      "? (S/N): "
              ACCEPT WK-RESPUESTA
              IF WK-RESPUESTA = "S"
                 MOVE "F"  TO WK-PP-ESTADO
                 MOVE ZERO TO WK-NRO-NOTA
                 PERFORM 2670-GRABAR-PPAGO THRU 2670-EXIT
                 DISPLAY "RECLAMO FUERA DE TERMINO REGISTRADO - ",
                         "SIN NC"
              END-IF
              GO TO 2600-EXIT
           END-IF
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6), " CERRADO - ",
                      "EL DESCUENTO POR PRONTO PAGO NO SE EMITE"
              GO TO 2600-EXIT
           END-IF
           PERFORM 2630-GRABAR-NOTA THRU 2630-EXIT
           IF WK-NOTA-GRABADA = "N"
              GO TO 2600-EXIT
           END-IF
           PERFORM 2640-IMPUTAR-NOTA        THRU 2640-EXIT
           PERFORM 2650-APLICAR-AL-MAESTRO  THRU 2650-EXIT
           PERFORM 2660-GRABAR-MOVIMIENTO   THRU 2660-EXIT
           MOVE "O" TO WK-PP-ESTADO
           PERFORM 2670-GRABAR-PPAGO        THRU 2670-EXIT
           DISPLAY "DESCUENTO POR PRONTO PAGO ", WK-PORC-EDIT,
                   " %: NC ", WK-NRO-NOTA, " POR ", WK-IMPORTE-EDIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    La referencia del movimiento FC es el numero de factura;
      *    la letra se busca probando A y B contra cliente y fecha.
      ******************************************************************
       2610-BUSCAR-FACTURA.
           MOVE "N" TO WK-FACT-HALLADA
           IF WK-HAY-FACTURAS = "N"
              GO TO 2610-EXIT
           END-IF
           MOVE "A" TO FACTURA-LETRA
           PERFORM 2615-LEER-FACTURA THRU 2615-EXIT
           IF WK-FACT-HALLADA = "N"
              MOVE "B" TO FACTURA-LETRA
              PERFORM 2615-LEER-FACTURA THRU 2615-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

       2615-LEER-FACTURA.
           MOVE WK-REFERENCIA TO FACTURA-NRO
           READ FACTURAS
               INVALID KEY GO TO 2615-EXIT
           END-READ
           IF FACTURA-CLIENTE = RECIBO-CLIENTE
              AND FACTURA-FECHA = WK-MOV-FECHA
              AND FACTURA-EMITIDA
              MOVE "S" TO WK-FACT-HALLADA
           END-IF.
       2615-EXIT.
           EXIT.

      ******************************************************************
      *    Porcentaje y plazo: primero los propios del cliente y, si
      *    no tiene, los de la condicion de venta de la factura (o
      *    la del cliente en facturas anteriores a la condicion).
      ******************************************************************
       2620-CONDICION-PPAGO.
           MOVE ZERO TO WK-PP-DIAS WK-PP-PORC
           IF A101-PP-PORC NUMERIC AND A101-PP-DIAS NUMERIC
              AND A101-PP-PORC > ZERO
              MOVE A101-PP-DIAS TO WK-PP-DIAS
              MOVE A101-PP-PORC TO WK-PP-PORC
              MOVE "C" TO WK-PP-ORIGEN
              GO TO 2620-EXIT
           END-IF
           IF WK-HAY-CONDVTA = "N"
              GO TO 2620-EXIT
           END-IF
           IF FACTURA-COND-VENTA NOT = SPACES
              MOVE FACTURA-COND-VENTA TO CONDVTA-CODIGO
           ELSE
              MOVE A101-COD-VENTA TO CONDVTA-CODIGO
           END-IF
           IF CONDVTA-CODIGO = SPACES
              GO TO 2620-EXIT
           END-IF
           READ CONDVTA
               INVALID KEY GO TO 2620-EXIT
           END-READ
           IF CONDVTA-PP-PORC NUMERIC AND CONDVTA-PP-DIAS NUMERIC
              MOVE CONDVTA-PP-DIAS TO WK-PP-DIAS
              MOVE CONDVTA-PP-PORC TO WK-PP-PORC
              MOVE "V" TO WK-PP-ORIGEN
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *    NC en NOTAMAN con la factura como comprobante asociado y
      *    su IVA en proporcion al de la factura, sin supervisor: el
      *    importe sale del porcentaje pactado, no del operador.
      ******************************************************************
       2630-GRABAR-NOTA.
           MOVE SPACES TO NOTAMAN-REG
           MOVE "NC"              TO NOTAMAN-TIPO
           MOVE RECIBO-CLIENTE    TO NOTAMAN-CLIENTE
           MOVE WK-FECHA-HOY      TO NOTAMAN-FECHA
           MOVE RECIBO-OCURRENCIA TO NOTAMAN-OCURRENCIA
           MOVE WK-PP-DESCUENTO   TO NOTAMAN-IMPORTE
           MOVE WK-MOTIVO-PPAGO   TO NOTAMAN-MOTIVO
           MOVE WK-USUARIO        TO NOTAMAN-USUARIO
           MOVE FACTURA-LETRA     TO NOTAMAN-ASOC-LETRA
           MOVE FACTURA-NRO       TO NOTAMAN-ASOC-NRO
           MOVE WK-PP-IVA         TO NOTAMAN-IVA
           MOVE WK-EMPRESA        TO NOTAMAN-EMPRESA
           MOVE "N" TO WK-NOTA-GRABADA
           PERFORM 2635-INTENTAR-NOTA THRU 2635-EXIT
               UNTIL WK-NOTA-GRABADA = "S"
                  OR WK-ULT-NRO-NC = WK-NRO-HASTA
           IF WK-NOTA-GRABADA = "N"
              DISPLAY "ERROR AL GRABAR LA NC DE PRONTO PAGO"
           END-IF.
       2630-EXIT.
           EXIT.

       2635-INTENTAR-NOTA.
           ADD 1 TO WK-ULT-NRO-NC
           MOVE WK-ULT-NRO-NC TO WK-NRO-NOTA NOTAMAN-NRO
           MOVE "S" TO WK-NOTA-GRABADA
           WRITE NOTAMAN-REG
               INVALID KEY MOVE "N" TO WK-NOTA-GRABADA
           END-WRITE.
       2635-EXIT.
           EXIT.

      ******************************************************************
      *    La NC se imputa contra la factura como una porcion mas
      *    (origen 'D', numero de NC en lugar del recibo), asi el
      *    pendiente de la factura baja en el descuento.
      ******************************************************************
       2640-IMPUTAR-NOTA.
           MOVE SPACES TO RECAPLIC-REG
           MOVE RECIBO-CLIENTE     TO RECAPLIC-CLIENTE
           MOVE WK-MOV-FECHA       TO RECAPLIC-MOV-FECHA
           MOVE WK-MOV-SECUENCIA   TO RECAPLIC-MOV-SECUENCIA
           MOVE WK-NRO-NOTA        TO RECAPLIC-RECIBO
           MOVE WK-MOV-TIPO        TO RECAPLIC-MOV-TIPO
           MOVE WK-REFERENCIA      TO RECAPLIC-MOV-REFERENCIA
           MOVE WK-PP-DESCUENTO    TO RECAPLIC-IMPORTE
           MOVE WK-FECHA-HOY       TO RECAPLIC-FECHA
           MOVE WK-USUARIO         TO RECAPLIC-USUARIO
           MOVE "D"                TO RECAPLIC-ORIGEN
           WRITE RECAPLIC-REG
               INVALID KEY
                  DISPLAY "ERROR AL IMPUTAR LA NC ", WK-NRO-NOTA,
                          " CONTRA LA FACTURA"
           END-WRITE.
       2640-EXIT.
           EXIT.

       2650-APLICAR-AL-MAESTRO.
           SUBTRACT WK-PP-DESCUENTO FROM A101-SALDO(RECIBO-OCURRENCIA)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE.
       2650-EXIT.
           EXIT.

      ******************************************************************
      *    Movimiento NC (haber) en la cuenta corriente, con la
      *    factura en la descripcion y la nota como referencia.
      ******************************************************************
       2660-GRABAR-MOVIMIENTO.
           MOVE SPACES TO MOVCTA-REG
           MOVE RECIBO-CLIENTE     TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY       TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "NC"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE ZERO               TO MOVCTA-SUCURSAL
           IF WK-FACT-HALLADA = "S" AND FACTURA-SUCURSAL NUMERIC
              MOVE FACTURA-SUCURSAL TO MOVCTA-SUCURSAL
           END-IF
           MOVE RECIBO-OCURRENCIA  TO MOVCTA-OCURRENCIA
           COMPUTE MOVCTA-IMPORTE = ZERO - WK-PP-DESCUENTO
           MOVE WK-NRO-NOTA        TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           STRING "PRONTO PAGO FACTURA " FACTURA-LETRA "-" FACTURA-NRO
               DELIMITED BY SIZE INTO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2665-INTENTAR-GRABAR THRU 2665-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2660-EXIT.
           EXIT.

       2665-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       2665-EXIT.
           EXIT.

      ******************************************************************
      *    Registro del descuento en PPAGO bajo el recibo, con la
      *    siguiente secuencia libre del recibo.
      ******************************************************************
       2670-GRABAR-PPAGO.
           MOVE ZERO TO WK-PP-SECUENCIA
           MOVE "N" TO WK-EOF-PPAGO
           MOVE RECIBO-NRO TO PPAGO-RECIBO
           MOVE ZERO       TO PPAGO-SECUENCIA
           START PPAGO KEY >= PPAGO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PPAGO
           END-START
           PERFORM 2675-ULTIMA-SECUENCIA THRU 2675-EXIT
               UNTIL WK-EOF-PPAGO = "S"
           MOVE SPACES TO PPAGO-REG
           MOVE RECIBO-NRO        TO PPAGO-RECIBO
           ADD 1 TO WK-PP-SECUENCIA
           MOVE WK-PP-SECUENCIA   TO PPAGO-SECUENCIA
           MOVE RECIBO-CLIENTE    TO PPAGO-CLIENTE
           MOVE RECIBO-FECHA      TO PPAGO-FECHA
           MOVE RECIBO-OCURRENCIA TO PPAGO-OCURRENCIA
           MOVE FACTURA-LETRA     TO PPAGO-FACT-LETRA
           MOVE FACTURA-NRO       TO PPAGO-FACT-NRO
           MOVE FACTURA-FECHA     TO PPAGO-FACT-FECHA
           MOVE WK-PP-LIMITE      TO PPAGO-FECHA-LIMITE
           MOVE WK-PP-PORC        TO PPAGO-PORCENTAJE
           MOVE WK-PP-ORIGEN      TO PPAGO-ORIGEN
           MOVE WK-PP-ESTADO      TO PPAGO-ESTADO
           MOVE WK-IMPORTE        TO PPAGO-BASE
           MOVE WK-PP-DESCUENTO   TO PPAGO-DESCUENTO
           MOVE WK-PP-IVA         TO PPAGO-IVA
           MOVE WK-NRO-NOTA       TO PPAGO-NC
           MOVE WK-USUARIO        TO PPAGO-USUARIO
           WRITE PPAGO-REG
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR EL DESCUENTO DEL RECIBO ",
                          RECIBO-NRO
           END-WRITE.
       2670-EXIT.
           EXIT.

       2675-ULTIMA-SECUENCIA.
           READ PPAGO NEXT
               AT END MOVE "S" TO WK-EOF-PPAGO
           END-READ
           IF WK-EOF-PPAGO = "S"
              OR PPAGO-RECIBO NOT = RECIBO-NRO
              MOVE "S" TO WK-EOF-PPAGO
              GO TO 2675-EXIT
           END-IF
           MOVE PPAGO-SECUENCIA TO WK-PP-SECUENCIA.
       2675-EXIT.
           EXIT.

      ******************************************************************
      *    Diferencia de cambio sobre la porcion en dolares recien
      *    imputada: importe * (cotizacion del recibo - cotizacion
      *    del comprobante), en pesos con IVA incluido. Sin alguna
      *    de las dos cotizaciones, o con el periodo cerrado, no se
      *    emite y se avisa.
      ******************************************************************
       2700-DIFERENCIA-CAMBIO.
           IF WK-HAY-COTIZA = "N"
              DISPLAY "SIN TABLA COTIZA - NO SE CALCULA LA ",
                      "DIFERENCIA DE CAMBIO"
              GO TO 2700-EXIT
           END-IF
           MOVE WK-MOV-FECHA TO WK-DC-FECHA
           PERFORM 2710-LEER-COTIZACION THRU 2710-EXIT
           IF WK-EXISTE-COTIZA = "N"
              GO TO 2700-EXIT
           END-IF
           MOVE COTIZA-VALOR TO WK-DC-COTIZ-ORIGEN
           MOVE RECIBO-FECHA TO WK-DC-FECHA
           PERFORM 2710-LEER-COTIZACION THRU 2710-EXIT
           IF WK-EXISTE-COTIZA = "N"
              GO TO 2700-EXIT
           END-IF
           MOVE COTIZA-VALOR TO WK-DC-COTIZ-PAGO
           COMPUTE WK-DC-DIFERENCIA ROUNDED =
                   WK-IMPORTE * (WK-DC-COTIZ-PAGO - WK-DC-COTIZ-ORIGEN)
           IF WK-DC-DIFERENCIA = ZERO
              GO TO 2700-EXIT
           END-IF
           IF WK-DC-DIFERENCIA > ZERO
              MOVE "ND" TO WK-DC-NOTA-TIPO
              MOVE WK-DC-DIFERENCIA TO WK-DC-IMPORTE
           ELSE
              MOVE "NC" TO WK-DC-NOTA-TIPO
              COMPUTE WK-DC-IMPORTE = ZERO - WK-DC-DIFERENCIA
           END-IF
           COMPUTE WK-DC-OCURR-PESOS = RECIBO-OCURRENCIA - 2
           MOVE WK-DC-IMPORTE TO WK-IMPORTE-EDIT
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6), " CERRADO - ",
                      "LA DIFERENCIA DE CAMBIO (", WK-DC-NOTA-TIPO,
                      WK-IMPORTE-EDIT, ") NO SE EMITE"
              GO TO 2700-EXIT
           END-IF
           MOVE RECIBO-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              GO TO 2700-EXIT
           END-IF
      *    el IVA sale en proporcion al de la factura; contra una ND
      *    o una factura sin registro en FACTURAS va sin discriminar
           MOVE "N" TO WK-FACT-HALLADA
           IF WK-MOV-TIPO = "FC"
              PERFORM 2610-BUSCAR-FACTURA THRU 2610-EXIT
           END-IF
           MOVE ZERO TO WK-DC-IVA
           IF WK-FACT-HALLADA = "S" AND FACTURA-TOTAL NOT = ZERO
              COMPUTE WK-DC-IVA ROUNDED =
                      WK-DC-IMPORTE * FACTURA-IVA / FACTURA-TOTAL
           END-IF
           PERFORM 2720-GRABAR-NOTA-DC THRU 2720-EXIT
           IF WK-NOTA-GRABADA = "N"
              GO TO 2700-EXIT
           END-IF
           ADD WK-DC-DIFERENCIA TO A101-SALDO(WK-DC-OCURR-PESOS)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE
           PERFORM 2730-GRABAR-MOVIMIENTO-DC THRU 2730-EXIT
           PERFORM 2740-GRABAR-DIFCAMB THRU 2740-EXIT
           DISPLAY "DIFERENCIA DE CAMBIO: ", WK-DC-NOTA-TIPO, " ",
                   WK-NRO-NOTA, " POR ", WK-IMPORTE-EDIT,
                   " EN OCURRENCIA ", WK-DC-OCURR-PESOS.
       2700-EXIT.
           EXIT.

       2710-LEER-COTIZACION.
           MOVE "USD"       TO COTIZA-MONEDA
           MOVE WK-DC-FECHA TO COTIZA-FECHA
           MOVE "S" TO WK-EXISTE-COTIZA
           READ COTIZA
               INVALID KEY MOVE "N" TO WK-EXISTE-COTIZA
           END-READ
           IF WK-EXISTE-COTIZA = "S" AND COTIZA-VALOR = ZERO
              MOVE "N" TO WK-EXISTE-COTIZA
           END-IF
           IF WK-EXISTE-COTIZA = "N"
              DISPLAY "SIN COTIZACION USD PARA LA FECHA ", WK-DC-FECHA,
                      " - LA DIFERENCIA DE CAMBIO NO SE EMITE"
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      *    ND o NC en NOTAMAN, en pesos, con el comprobante en
      *    dolares como asociado cuando es una factura; cada tipo
      *    sigue su propia correlativa.
      ******************************************************************
       2720-GRABAR-NOTA-DC.
           MOVE SPACES TO NOTAMAN-REG
           MOVE WK-DC-NOTA-TIPO     TO NOTAMAN-TIPO
           MOVE RECIBO-CLIENTE      TO NOTAMAN-CLIENTE
           MOVE WK-FECHA-HOY        TO NOTAMAN-FECHA
           MOVE WK-DC-OCURR-PESOS   TO NOTAMAN-OCURRENCIA
           MOVE WK-DC-IMPORTE       TO NOTAMAN-IMPORTE
           MOVE WK-MOTIVO-DIFCAMBIO TO NOTAMAN-MOTIVO
           MOVE WK-USUARIO          TO NOTAMAN-USUARIO
           MOVE WK-EMPRESA          TO NOTAMAN-EMPRESA
           IF WK-FACT-HALLADA = "S"
              MOVE FACTURA-LETRA    TO NOTAMAN-ASOC-LETRA
              MOVE FACTURA-NRO      TO NOTAMAN-ASOC-NRO
              MOVE WK-DC-IVA        TO NOTAMAN-IVA
           END-IF
           MOVE ZERO TO WK-NRO-NOTA
           MOVE "N" TO WK-NOTA-GRABADA
           PERFORM 2725-INTENTAR-NOTA-DC THRU 2725-EXIT
               UNTIL WK-NOTA-GRABADA = "S"
                  OR WK-NRO-NOTA = WK-NRO-HASTA
           IF WK-NOTA-GRABADA = "N"
              DISPLAY "ERROR AL GRABAR LA ", WK-DC-NOTA-TIPO,
                      " POR DIFERENCIA DE CAMBIO"
           END-IF.
       2720-EXIT.
           EXIT.

       2725-INTENTAR-NOTA-DC.
           IF WK-DC-NOTA-TIPO = "ND"
              ADD 1 TO WK-ULT-NRO-ND
              MOVE WK-ULT-NRO-ND TO WK-NRO-NOTA
           ELSE
              ADD 1 TO WK-ULT-NRO-NC
              MOVE WK-ULT-NRO-NC TO WK-NRO-NOTA
           END-IF
           MOVE WK-NRO-NOTA TO NOTAMAN-NRO
           MOVE "S" TO WK-NOTA-GRABADA
           WRITE NOTAMAN-REG
               INVALID KEY MOVE "N" TO WK-NOTA-GRABADA
           END-WRITE.
       2725-EXIT.
           EXIT.

      ******************************************************************
      *    Movimiento ND (debe) o NC (haber) en la ocurrencia en
      *    pesos, marcado como diferencia de cambio para la
      *    interfaz contable.
      ******************************************************************
       2730-GRABAR-MOVIMIENTO-DC.
           MOVE SPACES TO MOVCTA-REG
           MOVE RECIBO-CLIENTE     TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY       TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE WK-DC-NOTA-TIPO    TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE ZERO               TO MOVCTA-SUCURSAL
           IF WK-FACT-HALLADA = "S" AND FACTURA-SUCURSAL NUMERIC
              MOVE FACTURA-SUCURSAL TO MOVCTA-SUCURSAL
           END-IF
           MOVE WK-DC-OCURR-PESOS  TO MOVCTA-OCURRENCIA
           MOVE WK-DC-DIFERENCIA   TO MOVCTA-IMPORTE
           MOVE WK-NRO-NOTA        TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           STRING "DIF.CAMBIO " WK-MOV-TIPO " " WK-REFERENCIA
               DELIMITED BY SIZE INTO MOVCTA-DESCRIPCION
           MOVE "C"                TO MOVCTA-ORIGEN
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2665-INTENTAR-GRABAR THRU 2665-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2730-EXIT.
           EXIT.

      ******************************************************************
      *    Registro de la diferencia en DIFCAMB bajo el recibo, con
      *    la siguiente secuencia libre del recibo.
      ******************************************************************
       2740-GRABAR-DIFCAMB.
           MOVE ZERO TO WK-DC-SECUENCIA
           MOVE "N" TO WK-EOF-DIFCAMB
           MOVE RECIBO-NRO TO DIFCAMB-RECIBO
           MOVE ZERO       TO DIFCAMB-SECUENCIA
           START DIFCAMB KEY >= DIFCAMB-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-DIFCAMB
           END-START
           PERFORM 2745-ULTIMA-SECUENCIA THRU 2745-EXIT
               UNTIL WK-EOF-DIFCAMB = "S"
           MOVE SPACES TO DIFCAMB-REG
           MOVE RECIBO-NRO         TO DIFCAMB-RECIBO
           ADD 1 TO WK-DC-SECUENCIA
           MOVE WK-DC-SECUENCIA    TO DIFCAMB-SECUENCIA
           MOVE RECIBO-CLIENTE     TO DIFCAMB-CLIENTE
           MOVE RECIBO-FECHA       TO DIFCAMB-FECHA
           MOVE RECIBO-OCURRENCIA  TO DIFCAMB-OCURRENCIA
           MOVE WK-DC-OCURR-PESOS  TO DIFCAMB-OCURR-PESOS
           MOVE WK-MOV-TIPO        TO DIFCAMB-MOV-TIPO
           MOVE WK-REFERENCIA      TO DIFCAMB-MOV-REFERENCIA
           MOVE WK-MOV-FECHA       TO DIFCAMB-MOV-FECHA
           MOVE WK-DC-COTIZ-ORIGEN TO DIFCAMB-COTIZ-ORIGEN
           MOVE WK-DC-COTIZ-PAGO   TO DIFCAMB-COTIZ-PAGO
           MOVE WK-IMPORTE         TO DIFCAMB-IMPORTE-USD
           MOVE WK-DC-DIFERENCIA   TO DIFCAMB-DIFERENCIA
           IF WK-DC-NOTA-TIPO = "ND"
              MOVE WK-DC-IVA TO DIFCAMB-IVA
           ELSE
              COMPUTE DIFCAMB-IVA = ZERO - WK-DC-IVA
           END-IF
           MOVE WK-DC-NOTA-TIPO    TO DIFCAMB-NOTA-TIPO
           MOVE WK-NRO-NOTA        TO DIFCAMB-NOTA-NRO
           MOVE WK-USUARIO         TO DIFCAMB-USUARIO
           WRITE DIFCAMB-REG
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR LA DIFERENCIA DE CAMBIO ",
                          "DEL RECIBO ", RECIBO-NRO
           END-WRITE.
       2740-EXIT.
           EXIT.

       2745-ULTIMA-SECUENCIA.
           READ DIFCAMB NEXT
               AT END MOVE "S" TO WK-EOF-DIFCAMB
           END-READ
           IF WK-EOF-DIFCAMB = "S"
              OR DIFCAMB-RECIBO NOT = RECIBO-NRO
              MOVE "S" TO WK-EOF-DIFCAMB
              GO TO 2745-EXIT
           END-IF
           MOVE DIFCAMB-SECUENCIA TO WK-DC-SECUENCIA.
       2745-EXIT.
           EXIT.

      ******************************************************************
      *    Suma todo lo ya aplicado del recibo en proceso recorriendo
      *    las imputaciones del cliente.

       8110-SUMAR-DEL-RECIBO.
           IF RECAPLIC-RECIBO = RECIBO-NRO
              AND RECAPLIC-DE-RECIBO
              ADD RECAPLIC-IMPORTE TO WK-APLICADO-RECIBO
           END-IF
           PERFORM 8410-LEER-RECAPLIC THRU 8410-EXIT.
           IF WK-EOF-MOVCTAC = "N"
              AND MOVCTA-CLIENTE NOT = RECIBO-CLIENTE
              MOVE "S" TO WK-EOF-MOVCTAC
           END-IF
           IF WK-EOF-MOVCTAC = "N"
              AND MOVCTA-EMPRESA NOT NUMERIC
              MOVE ZERO TO MOVCTA-EMPRESA
           END-IF.
       8210-EXIT.
           EXIT.
       8510-EXIT.
           EXIT.

      ******************************************************************
      *    Suma WK-FD-DIAS dias a la fecha WK-FD-FECHA (AAAAMMDD),
      *    dia por dia con la tabla de dias por mes; febrero suma un
      *    dia en los bisiestos (multiplo de 4, valido 1901-2099).
      ******************************************************************
       8600-SUMAR-DIAS.
           PERFORM 8610-SUMAR-UN-DIA THRU 8610-EXIT
               WK-FD-DIAS TIMES.
       8600-EXIT.
           EXIT.

       8610-SUMAR-UN-DIA.
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
              GO TO 8610-EXIT
           END-IF
           MOVE 1 TO WK-FD-DD
           IF WK-FD-MM = 12
              MOVE 1 TO WK-FD-MM
              ADD 1 TO WK-FD-AAAA
           ELSE
              ADD 1 TO WK-FD-MM
           END-IF.
       8610-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE RECIBOS
           CLOSE MOVCTAC
           CLOSE RECAPLIC
           CLOSE CLIENTE
           CLOSE NOTAMAN
           CLOSE PPAGO
           CLOSE DIFCAMB
           IF WK-HAY-COTIZA = "S"
              CLOSE COTIZA
           END-IF
           IF WK-HAY-FACTURAS = "S"
              CLOSE FACTURAS
           END-IF
           IF WK-HAY-CONDVTA = "S"
              CLOSE CONDVTA
           END-IF
           IF WK-HAY-RETENC = "S"
              CLOSE RETENC
           END-IF.
