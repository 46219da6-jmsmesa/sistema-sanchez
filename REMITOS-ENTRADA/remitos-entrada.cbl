      *                    el renglon. Los pedidos viejos sin
      *                    renglones siguen remitiendose por
      *                    importe.
      *   15/10/2026  SIS  Control de stock: los renglones
      *                    despachados quedan en REMITLIN y salen de
      *                    la existencia del deposito del pedido
      *                    (rutina STOCK-ACTUALIZA), avisando si no
      *                    alcanza; al facturar se libera lo
      *                    comprometido. Nueva opcion de anulacion
      *                    de remitos pendientes de facturar, que
      *                    devuelve la mercaderia al stock, el
      *                    back-order al pedido y el importe de
      *                    pendiente-de-remito a pendiente-de-pedido.
      *   15/10/2026  SIS  COT de ARBA: el remito cuyo destino (lugar
      *                    de entrega fijo o domicilio del cliente)
      *                    esta en la provincia de
      *                    FECH-70-COT-PROVINCIA, o todos si la
      *                    mercaderia sale de ella, nace esperando
      *                    COT y no sale a reparto hasta que
      *                    COT-RESPUESTA registra el COT otorgado.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), numera
      *                    los remitos en el bloque de la empresa,
      *                    factura y anula solo remitos propios y
      *                    graba la empresa en el movimiento FC.
      *   15/10/2026  SIS  El remito va a la sucursal de su pedido
      *                    (PEDIDO-SUCURSAL): el alta la muestra y
      *                    toma su provincia como destino para el
      *                    COT, y la facturacion graba la sucursal en
      *                    el movimiento FC.
      *   15/10/2026  SIS  Los renglones de un pedido sin deposito
      *                    (que no reservo stock) salen del deposito
      *                    01 con el tipo 'RD', que no descuenta lo
      *                    reservado por otros pedidos.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "PEDIDOS.SEL".
           COPY "PEDIDLIN.SEL".
           COPY "REMITOS.SEL".
           COPY "REMITLIN.SEL".
           COPY "MOVCTAC.SEL".
           COPY "LUGENTRE.SEL".
           COPY "PARAMS.SEL".
           COPY "CLISUCUR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS.CPY".
           COPY "PEDIDLIN.CPY".
           COPY "REMITOS.CPY".
           COPY "REMITLIN.CPY".
           COPY "MOVCTAC.CPY".
           COPY "LUGENTRE.CPY".
           COPY "PARAMS.CPY".
           COPY "CLISUCUR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).

       77  WK-OPCION                   PIC X(01).
       77  WK-ULTIMO-NRO               PIC 9(08) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-NRO-REMITO               PIC 9(08).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-IMPORTE-RESTO            PIC S9(13)V99.
           03  WK-REN OCCURS 50 TIMES.
               05  WK-REN-LINEA        PIC 9(03).
               05  WK-REN-CANTIDAD     PIC 9(07)V99.
               05  WK-REN-ARTICULO     PIC 9(06).
               05  WK-REN-PRECIO       PIC 9(09)V99.
       01  WK-CANT-EDIT                PIC Z,ZZZ,ZZ9.99.

      ******************************************************************
      *    Movimiento de stock de los renglones remitados. El
      *    remito sale del deposito del pedido (01 para los pedidos
      *    anteriores al control de stock).
      ******************************************************************
       77  STATUS-REMITLIN             PIC X(02).
       77  WK-EOF-REMITLIN             PIC X(01).
       77  WK-USUARIO                  PIC X(10).
       77  WK-DEPOSITO                 PIC 9(02).
       77  WK-SIN-RESERVA              PIC X(01) VALUE "N".
       77  WK-RESPUESTA                PIC X(01).
       77  WK-STK-TIPO                 PIC X(02).
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-COMPROBANTE          PIC 9(08).
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).
       77  WK-CANT-CARGADA             PIC 9(09)V99.
       77  WK-IND-BUSQUEDA             PIC 9(03).
       77  WK-SIN-SUPERVISOR           PIC X(10) VALUE SPACES.
       01  WK-EXISTENCIA-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    COT de ARBA: provincia que lo exige y si la mercaderia
      *    sale de ella (registro FECH-70 de PARAMS). Sin parametros
      *    o con provincia cero no se pide COT.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-LUGENTRE             PIC X(02).
       77  WK-HAY-LUGENTRE             PIC X(01) VALUE "N".
       77  WK-COT-PROVINCIA            PIC 9(02) VALUE ZERO.
       77  WK-COT-ORIGEN               PIC X(01) VALUE "N".
       77  WK-PROVINCIA-DESTINO        PIC 9(02).

      ******************************************************************
      *    Sucursal de entrega: la del pedido del remito
      *    (PEDIDO-SUCURSAL); 00 es la casa central.
      ******************************************************************
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-EXISTE-SUCURSAL          PIC X(01).
       77  WK-SUCURSAL                 PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              CLOSE REMITOS
              OPEN I-O REMITOS
           END-IF
           OPEN I-O REMITLIN
           IF STATUS-REMITLIN = "35"
              OPEN OUTPUT REMITLIN
              CLOSE REMITLIN
              OPEN I-O REMITLIN
           END-IF
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN INPUT LUGENTRE
           IF STATUS-LUGENTRE = "00"
              MOVE "S" TO WK-HAY-LUGENTRE
           END-IF
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee del registro FECH-70 la provincia que exige COT y si
      *    la mercaderia sale de ella.
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
              IF FECH-70-COT-PROVINCIA NUMERIC
                 MOVE FECH-70-COT-PROVINCIA TO WK-COT-PROVINCIA
              END-IF
              IF FECH-70-COT-ORIGEN-SI
                 MOVE "S" TO WK-COT-ORIGEN
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre REMITOS y deja en WK-ULTIMO-NRO el numero mas alto
      *    ya usado, para numerar correlativo a partir de el. Cada
      *    empresa numera en su bloque: el primer digito del numero
      *    es el codigo de la empresa.
      ******************************************************************
       1100-BUSCAR-ULTIMO-NRO.
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE WK-NRO-DESDE TO WK-ULTIMO-NRO
           MOVE WK-NRO-DESDE TO REMITO-NRO
           START REMITOS KEY >= REMITO-NRO
               INVALID KEY MOVE "S" TO WK-EOF-REMITOS
           END-START
       1110-LEER-REMITO-NEXT.
           READ REMITOS NEXT
               AT END MOVE "S" TO WK-EOF-REMITOS
           END-READ
           IF WK-EOF-REMITOS = "N" AND REMITO-NRO > WK-NRO-HASTA
              MOVE "S" TO WK-EOF-REMITOS
           END-IF.
       1110-EXIT.
           EXIT.

           DISPLAY "REMITOS - OPCION:"
           DISPLAY "  A = ALTA DE REMITO CONTRA PEDIDO"
           DISPLAY "  F = FACTURACION DE REMITO"
           DISPLAY "  N = ANULACION DE REMITO"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
                 PERFORM 3000-ALTA-REMITO THRU 3000-EXIT
              WHEN "F"
                 PERFORM 4000-FACTURAR-REMITO THRU 4000-EXIT
              WHEN "N"
                 PERFORM 5000-ANULAR-REMITO THRU 5000-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
              DISPLAY "NO EXISTE EL CLIENTE DEL PEDIDO"
              GO TO 3000-EXIT
           END-IF
           PERFORM 8600-LEER-SUCURSAL THRU 8600-EXIT
           IF WK-EXISTE-SUCURSAL = "S"
              DISPLAY "ENTREGA EN SUCURSAL ", WK-SUCURSAL, " ",
                      CLISUCUR-NOMBRE
              DISPLAY "DOMICILIO DE ENTREGA: ", CLISUCUR-DOMICILIO, " ",
                      CLISUCUR-LOCALIDAD
           END-IF
           COMPUTE WK-IMPORTE-RESTO =
                   PEDIDO-IMPORTE - PEDIDO-IMPORTE-REMITADO
           DISPLAY "SALDO SIN REMITAR DEL PEDIDO: ", WK-IMPORTE-RESTO
           IF PEDIDO-DEPOSITO NUMERIC
              AND PEDIDO-DEPOSITO NOT = ZERO
              MOVE PEDIDO-DEPOSITO TO WK-DEPOSITO
              MOVE "N" TO WK-SIN-RESERVA
           ELSE
      *       pedido sin deposito: no reservo nada al cargarse
              MOVE 1 TO WK-DEPOSITO
              MOVE "S" TO WK-SIN-RESERVA
           END-IF
           MOVE SPACES TO REMITO-REG
           PERFORM 3400-REMITIR-RENGLONES THRU 3400-EXIT
           IF WK-TIENE-RENGLONES = "N"
           MOVE WK-FECHA-HOY      TO REMITO-FECHA
           MOVE PEDIDO-OCURRENCIA TO REMITO-OCURRENCIA
           MOVE "P"               TO REMITO-ESTADO
           PERFORM 3050-CONTROLAR-COT THRU 3050-EXIT
           WRITE REMITO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL REMITO"
           ADD REMITO-IMPORTE
               TO A101-PEND-REMITOS(REMITO-OCURRENCIA)
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           DISPLAY "REMITO ", REMITO-NRO, " DESPACHADO"
           IF REMITO-ESPERA-COT
              DISPLAY "REMITO SUJETO A COT - NO SALE A REPARTO HASTA ",
                      "TENER EL COT OTORGADO"
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    El remito necesita COT si la mercaderia sale de la
      *    provincia de FECH-70-COT-PROVINCIA o si el destino esta
      *    en ella: la sucursal del pedido si va a una sucursal, si
      *    no el lugar de entrega fijo de LUGENTRE cuando el
      *    cliente lo tiene, si no el domicilio del cliente. En ese
      *    caso nace esperando COT.
      ******************************************************************
       3050-CONTROLAR-COT.
           IF WK-COT-PROVINCIA = ZERO
              GO TO 3050-EXIT
           END-IF
           IF WK-COT-ORIGEN = "S"
              MOVE "C" TO REMITO-ESTADO-ENTREGA
              GO TO 3050-EXIT
           END-IF
           MOVE A101-PROVINCIA TO WK-PROVINCIA-DESTINO
           IF A101-LUGAR-ENTREGA-SI AND WK-HAY-LUGENTRE = "S"
              MOVE A101-CLIENTE TO LUGENTRE-CLIENTE
              READ LUGENTRE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE LUGENTRE-PROVINCIA TO WK-PROVINCIA-DESTINO
              END-READ
           END-IF
           IF WK-EXISTE-SUCURSAL = "S"
              MOVE CLISUCUR-PROVINCIA TO WK-PROVINCIA-DESTINO
           END-IF
           IF WK-PROVINCIA-DESTINO = WK-COT-PROVINCIA
              MOVE "C" TO REMITO-ESTADO-ENTREGA
           END-IF.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *    Remision por renglones: recorre los renglones del pedido
      *    pidiendo la cantidad a despachar de cada uno (0 = nada);
      *    el importe del remito sale de cantidades por precios y
      *    las cantidades quedan retenidas para actualizar el
      *    back-order despues de grabar el remito. Si la existencia
      *    del deposito no alcanza se avisa y el operador decide.
      ******************************************************************
       3400-REMITIR-RENGLONES.
           MOVE "N" TO WK-TIENE-RENGLONES
              DISPLAY "SUPERA EL PENDIENTE - RENGLON SALTEADO"
              GO TO 3410-EXIT
           END-IF
           PERFORM 3450-CONTROLAR-EXISTENCIA THRU 3450-EXIT
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "RENGLON SALTEADO"
              GO TO 3410-EXIT
           END-IF
           ADD 1 TO WK-CANT-RENGLONES
           MOVE PEDIDLIN-LINEA  TO WK-REN-LINEA(WK-CANT-RENGLONES)
           MOVE WK-CANT-REMITIR TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
           MOVE PEDIDLIN-ARTICULO
               TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE PEDIDLIN-PRECIO TO WK-REN-PRECIO(WK-CANT-RENGLONES)
           COMPUTE REMITO-IMPORTE = REMITO-IMPORTE
                 + WK-CANT-REMITIR * PEDIDLIN-PRECIO.
       3410-EXIT.
           EXIT.

      ******************************************************************
      *    La cantidad a remitar mas lo ya tomado del mismo
      *    articulo en este remito contra la existencia fisica del
      *    deposito.
      ******************************************************************
       3450-CONTROLAR-EXISTENCIA.
           MOVE "S" TO WK-RESPUESTA
           MOVE ZERO TO WK-CANT-CARGADA
           PERFORM 3460-SUMAR-CARGADO THRU 3460-EXIT
               VARYING WK-IND-BUSQUEDA FROM 1 BY 1
               UNTIL WK-IND-BUSQUEDA > WK-CANT-RENGLONES
           MOVE "CO" TO WK-STK-TIPO
           MOVE ZERO TO WK-STK-CANTIDAD WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING PEDIDLIN-ARTICULO
                WK-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-CANT-REMITIR + WK-CANT-CARGADA
              NOT > WK-STK-EXISTENCIA
              GO TO 3450-EXIT
           END-IF
           MOVE WK-STK-EXISTENCIA TO WK-EXISTENCIA-EDIT
           DISPLAY "ATENCION: EXISTENCIA INSUFICIENTE EN DEPOSITO ",
                   WK-DEPOSITO, " (", WK-EXISTENCIA-EDIT, ")"
           DISPLAY "REMITA EL RENGLON IGUAL (S/N)? "
           ACCEPT WK-RESPUESTA.
       3450-EXIT.
           EXIT.

       3460-SUMAR-CARGADO.
           IF WK-REN-ARTICULO(WK-IND-BUSQUEDA) = PEDIDLIN-ARTICULO
              ADD WK-REN-CANTIDAD(WK-IND-BUSQUEDA) TO WK-CANT-CARGADA
           END-IF.
       3460-EXIT.
           EXIT.

      ******************************************************************
      *    Descuenta del back-order las cantidades despachadas por
      *    el remito recien grabado, deja el renglon del remito en
      *    REMITLIN y saca la mercaderia del stock del deposito.
      ******************************************************************
       3600-ACTUALIZAR-RENGLONES.
           PERFORM 3610-ACTUALIZAR-UN-RENGLON THRU 3610-EXIT
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL RENGLON ",
                          PEDIDLIN-LINEA
           END-REWRITE
           MOVE SPACES TO REMITLIN-REG
           MOVE REMITO-NRO     TO REMITLIN-REMITO
           MOVE PEDIDLIN-LINEA TO REMITLIN-LINEA
           MOVE WK-REN-ARTICULO(WK-IND-RENGLON) TO REMITLIN-ARTICULO
           MOVE WK-REN-CANTIDAD(WK-IND-RENGLON) TO REMITLIN-CANTIDAD
           MOVE WK-REN-PRECIO(WK-IND-RENGLON)   TO REMITLIN-PRECIO
           MOVE WK-DEPOSITO                     TO REMITLIN-DEPOSITO
           WRITE REMITLIN-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL RENGLON DEL REMITO ",
                          REMITLIN-LINEA
           END-WRITE
           IF WK-SIN-RESERVA = "S"
              MOVE "RD"           TO WK-STK-TIPO
           ELSE
              MOVE "RM"           TO WK-STK-TIPO
           END-IF
           MOVE REMITLIN-CANTIDAD TO WK-STK-CANTIDAD
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT.
       3610-EXIT.
           EXIT.

      *    Facturacion de un remito pendiente: el importe pasa de
      *    pendiente-de-remito al saldo del cliente, se estampa la
      *    fecha de ultima factura de la ocurrencia y queda el
      *    movimiento FC en la cuenta corriente. La mercaderia del
      *    remito deja de estar comprometida en el deposito.
      ******************************************************************
       4000-FACTURAR-REMITO.
           DISPLAY "NUMERO DE REMITO: "
              DISPLAY "EL REMITO NO ESTA PENDIENTE DE FACTURAR"
              GO TO 4000-EXIT
           END-IF
           IF REMITO-NRO < WK-NRO-DESDE OR REMITO-NRO > WK-NRO-HASTA
              DISPLAY "EL REMITO ES DE OTRA EMPRESA"
              GO TO 4000-EXIT
           END-IF
           MOVE REMITO-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
           MOVE WK-FECHA-HOY
               TO A101-FECHA-ULT-FACT(REMITO-OCURRENCIA)
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           PERFORM 8650-SUCURSAL-DEL-REMITO THRU 8650-EXIT
           MOVE SPACES TO MOVCTA-REG
           MOVE "FC" TO MOVCTA-TIPO
           MOVE "FACTURA S/REMITO" TO MOVCTA-DESCRIPCION
           MOVE REMITO-IMPORTE TO MOVCTA-IMPORTE
           PERFORM 8300-GRABAR-MOVIMIENTO THRU 8300-EXIT
           MOVE "FA" TO WK-STK-TIPO
           PERFORM 4100-MOVER-RENGLONES THRU 4100-EXIT
           DISPLAY "REMITO FACTURADO".
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre los renglones del remito en curso moviendo el
      *    stock de cada uno con el tipo que deja el que llama.
      ******************************************************************
       4100-MOVER-RENGLONES.
           MOVE "N" TO WK-EOF-REMITLIN
           MOVE REMITO-NRO TO REMITLIN-REMITO
           MOVE ZERO       TO REMITLIN-LINEA
           START REMITLIN KEY >= REMITLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-REMITLIN
           END-START
           PERFORM 4110-MOVER-UN-RENGLON THRU 4110-EXIT
               UNTIL WK-EOF-REMITLIN = "S".
       4100-EXIT.
           EXIT.

       4110-MOVER-UN-RENGLON.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-EOF-REMITLIN
           END-READ
           IF WK-EOF-REMITLIN = "S"
              OR REMITLIN-REMITO NOT = REMITO-NRO
              MOVE "S" TO WK-EOF-REMITLIN
              GO TO 4110-EXIT
           END-IF
           MOVE REMITLIN-DEPOSITO TO WK-DEPOSITO
           MOVE REMITLIN-CANTIDAD TO WK-STK-CANTIDAD
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT.
       4110-EXIT.
           EXIT.

      ******************************************************************
      *    Anulacion de un remito pendiente de facturar: el importe
      *    vuelve de pendiente-de-remito a pendiente-de-pedido (si
      *    el pedido sigue vigente, reabriendolo), lo remitado
      *    vuelve al back-order de cada renglon y la mercaderia a
      *    la existencia del deposito, re-reservandose para el
      *    pedido. Con el pedido ya anulado el importe sale del
      *    pendiente del cliente y el renglon se acota.
      ******************************************************************
       5000-ANULAR-REMITO.
           DISPLAY "NUMERO DE REMITO: "
           ACCEPT WK-NRO-REMITO
           MOVE WK-NRO-REMITO TO REMITO-NRO
           MOVE "S" TO WK-EXISTE-REMITO
           READ REMITOS
               INVALID KEY
                  MOVE "N" TO WK-EXISTE-REMITO
                  DISPLAY "NO EXISTE EL REMITO ", WK-NRO-REMITO
           END-READ
           IF WK-EXISTE-REMITO = "N"
              GO TO 5000-EXIT
           END-IF
           IF NOT REMITO-PENDIENTE
              DISPLAY "SOLO SE ANULAN REMITOS PENDIENTES DE FACTURAR"
              GO TO 5000-EXIT
           END-IF
           IF REMITO-NRO < WK-NRO-DESDE OR REMITO-NRO > WK-NRO-HASTA
              DISPLAY "EL REMITO ES DE OTRA EMPRESA"
              GO TO 5000-EXIT
           END-IF
           MOVE REMITO-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE DEL REMITO"
              GO TO 5000-EXIT
           END-IF
           DISPLAY "CONFIRMA LA ANULACION DEL REMITO (S/N)? "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "S"
              GO TO 5000-EXIT
           END-IF
           MOVE "A" TO REMITO-ESTADO
           REWRITE REMITO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL REMITO"
                  GO TO 5000-EXIT
           END-REWRITE
           SUBTRACT REMITO-IMPORTE
               FROM A101-PEND-REMITOS(REMITO-OCURRENCIA)
           MOVE REMITO-PEDIDO TO PEDIDO-NRO
           MOVE "S" TO WK-EXISTE-PEDIDO
           READ PEDIDOS
               INVALID KEY MOVE "N" TO WK-EXISTE-PEDIDO
           END-READ
           IF WK-EXISTE-PEDIDO = "S"
              AND NOT PEDIDO-ANULADO
              SUBTRACT REMITO-IMPORTE FROM PEDIDO-IMPORTE-REMITADO
              IF PEDIDO-IMPORTE-REMITADO < PEDIDO-IMPORTE
                 MOVE "P" TO PEDIDO-ESTADO
              END-IF
              REWRITE PEDIDO-REG
                  INVALID KEY
                     DISPLAY "ERROR AL ACTUALIZAR EL PEDIDO"
              END-REWRITE
              ADD REMITO-IMPORTE
                  TO A101-PEND-PEDIDOS(REMITO-OCURRENCIA)
           END-IF
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           PERFORM 5100-DEVOLVER-RENGLONES THRU 5100-EXIT
           DISPLAY "REMITO ", REMITO-NRO, " ANULADO".
       5000-EXIT.
           EXIT.

       5100-DEVOLVER-RENGLONES.
           MOVE "N" TO WK-EOF-REMITLIN
           MOVE REMITO-NRO TO REMITLIN-REMITO
           MOVE ZERO       TO REMITLIN-LINEA
           START REMITLIN KEY >= REMITLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-REMITLIN
           END-START
           PERFORM 5110-DEVOLVER-UN-RENGLON THRU 5110-EXIT
               UNTIL WK-EOF-REMITLIN = "S".
       5100-EXIT.
           EXIT.

       5110-DEVOLVER-UN-RENGLON.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-EOF-REMITLIN
           END-READ
           IF WK-EOF-REMITLIN = "S"
              OR REMITLIN-REMITO NOT = REMITO-NRO
              MOVE "S" TO WK-EOF-REMITLIN
              GO TO 5110-EXIT
           END-IF
           MOVE REMITLIN-DEPOSITO TO WK-DEPOSITO
           MOVE REMITLIN-CANTIDAD TO WK-STK-CANTIDAD
           MOVE "AR" TO WK-STK-TIPO
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
           MOVE REMITO-PEDIDO  TO PEDIDLIN-PEDIDO
           MOVE REMITLIN-LINEA TO PEDIDLIN-LINEA
           READ PEDIDLIN
               INVALID KEY
                  DISPLAY "NO SE PUDO RELEER EL RENGLON ",
                          PEDIDLIN-LINEA
                  GO TO 5110-EXIT
           END-READ
           IF PEDIDLIN-CANT-REMITADA > REMITLIN-CANTIDAD
              SUBTRACT REMITLIN-CANTIDAD FROM PEDIDLIN-CANT-REMITADA
           ELSE
              MOVE ZERO TO PEDIDLIN-CANT-REMITADA
           END-IF
           IF WK-EXISTE-PEDIDO = "S"
              AND PEDIDO-PENDIENTE
              IF PEDIDO-DEPOSITO NUMERIC
                 AND PEDIDO-DEPOSITO NOT = ZERO
                 MOVE "RS" TO WK-STK-TIPO
                 PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
              END-IF
           ELSE
              MOVE PEDIDLIN-CANT-REMITADA TO PEDIDLIN-CANTIDAD
           END-IF
           REWRITE PEDIDLIN-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL RENGLON ",
                          PEDIDLIN-LINEA
           END-REWRITE.
       5110-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
           MOVE REMITO-OCURRENCIA  TO MOVCTA-OCURRENCIA
           MOVE REMITO-NRO         TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE WK-SUCURSAL        TO MOVCTA-SUCURSAL
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 8310-INTENTAR-GRABAR THRU 8310-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
       8310-EXIT.
           EXIT.

      ******************************************************************
      *    Mueve el stock del renglon en WK-DEPOSITO con el tipo y
      *    la cantidad que deja el que llama; el comprobante es el
      *    remito en curso.
      ******************************************************************
       8500-MOVER-STOCK.
           MOVE REMITO-NRO TO WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING REMITLIN-ARTICULO
                WK-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-STK-RESULTADO NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR STOCK DEL ARTICULO ",
                      REMITLIN-ARTICULO, " - STATUS ",
                      WK-STK-RESULTADO
           END-IF.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *    Sucursal del pedido leido en WK-SUCURSAL; si es una
      *    sucursal de CLISUCUR deja su registro leido y
      *    WK-EXISTE-SUCURSAL en "S".
      ******************************************************************
       8600-LEER-SUCURSAL.
           MOVE "N" TO WK-EXISTE-SUCURSAL
           MOVE ZERO TO WK-SUCURSAL
           IF PEDIDO-SUCURSAL NUMERIC
              MOVE PEDIDO-SUCURSAL TO WK-SUCURSAL
           END-IF
           IF WK-SUCURSAL = ZERO OR WK-HAY-CLISUCUR = "N"
              GO TO 8600-EXIT
           END-IF
           MOVE PEDIDO-CLIENTE TO CLISUCUR-CLIENTE
           MOVE WK-SUCURSAL    TO CLISUCUR-SUCURSAL
           READ CLISUCUR
               INVALID KEY GO TO 8600-EXIT
           END-READ
           MOVE "S" TO WK-EXISTE-SUCURSAL.
       8600-EXIT.
           EXIT.

      ******************************************************************
      *    El remito no guarda la sucursal: la toma de su pedido.
      ******************************************************************
       8650-SUCURSAL-DEL-REMITO.
           MOVE ZERO TO WK-SUCURSAL
           MOVE REMITO-PEDIDO TO PEDIDO-NRO
           READ PEDIDOS
               INVALID KEY GO TO 8650-EXIT
           END-READ
           PERFORM 8600-LEER-SUCURSAL THRU 8600-EXIT.
       8650-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE PEDIDOS
           CLOSE PEDIDLIN
           CLOSE REMITOS
           CLOSE REMITLIN
           CLOSE MOVCTAC
           IF WK-HAY-LUGENTRE = "S"
              CLOSE LUGENTRE
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF.
       9000-EXIT.
           EXIT.

