      *                    maestro OPERADOR (habilitado y con
      *                    perfil SUPERVISOR); un nombre tipeado ya
      *                    no alcanza.
      *   15/10/2026  SIS  Reserva de stock: el pedido se toma sobre
      *                    un deposito; cada renglon se controla
      *                    contra el disponible del articulo (rutina
      *                    STOCK-ACTUALIZA) avisando si lo supera, y
      *                    al grabarse reserva su cantidad. La
      *                    anulacion libera la reserva de lo que
      *                    quedaba sin remitar.
      *   15/10/2026  SIS  Pedido desde presupuesto (opcion P): un
      *                    presupuesto aceptado y sin pedido se
      *                    convierte tomando cliente, ocurrencia,
      *                    renglones y precios cotizados, con el
      *                    control de disponible y de credito del
      *                    alta; el presupuesto queda con el numero
      *                    de pedido.
      *   15/10/2026  SIS  Pedidos retenidos por la importacion
      *                    (PEDIDOS-IMPORT): la opcion L los libera
      *                    repitiendo los controles del alta
      *                    (cliente, articulos, precio de lista,
      *                    disponible y credito con autorizacion de
      *                    supervisor) y recien ahi reserva stock y
      *                    suma a pendientes; la anulacion acepta
      *                    tambien pedidos retenidos.
      *   15/10/2026  SIS  Garantias de credito: el control de
      *                    exposicion descuenta lo cubierto por las
      *                    garantias vigentes del cliente (rutina
      *                    GARANTIA-CONTROL) y solo la exposicion
      *                    descubierta se compara contra el limite.
      *   15/10/2026  SIS  Aviso de margen: el renglon cuyo precio
      *                    no llega al costo vigente del articulo
      *                    (ARTCOSTO) mas el margen minimo de
      *                    FECH-70 se avisa y el operador decide si
      *                    lo toma igual.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      *   15/10/2026  SIS  Clientes con sucursales
      *                    (A101-CONSUCURSAL): el pedido se toma para
      *                    una sucursal de CLISUCUR (0 = casa
      *                    central) que queda en PEDIDO-SUCURSAL; una
      *                    sucursal bloqueada frena solo sus pedidos,
      *                    tambien al liberar un pedido retenido.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "COTIZA.SEL".
           COPY "AUDITCLI.SEL".
           COPY "OPERADOR.SEL".
           COPY "PRESUP.SEL".
           COPY "PRESLIN.SEL".
           COPY "ARTCOSTO.SEL".
           COPY "PARAMS.SEL".
           COPY "CLISUCUR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "COTIZA.CPY".
           COPY "AUDITCLI.CPY".
           COPY "OPERADOR.CPY".
           COPY "PRESUP.CPY".
           COPY "PRESLIN.CPY".
           COPY "ARTCOSTO.CPY".
           COPY "PARAMS.CPY".
           COPY "CLISUCUR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  WK-EXPO-OCURR               PIC S9(15)V99.
       77  WK-EXPOSICION               PIC S9(15)V99.
       77  WK-PEDIDO-PESOS             PIC S9(15)V99.
       77  WK-GARANTIAS                PIC S9(15)V99.
       77  WK-DESCUBIERTO              PIC S9(15)V99.
       77  WK-PEDIDO-AUTORIZADO        PIC X(01).
       77  WK-SUPERVISOR               PIC X(10).
       77  WK-RESPUESTA                PIC X(01).
       77  WK-SUPERVISOR-OK            PIC X(01).
       01  WK-EXPO-EDIT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WK-LIMITE-EDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WK-GARANTIAS-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WK-DESCUBIERTO-EDIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Renglones del pedido en carga (hasta 50): articulo
               05  WK-REN-PRECIO       PIC 9(09)V99.
       01  WK-PRECIO-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    Reserva de stock en el deposito del pedido. El control
      *    de disponible suma lo ya cargado del mismo articulo en
      *    renglones anteriores del pedido. Los pedidos anteriores
      *    al control de stock no tienen deposito ni reserva.
      ******************************************************************
       77  WK-USUARIO                  PIC X(10).
       77  WK-STK-TIPO                 PIC X(02).
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-COMPROBANTE          PIC 9(08).
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).
       77  WK-CANT-CARGADA             PIC 9(09)V99.
       77  WK-IND-BUSQUEDA             PIC 9(03).
       77  WK-SIN-SUPERVISOR           PIC X(10) VALUE SPACES.
       01  WK-DISPONIBLE-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Conversion de presupuestos aceptados en pedido. Sin
      *    archivo de presupuestos la opcion no esta disponible.
      ******************************************************************
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-PRESLIN              PIC X(02).
       77  WK-HAY-PRESUP               PIC X(01) VALUE "N".
       77  WK-EOF-PRESLIN              PIC X(01).
       77  WK-NRO-PRESUP               PIC 9(08).
       77  WK-PEDIDO-GRABADO           PIC X(01).

      ******************************************************************
      *    Liberacion de pedidos retenidos por la importacion.
      ******************************************************************
       77  WK-LIBERA-OK                PIC X(01).

      ******************************************************************
      *    Aviso de margen minimo: costo vigente del articulo y
      *    margen de FECH-70. Sin archivo de costos no hay aviso.
      ******************************************************************
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-HAY-ARTCOSTO             PIC X(01) VALUE "N".
       77  WK-EOF-ARTCOSTO             PIC X(01).
       77  WK-HAY-COSTO                PIC X(01).
       77  WK-COSTO                    PIC 9(09)V99.
       77  WK-MARGEN-MIN               PIC 9(03)V99 VALUE ZERO.
       77  WK-PRECIO-MINIMO            PIC 9(09)V99.
       01  WK-COSTO-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    Sucursal de entrega de los clientes con sucursales
      *    (A101-CONSUCURSAL). Una sucursal bloqueada no toma
      *    pedidos; el resto del cliente sigue operando.
      ******************************************************************
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-SUCURSAL-OK              PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF
           OPEN I-O PRESUP
           IF STATUS-PRESUP = "00"
              OPEN INPUT PRESLIN
              IF STATUS-PRESLIN = "00"
                 MOVE "S" TO WK-HAY-PRESUP
              ELSE
                 CLOSE PRESUP
              END-IF
           END-IF
           OPEN INPUT ARTCOSTO
           IF STATUS-ARTCOSTO = "00"
              MOVE "S" TO WK-HAY-ARTCOSTO
           END-IF
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           PERFORM 1200-LEER-COTIZACION THRU 1200-EXIT
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma de ahi el margen minimo sobre el costo.
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
              AND FECH-70-MARGEN-MIN NUMERIC
              MOVE FECH-70-MARGEN-MIN TO WK-MARGEN-MIN
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Lee de la tabla COTIZA la cotizacion USD del dia para la
      *    conversion de las ocurrencias en dolares del control de
           DISPLAY "TOMA DE PEDIDOS - OPCION:"
           DISPLAY "  A = ALTA DE PEDIDO"
           DISPLAY "  N = ANULACION DE PEDIDO"
           DISPLAY "  P = PEDIDO DESDE PRESUPUESTO"
           DISPLAY "  L = LIBERAR PEDIDO RETENIDO"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
                 PERFORM 3000-ALTA-PEDIDO THRU 3000-EXIT
              WHEN "N"
                 PERFORM 4000-ANULAR-PEDIDO THRU 4000-EXIT
              WHEN "P"
                 PERFORM 3800-PEDIDO-DE-PRESUP THRU 3800-EXIT
              WHEN "L"
                 PERFORM 3900-LIBERAR-PEDIDO THRU 3900-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
              GO TO 3000-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           PERFORM 3060-ELEGIR-SUCURSAL THRU 3060-EXIT
           IF WK-SUCURSAL-OK = "N"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "OCURRENCIA (1=PESOS 2=PESOS CONF "
                   "3=DOLARES 4=DOLARES CONF): "
           ACCEPT PEDIDO-OCURRENCIA
              DISPLAY "OCURRENCIA INVALIDA"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "DEPOSITO (0 = 01): "
           ACCEPT PEDIDO-DEPOSITO
           IF PEDIDO-DEPOSITO = ZERO
              MOVE 1 TO PEDIDO-DEPOSITO
           END-IF
           PERFORM 3500-CARGAR-RENGLONES THRU 3500-EXIT
           IF WK-CANT-RENGLONES = ZERO
              DISPLAY "PEDIDO SIN RENGLONES - NO SE TOMA"
              DISPLAY "PEDIDO RECHAZADO POR LIMITE DE CREDITO"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3050-GRABAR-PEDIDO THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    Numera y graba el pedido ya controlado con sus renglones
      *    y suma su importe a los pendientes del cliente. Deja
      *    WK-PEDIDO-GRABADO en "S" si el pedido quedo grabado.
      ******************************************************************
       3050-GRABAR-PEDIDO.
           MOVE "N" TO WK-PEDIDO-GRABADO
           ADD 1 TO WK-ULTIMO-NRO
           MOVE WK-ULTIMO-NRO TO PEDIDO-NRO
           MOVE WK-FECHA-HOY  TO PEDIDO-FECHA
           WRITE PEDIDO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL PEDIDO"
                  GO TO 3050-EXIT
           END-WRITE
           MOVE "S" TO WK-PEDIDO-GRABADO
           PERFORM 3700-GRABAR-RENGLONES THRU 3700-EXIT
           ADD PEDIDO-IMPORTE
               TO A101-PEND-PEDIDOS(PEDIDO-OCURRENCIA)
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           DISPLAY "PEDIDO ", PEDIDO-NRO, " TOMADO".
       3050-EXIT.
           EXIT.

      ******************************************************************
      *    Sucursal de entrega del pedido: los clientes con
      *    sucursales eligen una (0 = casa central); el resto va
      *    siempre a la casa central. Deja WK-SUCURSAL-OK en "N" si
      *    la sucursal no puede tomar el pedido.
      ******************************************************************
       3060-ELEGIR-SUCURSAL.
           MOVE ZERO TO PEDIDO-SUCURSAL
           MOVE "S" TO WK-SUCURSAL-OK
           IF NOT A101-CONSUCURSAL
              GO TO 3060-EXIT
           END-IF
           DISPLAY "SUCURSAL DE ENTREGA (0 = CASA CENTRAL): "
           ACCEPT PEDIDO-SUCURSAL
           PERFORM 3070-CONTROLAR-SUCURSAL THRU 3070-EXIT.
       3060-EXIT.
           EXIT.

      ******************************************************************
      *    Controla la sucursal de PEDIDO-SUCURSAL contra CLISUCUR:
      *    debe existir y no estar bloqueada (CLISUCUR-BLOQUEADA-SI).
      *    El bloqueo de una sucursal frena solo sus pedidos.
      ******************************************************************
       3070-CONTROLAR-SUCURSAL.
           MOVE "S" TO WK-SUCURSAL-OK
           IF PEDIDO-SUCURSAL NOT NUMERIC
              MOVE ZERO TO PEDIDO-SUCURSAL
           END-IF
           IF PEDIDO-SUCURSAL = ZERO
              GO TO 3070-EXIT
           END-IF
           MOVE "N" TO WK-SUCURSAL-OK
           IF WK-HAY-CLISUCUR = "N"
              DISPLAY "SIN ARCHIVO DE SUCURSALES"
              GO TO 3070-EXIT
           END-IF
           MOVE PEDIDO-CLIENTE  TO CLISUCUR-CLIENTE
           MOVE PEDIDO-SUCURSAL TO CLISUCUR-SUCURSAL
           READ CLISUCUR
               INVALID KEY
                  DISPLAY "NO EXISTE LA SUCURSAL ", PEDIDO-SUCURSAL
                  GO TO 3070-EXIT
           END-READ
           IF CLISUCUR-BLOQUEADA-SI
              DISPLAY "SUCURSAL ", PEDIDO-SUCURSAL,
                      " BLOQUEADA - NO SE TOMAN PEDIDOS PARA ELLA"
              GO TO 3070-EXIT
           END-IF
           MOVE "S" TO WK-SUCURSAL-OK
           DISPLAY "ENTREGA EN: ", CLISUCUR-NOMBRE.
       3070-EXIT.
           EXIT.

      ******************************************************************
      *    Control de exposicion: la deuda total del cliente (saldo
      *    mas pendientes de pedido y remito menos valores en
      *    cartera, en las cuatro ocurrencias con los dolares
      *    convertidos) mas el pedido nuevo, menos lo cubierto por
      *    las garantias vigentes del cliente, no puede superar
      *    A101-MONTO-CREDITO. El control rige solo para clientes
      *    con limite cargado; ante un exceso solo un supervisor
      *    puede autorizar, y la autorizacion queda en AUDITCLI.
              MOVE PEDIDO-IMPORTE TO WK-PEDIDO-PESOS
           END-IF
           ADD WK-PEDIDO-PESOS TO WK-EXPOSICION
           CALL "GARANTIA-CONTROL" USING A101-CLIENTE WK-FECHA-HOY
                WK-COTIZACION WK-GARANTIAS
           COMPUTE WK-DESCUBIERTO = WK-EXPOSICION - WK-GARANTIAS
           IF WK-DESCUBIERTO < ZERO
              MOVE ZERO TO WK-DESCUBIERTO
           END-IF
           IF WK-DESCUBIERTO NOT > A101-MONTO-CREDITO
              GO TO 3100-EXIT
           END-IF
           MOVE WK-EXPOSICION     TO WK-EXPO-EDIT
           MOVE A101-MONTO-CREDITO TO WK-LIMITE-EDIT
           MOVE WK-GARANTIAS      TO WK-GARANTIAS-EDIT
           MOVE WK-DESCUBIERTO    TO WK-DESCUBIERTO-EDIT
           DISPLAY "EXPOSICION CON ESTE PEDIDO: ", WK-EXPO-EDIT
           DISPLAY "CUBIERTO POR GARANTIAS  . : ", WK-GARANTIAS-EDIT
           DISPLAY "EXPOSICION DESCUBIERTA  . : ", WK-DESCUBIERTO-EDIT
           DISPLAY "LIMITE DE CREDITO . . . . : ", WK-LIMITE-EDIT
           DISPLAY "SUPERA EL LIMITE - AUTORIZA UN SUPERVISOR (S/N)?"
           ACCEPT WK-RESPUESTA
           STRING "PEDIDO SOBRE LIMITE AUTORIZADO - CLIENTE "
                  A101-CLIENTE
                  " EXPOSICION " WK-EXPO-EDIT
                  " GARANTIAS "  WK-GARANTIAS-EDIT
                  " LIMITE "     WK-LIMITE-EDIT
               DELIMITED BY SIZE INTO AUDITCLI-IMAGEN-DESPUES
           WRITE AUDITCLI-REG
              DISPLAY "CANTIDAD INVALIDA"
              GO TO 3510-EXIT
           END-IF
           PERFORM 3550-CONTROLAR-DISPONIBLE THRU 3550-EXIT
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "RENGLON DESCARTADO"
              GO TO 3510-EXIT
           END-IF
           PERFORM 3600-BUSCAR-PRECIO-LISTA THRU 3600-EXIT
           IF WK-HAY-PRECIO = "S"
              MOVE WK-PRECIO-LISTA TO WK-PRECIO-EDIT
              END-IF
              MOVE WK-PRECIO-LISTA TO WK-PRECIO
           END-IF
           PERFORM 3650-CONTROLAR-MARGEN THRU 3650-EXIT
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "RENGLON DESCARTADO"
              GO TO 3510-EXIT
           END-IF
           ADD 1 TO WK-CANT-RENGLONES
           MOVE WK-ARTICULO TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE WK-CANTIDAD TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
       3510-EXIT.
           EXIT.

      ******************************************************************
      *    Control de disponible: la cantidad del renglon mas lo
      *    ya cargado del mismo articulo en el pedido contra la
      *    existencia menos lo reservado en el deposito. Si no
      *    alcanza se avisa y el operador decide si el renglon va
      *    igual (queda en back-order hasta que ingrese stock).
      ******************************************************************
       3550-CONTROLAR-DISPONIBLE.
           MOVE "S" TO WK-RESPUESTA
           MOVE ZERO TO WK-CANT-CARGADA
           PERFORM 3560-SUMAR-CARGADO THRU 3560-EXIT
               VARYING WK-IND-BUSQUEDA FROM 1 BY 1
               UNTIL WK-IND-BUSQUEDA > WK-CANT-RENGLONES
           MOVE "CO"        TO WK-STK-TIPO
           MOVE ZERO        TO WK-STK-CANTIDAD WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING WK-ARTICULO
                PEDIDO-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-CANTIDAD + WK-CANT-CARGADA NOT > WK-STK-DISPONIBLE
              GO TO 3550-EXIT
           END-IF
           MOVE WK-STK-DISPONIBLE TO WK-DISPONIBLE-EDIT
           DISPLAY "ATENCION: SUPERA EL DISPONIBLE DEL DEPOSITO ",
                   PEDIDO-DEPOSITO, " (", WK-DISPONIBLE-EDIT, ")"
           DISPLAY "TOMA EL RENGLON IGUAL (S/N)? "
           ACCEPT WK-RESPUESTA.
       3550-EXIT.
           EXIT.

       3560-SUMAR-CARGADO.
           IF WK-REN-ARTICULO(WK-IND-BUSQUEDA) = WK-ARTICULO
              ADD WK-REN-CANTIDAD(WK-IND-BUSQUEDA) TO WK-CANT-CARGADA
           END-IF.
       3560-EXIT.
           EXIT.

      ******************************************************************
      *    Precio vigente del articulo en la lista del cliente: la
      *    fila con mayor vigencia no posterior a la fecha del dia.
           EXIT.

      ******************************************************************
      *    Aviso de margen: si el precio del renglon no llega al
      *    costo vigente del articulo mas el margen minimo, se
      *    avisa y el operador decide si el renglon va igual. Un
      *    articulo sin costo cargado no se controla.
      ******************************************************************
       3650-CONTROLAR-MARGEN.
           MOVE "S" TO WK-RESPUESTA
           PERFORM 3660-BUSCAR-COSTO THRU 3660-EXIT
           IF WK-HAY-COSTO = "N"
              GO TO 3650-EXIT
           END-IF
           COMPUTE WK-PRECIO-MINIMO ROUNDED =
                   WK-COSTO * (100 + WK-MARGEN-MIN) / 100
               ON SIZE ERROR MOVE 999999999.99 TO WK-PRECIO-MINIMO
           END-COMPUTE
           IF WK-PRECIO NOT < WK-PRECIO-MINIMO
              GO TO 3650-EXIT
           END-IF
           MOVE WK-COSTO TO WK-COSTO-EDIT
           IF WK-PRECIO < WK-COSTO
              DISPLAY "ATENCION: PRECIO POR DEBAJO DEL COSTO (",
                      WK-COSTO-EDIT, ")"
           ELSE
              MOVE WK-PRECIO-MINIMO TO WK-PRECIO-EDIT
              DISPLAY "ATENCION: PRECIO BAJO EL MARGEN MINIMO - ",
                      "COSTO ", WK-COSTO-EDIT,
                      " MINIMO ", WK-PRECIO-EDIT
           END-IF
           DISPLAY "TOMA EL RENGLON IGUAL (S/N)? "
           ACCEPT WK-RESPUESTA.
       3650-EXIT.
           EXIT.

      ******************************************************************
      *    Costo vigente del articulo: la fila de ARTCOSTO con mayor
      *    vigencia no posterior a la fecha del dia.
      ******************************************************************
       3660-BUSCAR-COSTO.
           MOVE "N" TO WK-HAY-COSTO
           MOVE ZERO TO WK-COSTO
           IF WK-HAY-ARTCOSTO = "N"
              GO TO 3660-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARTCOSTO
           MOVE WK-ARTICULO TO ARTCOSTO-ARTICULO
           MOVE ZEROS       TO ARTCOSTO-VIGENCIA
           START ARTCOSTO KEY >= ARTCOSTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARTCOSTO
           END-START
           PERFORM 3670-LEER-COSTO THRU 3670-EXIT
               UNTIL WK-EOF-ARTCOSTO = "S".
       3660-EXIT.
           EXIT.

       3670-LEER-COSTO.
           READ ARTCOSTO NEXT
               AT END MOVE "S" TO WK-EOF-ARTCOSTO
           END-READ
           IF WK-EOF-ARTCOSTO = "S"
              GO TO 3670-EXIT
           END-IF
           IF ARTCOSTO-ARTICULO NOT = WK-ARTICULO
              OR ARTCOSTO-VIGENCIA > WK-FECHA-HOY
              MOVE "S" TO WK-EOF-ARTCOSTO
           ELSE
              MOVE "S" TO WK-HAY-COSTO
              MOVE ARTCOSTO-COSTO TO WK-COSTO
           END-IF.
       3670-EXIT.
           EXIT.

      ******************************************************************
      *    Graba los renglones con el numero de pedido ya asignado
      *    y reserva en el deposito la cantidad de cada uno.
      ******************************************************************
       3700-GRABAR-RENGLONES.
           PERFORM 3710-GRABAR-UN-RENGLON THRU 3710-EXIT
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL RENGLON ",
                          WK-IND-RENGLON
                  GO TO 3710-EXIT
           END-WRITE
           MOVE "RS"              TO WK-STK-TIPO
           MOVE PEDIDLIN-CANTIDAD TO WK-STK-CANTIDAD
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT.
       3710-EXIT.
           EXIT.

      ******************************************************************
      *    Pedido desde un presupuesto aceptado que todavia no tiene
      *    pedido: cliente, ocurrencia, renglones y precios salen
      *    del presupuesto; el deposito lo elige el operador. Los
      *    renglones pasan por el control de disponible y el pedido
      *    por el de credito, igual que en el alta.
      ******************************************************************
       3800-PEDIDO-DE-PRESUP.
           IF WK-HAY-PRESUP = "N"
              DISPLAY "SIN ARCHIVO DE PRESUPUESTOS"
              GO TO 3800-EXIT
           END-IF
           DISPLAY "NUMERO DE PRESUPUESTO: "
           ACCEPT WK-NRO-PRESUP
           MOVE WK-NRO-PRESUP TO PRESUP-NRO
           READ PRESUP
               INVALID KEY
                  DISPLAY "NO EXISTE EL PRESUPUESTO ", WK-NRO-PRESUP
                  GO TO 3800-EXIT
           END-READ
           IF NOT PRESUP-ACEPTADO
              DISPLAY "SOLO SE CONVIERTEN PRESUPUESTOS ACEPTADOS"
              GO TO 3800-EXIT
           END-IF
           IF PRESUP-PEDIDO NOT = ZERO
              DISPLAY "EL PRESUPUESTO YA GENERO EL PEDIDO ",
                      PRESUP-PEDIDO
              GO TO 3800-EXIT
           END-IF
           MOVE SPACES TO PEDIDO-REG
           MOVE PRESUP-CLIENTE TO PEDIDO-CLIENTE A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE DEL PRESUPUESTO"
              GO TO 3800-EXIT
           END-IF
           IF A101-BLOQUEADA-SI
              DISPLAY "CUENTA BLOQUEADA - NO SE TOMAN PEDIDOS"
              GO TO 3800-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           PERFORM 3060-ELEGIR-SUCURSAL THRU 3060-EXIT
           IF WK-SUCURSAL-OK = "N"
              GO TO 3800-EXIT
           END-IF
           MOVE PRESUP-OCURRENCIA TO PEDIDO-OCURRENCIA
           DISPLAY "DEPOSITO (0 = 01): "
           ACCEPT PEDIDO-DEPOSITO
           IF PEDIDO-DEPOSITO = ZERO
              MOVE 1 TO PEDIDO-DEPOSITO
           END-IF
           PERFORM 3810-CARGAR-PRESLIN THRU 3810-EXIT
           IF WK-CANT-RENGLONES = ZERO
              DISPLAY "PEDIDO SIN RENGLONES - NO SE TOMA"
              GO TO 3800-EXIT
           END-IF
           IF PEDIDO-IMPORTE NOT > ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3800-EXIT
           END-IF
           PERFORM 3100-CONTROLAR-CREDITO THRU 3100-EXIT
           IF WK-PEDIDO-AUTORIZADO = "N"
              DISPLAY "PEDIDO RECHAZADO POR LIMITE DE CREDITO"
              GO TO 3800-EXIT
           END-IF
           PERFORM 3050-GRABAR-PEDIDO THRU 3050-EXIT
           IF WK-PEDIDO-GRABADO = "N"
              GO TO 3800-EXIT
           END-IF
           MOVE PEDIDO-NRO   TO PRESUP-PEDIDO
           MOVE WK-FECHA-HOY TO PRESUP-FECHA-ESTADO
           MOVE WK-USUARIO   TO PRESUP-USUARIO
           REWRITE PRESUP-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL PRESUPUESTO ",
                          PRESUP-NRO
           END-REWRITE.
       3800-EXIT.
           EXIT.

      ******************************************************************
      *    Pasa los renglones del presupuesto a la tabla del pedido
      *    con el precio cotizado. Un articulo que ya no existe o
      *    esta de baja se avisa y no pasa.
      ******************************************************************
       3810-CARGAR-PRESLIN.
           MOVE ZERO TO WK-CANT-RENGLONES PEDIDO-IMPORTE
           MOVE "N" TO WK-EOF-PRESLIN
           MOVE PRESUP-NRO TO PRESLIN-PRESUP
           MOVE ZERO       TO PRESLIN-LINEA
           START PRESLIN KEY >= PRESLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PRESLIN
           END-START
           PERFORM 3820-CARGAR-UN-PRESLIN THRU 3820-EXIT
               UNTIL WK-EOF-PRESLIN = "S"
                  OR WK-CANT-RENGLONES = 50.
       3810-EXIT.
           EXIT.

       3820-CARGAR-UN-PRESLIN.
           READ PRESLIN NEXT
               AT END MOVE "S" TO WK-EOF-PRESLIN
           END-READ
           IF WK-EOF-PRESLIN = "S"
              OR PRESLIN-PRESUP NOT = PRESUP-NRO
              MOVE "S" TO WK-EOF-PRESLIN
              GO TO 3820-EXIT
           END-IF
           MOVE PRESLIN-ARTICULO TO WK-ARTICULO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ
           IF WK-EXISTE-ARTICULO = "N"
              DISPLAY "ARTICULO ", WK-ARTICULO,
                      " INEXISTENTE - RENGLON DESCARTADO"
              GO TO 3820-EXIT
           END-IF
           IF NOT ARTICULO-VIGENTE-SI
              DISPLAY "ARTICULO ", WK-ARTICULO,
                      " DADO DE BAJA - RENGLON DESCARTADO"
              GO TO 3820-EXIT
           END-IF
           DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION,
                   " (", ARTICULO-UNIDAD, ")"
           MOVE PRESLIN-CANTIDAD TO WK-CANTIDAD
           MOVE PRESLIN-PRECIO   TO WK-PRECIO
           PERFORM 3550-CONTROLAR-DISPONIBLE THRU 3550-EXIT
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "RENGLON DESCARTADO"
              GO TO 3820-EXIT
           END-IF
           PERFORM 3650-CONTROLAR-MARGEN THRU 3650-EXIT
           IF WK-RESPUESTA NOT = "S"
              DISPLAY "RENGLON DESCARTADO"
              GO TO 3820-EXIT
           END-IF
           ADD 1 TO WK-CANT-RENGLONES
           MOVE WK-ARTICULO TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE WK-CANTIDAD TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
           MOVE WK-PRECIO   TO WK-REN-PRECIO(WK-CANT-RENGLONES)
           COMPUTE PEDIDO-IMPORTE = PEDIDO-IMPORTE
                 + WK-CANTIDAD * WK-PRECIO.
       3820-EXIT.
           EXIT.

      ******************************************************************
      *    Liberacion de un pedido retenido por la importacion: se
      *    repiten los controles del alta sobre el cliente y los
      *    renglones grabados (el renglon sin precio toma el de la
      *    lista vigente). Si todo pasa los renglones se regraban
      *    reservando stock, el pedido queda pendiente y suma a
      *    A101-PEND-PEDIDOS; si no, sigue retenido.
      ******************************************************************
       3900-LIBERAR-PEDIDO.
           DISPLAY "NUMERO DE PEDIDO RETENIDO: "
           ACCEPT WK-NRO-PEDIDO
           MOVE WK-NRO-PEDIDO TO PEDIDO-NRO
           READ PEDIDOS
               INVALID KEY
                  DISPLAY "NO EXISTE EL PEDIDO ", WK-NRO-PEDIDO
                  GO TO 3900-EXIT
           END-READ
           IF NOT PEDIDO-RETENIDO
              DISPLAY "EL PEDIDO NO ESTA RETENIDO"
              GO TO 3900-EXIT
           END-IF
           DISPLAY "PEDIDO EXTERNO ", PEDIDO-ORIGEN, "-",
                   PEDIDO-EXTERNO
           MOVE PEDIDO-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE DEL PEDIDO"
              GO TO 3900-EXIT
           END-IF
           IF A101-DADO-DE-BAJA
              DISPLAY "CLIENTE DADO DE BAJA - EL PEDIDO SIGUE RETENIDO"
              GO TO 3900-EXIT
           END-IF
           IF A101-BLOQUEADA-SI
              DISPLAY "CUENTA BLOQUEADA - EL PEDIDO SIGUE RETENIDO"
              GO TO 3900-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           PERFORM 3070-CONTROLAR-SUCURSAL THRU 3070-EXIT
           IF WK-SUCURSAL-OK = "N"
              DISPLAY "EL PEDIDO SIGUE RETENIDO"
              GO TO 3900-EXIT
           END-IF
           IF PEDIDO-OCURRENCIA < 1 OR PEDIDO-OCURRENCIA > 4
              DISPLAY "OCURRENCIA INVALIDA - ANULE Y TOME EL PEDIDO"
              GO TO 3900-EXIT
           END-IF
           PERFORM 3910-CARGAR-RETENIDO THRU 3910-EXIT
           IF WK-LIBERA-OK = "N"
              DISPLAY "EL PEDIDO SIGUE RETENIDO"
              GO TO 3900-EXIT
           END-IF
           IF WK-CANT-RENGLONES = ZERO OR PEDIDO-IMPORTE NOT > ZERO
              DISPLAY "PEDIDO SIN IMPORTE - EL PEDIDO SIGUE RETENIDO"
              GO TO 3900-EXIT
           END-IF
           PERFORM 3100-CONTROLAR-CREDITO THRU 3100-EXIT
           IF WK-PEDIDO-AUTORIZADO = "N"
              DISPLAY "SUPERA EL LIMITE DE CREDITO - EL PEDIDO SIGUE ",
                      "RETENIDO"
              GO TO 3900-EXIT
           END-IF
           MOVE "P" TO PEDIDO-ESTADO
           REWRITE PEDIDO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL PEDIDO"
                  GO TO 3900-EXIT
           END-REWRITE
           PERFORM 3930-BORRAR-RENGLONES THRU 3930-EXIT
           PERFORM 3700-GRABAR-RENGLONES THRU 3700-EXIT
           ADD PEDIDO-IMPORTE
               TO A101-PEND-PEDIDOS(PEDIDO-OCURRENCIA)
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           DISPLAY "PEDIDO ", PEDIDO-NRO, " LIBERADO".
       3900-EXIT.
           EXIT.

      ******************************************************************
      *    Pasa los renglones del pedido retenido a la tabla del
      *    pedido validando cada uno como en la carga por consola.
      *    Cualquier renglon que no pasa deja WK-LIBERA-OK en "N".
      ******************************************************************
       3910-CARGAR-RETENIDO.
           MOVE "S" TO WK-LIBERA-OK
           MOVE ZERO TO WK-CANT-RENGLONES PEDIDO-IMPORTE
           MOVE "N" TO WK-EOF-PEDIDLIN
           MOVE PEDIDO-NRO TO PEDIDLIN-PEDIDO
           MOVE ZERO       TO PEDIDLIN-LINEA
           START PEDIDLIN KEY >= PEDIDLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PEDIDLIN
           END-START
           PERFORM 3920-CARGAR-UN-RETENIDO THRU 3920-EXIT
               UNTIL WK-EOF-PEDIDLIN = "S"
                  OR WK-LIBERA-OK = "N".
       3910-EXIT.
           EXIT.

       3920-CARGAR-UN-RETENIDO.
           READ PEDIDLIN NEXT
               AT END MOVE "S" TO WK-EOF-PEDIDLIN
           END-READ
           IF WK-EOF-PEDIDLIN = "S"
              OR PEDIDLIN-PEDIDO NOT = PEDIDO-NRO
              MOVE "S" TO WK-EOF-PEDIDLIN
              GO TO 3920-EXIT
           END-IF
           MOVE "N" TO WK-LIBERA-OK
           IF WK-CANT-RENGLONES = 50
              DISPLAY "MAS DE 50 RENGLONES - ANULE Y TOME EL PEDIDO"
              GO TO 3920-EXIT
           END-IF
           MOVE PEDIDLIN-ARTICULO TO WK-ARTICULO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ
           IF WK-EXISTE-ARTICULO = "N"
              DISPLAY "ARTICULO ", WK-ARTICULO,
                      " INEXISTENTE EN EL MAESTRO"
              GO TO 3920-EXIT
           END-IF
           IF NOT ARTICULO-VIGENTE-SI
              DISPLAY "ARTICULO ", WK-ARTICULO, " DADO DE BAJA"
              GO TO 3920-EXIT
           END-IF
           DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION,
                   " (", ARTICULO-UNIDAD, ")"
           MOVE PEDIDLIN-CANTIDAD TO WK-CANTIDAD
           IF WK-CANTIDAD NOT > ZERO
              DISPLAY "CANTIDAD INVALIDA"
              GO TO 3920-EXIT
           END-IF
           MOVE PEDIDLIN-PRECIO TO WK-PRECIO
           IF WK-PRECIO = ZERO
              PERFORM 3600-BUSCAR-PRECIO-LISTA THRU 3600-EXIT
              IF WK-HAY-PRECIO = "N"
                 DISPLAY "ARTICULO SIN PRECIO EN LA LISTA DEL CLIENTE"
                 GO TO 3920-EXIT
              END-IF
              MOVE WK-PRECIO-LISTA TO WK-PRECIO
           END-IF
           PERFORM 3550-CONTROLAR-DISPONIBLE THRU 3550-EXIT
           IF WK-RESPUESTA NOT = "S"
              GO TO 3920-EXIT
           END-IF
           PERFORM 3650-CONTROLAR-MARGEN THRU 3650-EXIT
           IF WK-RESPUESTA NOT = "S"
              GO TO 3920-EXIT
           END-IF
           MOVE "S" TO WK-LIBERA-OK
           ADD 1 TO WK-CANT-RENGLONES
           MOVE WK-ARTICULO TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE WK-CANTIDAD TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
           MOVE WK-PRECIO   TO WK-REN-PRECIO(WK-CANT-RENGLONES)
           COMPUTE PEDIDO-IMPORTE = PEDIDO-IMPORTE
                 + WK-CANTIDAD * WK-PRECIO.
       3920-EXIT.
           EXIT.

      ******************************************************************
      *    Borra los renglones grabados del pedido retenido para
      *    regrabarlos desde la tabla con la reserva de stock.
      ******************************************************************
       3930-BORRAR-RENGLONES.
           MOVE "N" TO WK-EOF-PEDIDLIN
           MOVE PEDIDO-NRO TO PEDIDLIN-PEDIDO
           MOVE ZERO       TO PEDIDLIN-LINEA
           START PEDIDLIN KEY >= PEDIDLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PEDIDLIN
           END-START
           PERFORM 3940-BORRAR-UN-RENGLON THRU 3940-EXIT
               UNTIL WK-EOF-PEDIDLIN = "S".
       3930-EXIT.
           EXIT.

       3940-BORRAR-UN-RENGLON.
           READ PEDIDLIN NEXT
               AT END MOVE "S" TO WK-EOF-PEDIDLIN
           END-READ
           IF WK-EOF-PEDIDLIN = "S"
              OR PEDIDLIN-PEDIDO NOT = PEDIDO-NRO
              MOVE "S" TO WK-EOF-PEDIDLIN
              GO TO 3940-EXIT
           END-IF
           DELETE PEDIDLIN
               INVALID KEY CONTINUE
           END-DELETE.
       3940-EXIT.
           EXIT.

      ******************************************************************
      *    Anulacion: lo que el pedido tenia sin remitar sale de
      *    A101-PEND-PEDIDOS y el pedido queda anulado.
           IF WK-EXISTE-PEDIDO = "N"
              GO TO 4000-EXIT
           END-IF
           IF PEDIDO-RETENIDO
              PERFORM 4100-ANULAR-RETENIDO THRU 4100-EXIT
              GO TO 4000-EXIT
           END-IF
           IF NOT PEDIDO-PENDIENTE
              DISPLAY "SOLO SE ANULAN PEDIDOS PENDIENTES O RETENIDOS"
              GO TO 4000-EXIT
           END-IF
           MOVE PEDIDO-CLIENTE TO A101-CLIENTE
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    Un pedido retenido no reservo stock ni sumo a los
      *    pendientes del cliente: se anula y se borran sus
      *    renglones.
      ******************************************************************
       4100-ANULAR-RETENIDO.
           MOVE "A" TO PEDIDO-ESTADO
           REWRITE PEDIDO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL PEDIDO"
                  GO TO 4100-EXIT
           END-REWRITE
           PERFORM 3930-BORRAR-RENGLONES THRU 3930-EXIT
           DISPLAY "PEDIDO ANULADO".
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    La anulacion borra los renglones sin remitar y acota los
      *    parcialmente remitados a lo efectivamente despachado,
      *    liberando la reserva de stock de lo que quedaba pendiente.
      ******************************************************************
       4500-DEPURAR-RENGLONES.
           MOVE "N" TO WK-EOF-PEDIDLIN
              MOVE "S" TO WK-EOF-PEDIDLIN
              GO TO 4510-EXIT
           END-IF
           IF PEDIDLIN-CANT-REMITADA < PEDIDLIN-CANTIDAD
              MOVE "LR" TO WK-STK-TIPO
              COMPUTE WK-STK-CANTIDAD =
                      PEDIDLIN-CANTIDAD - PEDIDLIN-CANT-REMITADA
              PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
           END-IF
           IF PEDIDLIN-CANT-REMITADA = ZERO
              DELETE PEDIDLIN
                  INVALID KEY CONTINUE
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Mueve el stock del renglon en curso en el deposito del
      *    pedido; el tipo y la cantidad los deja el que llama. Los
      *    pedidos sin deposito no reservaron y no mueven stock.
      ******************************************************************
       8500-MOVER-STOCK.
           IF PEDIDO-DEPOSITO NOT NUMERIC
              OR PEDIDO-DEPOSITO = ZERO
              GO TO 8500-EXIT
           END-IF
           MOVE PEDIDO-NRO TO WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING PEDIDLIN-ARTICULO
                PEDIDO-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-STK-RESULTADO NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR STOCK DEL ARTICULO ",
                      PEDIDLIN-ARTICULO, " - STATUS ",
                      WK-STK-RESULTADO
           END-IF.
       8500-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE PEDIDOS
           END-IF
           IF WK-HAY-OPERADOR = "S"
              CLOSE OPERADOR
           END-IF
           IF WK-HAY-PRESUP = "S"
              CLOSE PRESUP
              CLOSE PRESLIN
           END-IF
           IF WK-HAY-ARTCOSTO = "S"
              CLOSE ARTCOSTO
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF.
       9000-EXIT.
           EXIT.
