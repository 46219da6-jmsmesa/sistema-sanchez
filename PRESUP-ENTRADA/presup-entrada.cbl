       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PRESUP-ENTRADA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Carga de presupuestos
      *                    por consola: cliente, vendedor, validez y
      *                    renglones con el precio vigente de la
      *                    lista del cliente (LISTAPDET), en los
      *                    archivos PRESUP y PRESLIN; registra la
      *                    aceptacion o el rechazo del cliente y
      *                    consulta el presupuesto. El pedido se
      *                    genera desde PEDIDOS-ENTRADA.
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
           COPY "LISTAPDET.SEL".
           COPY "VENDEDOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "PRESUP.CPY".
           COPY "PRESLIN.CPY".
           COPY "ARTICULOS.CPY".
           COPY "LISTAPDET.CPY".
           COPY "VENDEDOR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-PRESLIN              PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-LISTAPDET            PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EOF-PRESUP               PIC X(01) VALUE "N".
           88  EOF-PRESUP                        VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-PRESUP            PIC X(01).
       77  WK-EXISTE-ARTICULO          PIC X(01).
       77  WK-HAY-VENDEDOR             PIC X(01) VALUE "N".

       77  WK-OPCION                   PIC X(01).
       77  WK-RESPUESTA                PIC X(01).
       77  WK-ULTIMO-NRO               PIC 9(08) VALUE ZERO.
       77  WK-NRO-PRESUP               PIC 9(08).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-VENDEDOR                 PIC 9(03).

      ******************************************************************
      *    Validez del presupuesto: dias corridos desde la fecha
      *    de carga; sin dato rige la validez habitual.
      ******************************************************************
       77  WK-DIAS-VALIDEZ             PIC 9(03).
       77  WK-VALIDEZ-HABITUAL         PIC 9(03) VALUE 015.

      ******************************************************************
      *    Renglones del presupuesto en carga (hasta 50): articulo
      *    validado contra ARTICULOS, cantidad y precio unitario
      *    propuesto desde la lista del cliente.
      ******************************************************************
       77  WK-HAY-LISTAPDET            PIC X(01) VALUE "N".
       77  WK-EOF-LISTAPDET            PIC X(01).
       77  WK-EOF-PRESLIN              PIC X(01).
       77  WK-FIN-RENGLONES            PIC X(01).
       77  WK-CANT-RENGLONES           PIC 9(03).
       77  WK-IND-RENGLON              PIC 9(03).
       77  WK-ARTICULO                 PIC 9(06).
       77  WK-CANTIDAD                 PIC 9(07)V99.
       77  WK-PRECIO                   PIC 9(09)V99.
       77  WK-PRECIO-LISTA             PIC 9(09)V99.
       77  WK-HAY-PRECIO               PIC X(01).
       77  WK-IMPORTE-RENGLON          PIC S9(13)V99.
       01  WK-TABLA-RENGLONES.
           03  WK-REN OCCURS 50 TIMES.
               05  WK-REN-ARTICULO     PIC 9(06).
               05  WK-REN-CANTIDAD     PIC 9(07)V99.
               05  WK-REN-PRECIO       PIC 9(09)V99.
       01  WK-PRECIO-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WK-CANTIDAD-EDIT            PIC Z,ZZZ,ZZ9.99.
       77  WK-ESTADO-DESC              PIC X(10).

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

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           OPEN INPUT CLIENTE
           OPEN I-O PRESUP
           IF STATUS-PRESUP = "35"
              OPEN OUTPUT PRESUP
              CLOSE PRESUP
              OPEN I-O PRESUP
           END-IF
           OPEN I-O PRESLIN
           IF STATUS-PRESLIN = "35"
              OPEN OUTPUT PRESLIN
              CLOSE PRESLIN
              OPEN I-O PRESLIN
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS NOT = "00"
              DISPLAY "SIN MAESTRO DE ARTICULOS - STATUS ",
                      STATUS-ARTICULOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT LISTAPDET
           IF STATUS-LISTAPDET = "00"
              MOVE "S" TO WK-HAY-LISTAPDET
           END-IF
           OPEN INPUT VENDEDOR
           IF STATUS-VENDEDOR = "00"
              MOVE "S" TO WK-HAY-VENDEDOR
           END-IF
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre PRESUP y deja en WK-ULTIMO-NRO el numero mas alto
      *    ya usado, para numerar correlativo a partir de el.
      ******************************************************************
       1100-BUSCAR-ULTIMO-NRO.
           MOVE ZERO TO PRESUP-NRO
           START PRESUP KEY >= PRESUP-NRO
               INVALID KEY MOVE "S" TO WK-EOF-PRESUP
           END-START
           PERFORM 1110-LEER-PRESUP-NEXT THRU 1110-EXIT
               UNTIL EOF-PRESUP.
       1100-EXIT.
           EXIT.

       1110-LEER-PRESUP-NEXT.
           READ PRESUP NEXT
               AT END MOVE "S" TO WK-EOF-PRESUP
           END-READ
           IF WK-EOF-PRESUP = "N"
              MOVE PRESUP-NRO TO WK-ULTIMO-NRO
           END-IF.
       1110-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "PRESUPUESTOS - OPCION:"
           DISPLAY "  A = ALTA DE PRESUPUESTO"
           DISPLAY "  C = ACEPTADO POR EL CLIENTE"
           DISPLAY "  R = RECHAZADO POR EL CLIENTE"
           DISPLAY "  N = CONSULTA"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
              WHEN "A"
                 PERFORM 3000-ALTA-PRESUP THRU 3000-EXIT
              WHEN "C"
                 PERFORM 4000-ACEPTAR THRU 4000-EXIT
              WHEN "R"
                 PERFORM 4100-RECHAZAR THRU 4100-EXIT
              WHEN "N"
                 PERFORM 5000-CONSULTA THRU 5000-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Alta de un presupuesto: queda abierto hasta su fecha de
      *    validez. No reserva stock ni suma a los pendientes del
      *    cliente; eso ocurre cuando se convierte en pedido.
      ******************************************************************
       3000-ALTA-PRESUP.
           MOVE SPACES TO PRESUP-REG
           DISPLAY "CLIENTE: "
           ACCEPT PRESUP-CLIENTE
           MOVE PRESUP-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 3000-EXIT
           END-IF
           IF A101-DADO-DE-BAJA
              DISPLAY "CLIENTE DADO DE BAJA - NO SE PRESUPUESTA"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           IF A101-BLOQUEADA-SI
              DISPLAY "ATENCION: CUENTA BLOQUEADA - EL PEDIDO NO SE ",
                      "PODRA TOMAR MIENTRAS SIGA BLOQUEADA"
           END-IF
           DISPLAY "VENDEDOR (0 = EL DEL CLIENTE ", A101-VENDEDOR,
                   "): "
           ACCEPT WK-VENDEDOR
           IF WK-VENDEDOR = ZERO
              MOVE A101-VENDEDOR TO WK-VENDEDOR
           END-IF
           IF WK-HAY-VENDEDOR = "S"
              MOVE WK-VENDEDOR TO VENDEDOR-CODIGO
              READ VENDEDOR
                  INVALID KEY
                     DISPLAY "VENDEDOR INEXISTENTE"
                     GO TO 3000-EXIT
              END-READ
              IF NOT VENDEDOR-VIGENTE-SI
                 DISPLAY "VENDEDOR DADO DE BAJA"
                 GO TO 3000-EXIT
              END-IF
           END-IF
           MOVE WK-VENDEDOR TO PRESUP-VENDEDOR
           DISPLAY "OCURRENCIA (1=PESOS 2=PESOS CONF "
                   "3=DOLARES 4=DOLARES CONF): "
           ACCEPT PRESUP-OCURRENCIA
           IF PRESUP-OCURRENCIA < 1 OR PRESUP-OCURRENCIA > 4
              DISPLAY "OCURRENCIA INVALIDA"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "DIAS DE VALIDEZ (0 = ", WK-VALIDEZ-HABITUAL, "): "
           ACCEPT WK-DIAS-VALIDEZ
           IF WK-DIAS-VALIDEZ = ZERO
              MOVE WK-VALIDEZ-HABITUAL TO WK-DIAS-VALIDEZ
           END-IF
           PERFORM 3500-CARGAR-RENGLONES THRU 3500-EXIT
           IF WK-CANT-RENGLONES = ZERO
              DISPLAY "PRESUPUESTO SIN RENGLONES - NO SE GRABA"
              GO TO 3000-EXIT
           END-IF
           IF PRESUP-IMPORTE NOT > ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3000-EXIT
           END-IF
           MOVE WK-FECHA-HOY    TO WK-FD-FECHA
           MOVE WK-DIAS-VALIDEZ TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           ADD 1 TO WK-ULTIMO-NRO
           MOVE WK-ULTIMO-NRO      TO PRESUP-NRO
           MOVE WK-FECHA-HOY       TO PRESUP-FECHA
           MOVE WK-FD-FECHA        TO PRESUP-VALIDEZ
           MOVE A101-LISTA-PRECIOS TO PRESUP-LISTA
           MOVE "A"                TO PRESUP-ESTADO
           MOVE ZERO               TO PRESUP-FECHA-ESTADO
                                      PRESUP-PEDIDO
           MOVE WK-USUARIO         TO PRESUP-USUARIO
           WRITE PRESUP-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL PRESUPUESTO"
                  GO TO 3000-EXIT
           END-WRITE
           PERFORM 3700-GRABAR-RENGLONES THRU 3700-EXIT
           MOVE PRESUP-IMPORTE TO WK-IMPORTE-EDIT
           DISPLAY "PRESUPUESTO ", PRESUP-NRO, " GRABADO POR ",
                   WK-IMPORTE-EDIT, " - VALIDO HASTA ",
                   PRESUP-VALIDEZ
           DISPLAY "EL DOCUMENTO SE IMPRIME CON PRESUP-IMPRESION".
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    Toma los renglones: articulo (0 termina la carga),
      *    cantidad y precio unitario, con el precio vigente de la
      *    lista del cliente como propuesta (precio 0 acepta la
      *    propuesta). El importe es la suma de los renglones.
      ******************************************************************
       3500-CARGAR-RENGLONES.
           MOVE ZERO TO WK-CANT-RENGLONES PRESUP-IMPORTE
           MOVE "N" TO WK-FIN-RENGLONES
           PERFORM 3510-CARGAR-UN-RENGLON THRU 3510-EXIT
               UNTIL WK-FIN-RENGLONES = "S"
                  OR WK-CANT-RENGLONES = 50.
       3500-EXIT.
           EXIT.

       3510-CARGAR-UN-RENGLON.
           DISPLAY "ARTICULO (0 = FIN DE RENGLONES): "
           ACCEPT WK-ARTICULO
           IF WK-ARTICULO = ZERO
              MOVE "S" TO WK-FIN-RENGLONES
              GO TO 3510-EXIT
           END-IF
           PERFORM 8300-LEER-ARTICULO THRU 8300-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              DISPLAY "ARTICULO INEXISTENTE EN EL MAESTRO"
              GO TO 3510-EXIT
           END-IF
           IF NOT ARTICULO-VIGENTE-SI
              DISPLAY "ARTICULO DADO DE BAJA"
              GO TO 3510-EXIT
           END-IF
           DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION,
                   " (", ARTICULO-UNIDAD, ")"
           DISPLAY "CANTIDAD: "
           ACCEPT WK-CANTIDAD
           IF WK-CANTIDAD NOT > ZERO
              DISPLAY "CANTIDAD INVALIDA"
              GO TO 3510-EXIT
           END-IF
           PERFORM 3600-BUSCAR-PRECIO-LISTA THRU 3600-EXIT
           IF WK-HAY-PRECIO = "S"
              MOVE WK-PRECIO-LISTA TO WK-PRECIO-EDIT
              DISPLAY "PRECIO DE LISTA: ", WK-PRECIO-EDIT
           ELSE
              DISPLAY "ARTICULO SIN PRECIO EN LA LISTA DEL CLIENTE"
           END-IF
           DISPLAY "PRECIO UNITARIO (0 = PRECIO DE LISTA): "
           ACCEPT WK-PRECIO
           IF WK-PRECIO = ZERO
              IF WK-HAY-PRECIO = "N"
                 DISPLAY "SIN PRECIO - RENGLON DESCARTADO"
                 GO TO 3510-EXIT
              END-IF
              MOVE WK-PRECIO-LISTA TO WK-PRECIO
           END-IF
           ADD 1 TO WK-CANT-RENGLONES
           MOVE WK-ARTICULO TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE WK-CANTIDAD TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
           MOVE WK-PRECIO   TO WK-REN-PRECIO(WK-CANT-RENGLONES)
           COMPUTE PRESUP-IMPORTE = PRESUP-IMPORTE
                 + WK-CANTIDAD * WK-PRECIO.
       3510-EXIT.
           EXIT.

      ******************************************************************
      *    Precio vigente del articulo en la lista del cliente: la
      *    fila con mayor vigencia no posterior a la fecha del dia.
      ******************************************************************
       3600-BUSCAR-PRECIO-LISTA.
           MOVE "N" TO WK-HAY-PRECIO
           MOVE ZERO TO WK-PRECIO-LISTA
           IF WK-HAY-LISTAPDET = "N"
              GO TO 3600-EXIT
           END-IF
           MOVE "N" TO WK-EOF-LISTAPDET
           MOVE A101-LISTA-PRECIOS TO LISTAPDET-LISTA
           MOVE WK-ARTICULO        TO LISTAPDET-ARTICULO
           MOVE ZEROS              TO LISTAPDET-VIGENCIA
           START LISTAPDET KEY >= LISTAPDET-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LISTAPDET
           END-START
           PERFORM 3610-LEER-PRECIO THRU 3610-EXIT
               UNTIL WK-EOF-LISTAPDET = "S".
       3600-EXIT.
           EXIT.

       3610-LEER-PRECIO.
           READ LISTAPDET NEXT
               AT END MOVE "S" TO WK-EOF-LISTAPDET
           END-READ
           IF WK-EOF-LISTAPDET = "S"
              GO TO 3610-EXIT
           END-IF
           IF LISTAPDET-LISTA NOT = A101-LISTA-PRECIOS
              OR LISTAPDET-ARTICULO NOT = WK-ARTICULO
              OR LISTAPDET-VIGENCIA > WK-FECHA-HOY
              MOVE "S" TO WK-EOF-LISTAPDET
           ELSE
              MOVE "S" TO WK-HAY-PRECIO
              MOVE LISTAPDET-PRECIO TO WK-PRECIO-LISTA
           END-IF.
       3610-EXIT.
           EXIT.

       3700-GRABAR-RENGLONES.
           PERFORM 3710-GRABAR-UN-RENGLON THRU 3710-EXIT
               VARYING WK-IND-RENGLON FROM 1 BY 1
               UNTIL WK-IND-RENGLON > WK-CANT-RENGLONES.
       3700-EXIT.
           EXIT.

       3710-GRABAR-UN-RENGLON.
           MOVE SPACES TO PRESLIN-REG
           MOVE PRESUP-NRO     TO PRESLIN-PRESUP
           MOVE WK-IND-RENGLON TO PRESLIN-LINEA
           MOVE WK-REN-ARTICULO(WK-IND-RENGLON)
               TO PRESLIN-ARTICULO
           MOVE WK-REN-CANTIDAD(WK-IND-RENGLON)
               TO PRESLIN-CANTIDAD
           MOVE WK-REN-PRECIO(WK-IND-RENGLON)
               TO PRESLIN-PRECIO
           WRITE PRESLIN-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL RENGLON ",
                          WK-IND-RENGLON
           END-WRITE.
       3710-EXIT.
           EXIT.

      ******************************************************************
      *    Aceptacion del cliente: solo sobre un presupuesto abierto
      *    y dentro de su validez. El pedido se genera despues desde
      *    PEDIDOS-ENTRADA.
      ******************************************************************
       4000-ACEPTAR.
           PERFORM 8200-PEDIR-PRESUP THRU 8200-EXIT
           IF WK-EXISTE-PRESUP = "N"
              GO TO 4000-EXIT
           END-IF
           IF NOT PRESUP-ABIERTO
              PERFORM 8400-DESCRIBIR-ESTADO THRU 8400-EXIT
              DISPLAY "EL PRESUPUESTO ESTA ", WK-ESTADO-DESC,
                      " - SOLO SE ACEPTAN LOS ABIERTOS"
              GO TO 4000-EXIT
           END-IF
           IF PRESUP-VALIDEZ < WK-FECHA-HOY
              DISPLAY "VALIDEZ VENCIDA EL ", PRESUP-VALIDEZ,
                      " - CORRESPONDE UN PRESUPUESTO NUEVO"
              GO TO 4000-EXIT
           END-IF
           PERFORM 5100-MOSTRAR-PRESUP THRU 5100-EXIT
           DISPLAY "CONFIRMA LA ACEPTACION (S/N)? "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "S"
              GO TO 4000-EXIT
           END-IF
           MOVE "C"          TO PRESUP-ESTADO
           MOVE WK-FECHA-HOY TO PRESUP-FECHA-ESTADO
           MOVE WK-USUARIO   TO PRESUP-USUARIO
           REWRITE PRESUP-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL PRESUPUESTO"
                  GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "PRESUPUESTO ACEPTADO - EL PEDIDO SE TOMA CON ",
                   "PEDIDOS-ENTRADA".
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    Rechazo del cliente: un presupuesto abierto o aceptado
      *    que todavia no se convirtio en pedido.
      ******************************************************************
       4100-RECHAZAR.
           PERFORM 8200-PEDIR-PRESUP THRU 8200-EXIT
           IF WK-EXISTE-PRESUP = "N"
              GO TO 4100-EXIT
           END-IF
           IF NOT PRESUP-ABIERTO AND NOT PRESUP-ACEPTADO
              PERFORM 8400-DESCRIBIR-ESTADO THRU 8400-EXIT
              DISPLAY "EL PRESUPUESTO ESTA ", WK-ESTADO-DESC
              GO TO 4100-EXIT
           END-IF
           IF PRESUP-PEDIDO NOT = ZERO
              DISPLAY "YA SE CONVIRTIO EN EL PEDIDO ", PRESUP-PEDIDO,
                      " - ANULE EL PEDIDO"
              GO TO 4100-EXIT
           END-IF
           MOVE "R"          TO PRESUP-ESTADO
           MOVE WK-FECHA-HOY TO PRESUP-FECHA-ESTADO
           MOVE WK-USUARIO   TO PRESUP-USUARIO
           REWRITE PRESUP-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL PRESUPUESTO"
                  GO TO 4100-EXIT
           END-REWRITE
           DISPLAY "PRESUPUESTO RECHAZADO".
       4100-EXIT.
           EXIT.

       5000-CONSULTA.
           PERFORM 8200-PEDIR-PRESUP THRU 8200-EXIT
           IF WK-EXISTE-PRESUP = "S"
              PERFORM 5100-MOSTRAR-PRESUP THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    Muestra la cabecera del presupuesto leido y sus
      *    renglones.
      ******************************************************************
       5100-MOSTRAR-PRESUP.
           MOVE PRESUP-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              MOVE SPACES TO A101-NOMBRE
           END-IF
           PERFORM 8400-DESCRIBIR-ESTADO THRU 8400-EXIT
           DISPLAY "PRESUPUESTO. : ", PRESUP-NRO, "  FECHA ",
                   PRESUP-FECHA, "  VALIDO HASTA ", PRESUP-VALIDEZ
           DISPLAY "CLIENTE. . . : ", PRESUP-CLIENTE, " ", A101-NOMBRE
           DISPLAY "VENDEDOR . . : ", PRESUP-VENDEDOR,
                   "  OCURRENCIA ", PRESUP-OCURRENCIA,
                   "  LISTA ", PRESUP-LISTA
           DISPLAY "ESTADO . . . : ", WK-ESTADO-DESC
           IF PRESUP-PEDIDO NOT = ZERO
              DISPLAY "PEDIDO . . . : ", PRESUP-PEDIDO
           END-IF
           MOVE "N" TO WK-EOF-PRESLIN
           MOVE PRESUP-NRO TO PRESLIN-PRESUP
           MOVE ZERO       TO PRESLIN-LINEA
           START PRESLIN KEY >= PRESLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PRESLIN
           END-START
           PERFORM 5110-MOSTRAR-RENGLON THRU 5110-EXIT
               UNTIL WK-EOF-PRESLIN = "S"
           MOVE PRESUP-IMPORTE TO WK-IMPORTE-EDIT
           DISPLAY "TOTAL SIN IVA: ", WK-IMPORTE-EDIT.
       5100-EXIT.
           EXIT.

       5110-MOSTRAR-RENGLON.
           READ PRESLIN NEXT
               AT END MOVE "S" TO WK-EOF-PRESLIN
           END-READ
           IF WK-EOF-PRESLIN = "S"
              OR PRESLIN-PRESUP NOT = PRESUP-NRO
              MOVE "S" TO WK-EOF-PRESLIN
              GO TO 5110-EXIT
           END-IF
           MOVE PRESLIN-ARTICULO TO WK-ARTICULO
           PERFORM 8300-LEER-ARTICULO THRU 8300-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              MOVE SPACES TO ARTICULO-DESCRIPCION
           END-IF
           COMPUTE WK-IMPORTE-RENGLON =
                   PRESLIN-CANTIDAD * PRESLIN-PRECIO
           MOVE PRESLIN-CANTIDAD   TO WK-CANTIDAD-EDIT
           MOVE PRESLIN-PRECIO     TO WK-PRECIO-EDIT
           MOVE WK-IMPORTE-RENGLON TO WK-IMPORTE-EDIT
           DISPLAY "  ", PRESLIN-ARTICULO, " ", ARTICULO-DESCRIPCION,
                   " ", WK-CANTIDAD-EDIT, " X ", WK-PRECIO-EDIT,
                   " = ", WK-IMPORTE-EDIT.
       5110-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-PEDIR-PRESUP.
           DISPLAY "NUMERO DE PRESUPUESTO: "
           ACCEPT WK-NRO-PRESUP
           MOVE WK-NRO-PRESUP TO PRESUP-NRO
           MOVE "S" TO WK-EXISTE-PRESUP
           READ PRESUP
               INVALID KEY
                  MOVE "N" TO WK-EXISTE-PRESUP
                  DISPLAY "NO EXISTE EL PRESUPUESTO ", WK-NRO-PRESUP
           END-READ.
       8200-EXIT.
           EXIT.

       8300-LEER-ARTICULO.
           MOVE WK-ARTICULO TO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ.
       8300-EXIT.
           EXIT.

       8400-DESCRIBIR-ESTADO.
           EVALUATE TRUE
              WHEN PRESUP-ABIERTO
                 MOVE "ABIERTO"   TO WK-ESTADO-DESC
              WHEN PRESUP-ACEPTADO
                 MOVE "ACEPTADO"  TO WK-ESTADO-DESC
              WHEN PRESUP-VENCIDO
                 MOVE "VENCIDO"   TO WK-ESTADO-DESC
              WHEN PRESUP-RECHAZADO
                 MOVE "RECHAZADO" TO WK-ESTADO-DESC
              WHEN OTHER
                 MOVE PRESUP-ESTADO TO WK-ESTADO-DESC
           END-EVALUATE.
       8400-EXIT.
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
           CLOSE PRESUP
           CLOSE PRESLIN
           CLOSE ARTICULOS
           IF WK-HAY-LISTAPDET = "S"
              CLOSE LISTAPDET
           END-IF
           IF WK-HAY-VENDEDOR = "S"
              CLOSE VENDEDOR
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "PRESUP-ENTRADA".
