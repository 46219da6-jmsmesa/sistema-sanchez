       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "STOCK-INVENTARIO".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Movimientos manuales de
      *                    stock por consola: ingreso de mercaderia a
      *                    un deposito, conteo fisico con ajuste de
      *                    la existencia del sistema a lo contado
      *                    (toda diferencia requiere la autorizacion
      *                    de un supervisor del maestro OPERADOR y
      *                    queda asentada en AUDITCLI) y consulta de
      *                    existencia, reservado, comprometido y
      *                    disponible de un articulo en todos sus
      *                    depositos. Los movimientos pasan por la
      *                    rutina STOCK-ACTUALIZA.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARTICULOS.SEL".
           COPY "STOCK.SEL".
           COPY "AUDITCLI.SEL".
           COPY "OPERADOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ARTICULOS.CPY".
           COPY "STOCK.CPY".
           COPY "AUDITCLI.CPY".
           COPY "OPERADOR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-STOCK                PIC X(02).
       77  STATUS-AUDITCLI             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EOF-STOCK                PIC X(01).
       77  WK-EXISTE-ARTICULO          PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-PERIODO-ESTADO           PIC X(01).

      ******************************************************************
      *    Movimiento en carga y parametros de STOCK-ACTUALIZA.
      ******************************************************************
       77  WK-ARTICULO                 PIC 9(06).
       77  WK-DEPOSITO                 PIC 9(02).
       77  WK-CANTIDAD                 PIC 9(07)V99.
       77  WK-CANT-CONTADA             PIC 9(07)V99.
       77  WK-DIFERENCIA               PIC S9(09)V99.
       77  WK-STK-TIPO                 PIC X(02).
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-COMPROBANTE          PIC 9(08).
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).
       77  WK-EXISTENCIA-ANTES         PIC S9(09)V99.

      ******************************************************************
      *    Validacion del supervisor contra el maestro OPERADOR.
      *    Sin maestro cargado se acepta el nombre tipeado.
      ******************************************************************
       77  STATUS-OPERADOR             PIC X(02).
       77  WK-HAY-OPERADOR             PIC X(01) VALUE "N".
       77  WK-SUPERVISOR               PIC X(10).
       77  WK-SUPERVISOR-OK            PIC X(01).

      ******************************************************************
      *    Consulta por depositos.
      ******************************************************************
       77  WK-TOT-EXISTENCIA           PIC S9(11)V99.
       77  WK-TOT-RESERVADO            PIC S9(11)V99.
       77  WK-TOT-COMPROMETIDO         PIC S9(11)V99.
       77  WK-DISPONIBLE               PIC S9(11)V99.

       01  WK-CANT-EDIT                PIC ZZ,ZZZ,ZZ9.99-.
       01  WK-ANTES-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WK-DIFER-EDIT               PIC ZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-CONSULTA.
           03  FILLER                  PIC X(04) VALUE "DEP ".
           03  WK-K-DEPOSITO           PIC X(02).
           03  FILLER                  PIC X(05) VALUE " EX: ".
           03  WK-K-EXISTENCIA         PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(05) VALUE " RS: ".
           03  WK-K-RESERVADO          PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(05) VALUE " CM: ".
           03  WK-K-COMPROMETIDO       PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(06) VALUE " DISP:".
           03  WK-K-DISPONIBLE         PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS NOT = "00"
              DISPLAY "SIN MAESTRO DE ARTICULOS - STATUS ",
                      STATUS-ARTICULOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "STOCK E INVENTARIO - OPCION:"
           DISPLAY "  I = INGRESO DE MERCADERIA"
           DISPLAY "  C = CONTEO FISICO (AJUSTE DE INVENTARIO)"
           DISPLAY "  K = CONSULTA DE STOCK POR DEPOSITOS"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
              WHEN "I"
                 PERFORM 3000-INGRESO THRU 3000-EXIT
              WHEN "C"
                 PERFORM 4000-CONTEO THRU 4000-EXIT
              WHEN "K"
                 PERFORM 5000-CONSULTA THRU 5000-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Ingreso de mercaderia al deposito, con el numero del
      *    comprobante del proveedor como referencia.
      ******************************************************************
       3000-INGRESO.
           PERFORM 8100-PEDIR-ARTICULO THRU 8100-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              GO TO 3000-EXIT
           END-IF
           PERFORM 8200-PEDIR-DEPOSITO THRU 8200-EXIT
           DISPLAY "CANTIDAD INGRESADA: "
           ACCEPT WK-CANTIDAD
           IF WK-CANTIDAD NOT > ZERO
              DISPLAY "CANTIDAD INVALIDA"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "COMPROBANTE DEL PROVEEDOR (0 = SIN): "
           ACCEPT WK-STK-COMPROBANTE
           MOVE "IN"        TO WK-STK-TIPO
           MOVE WK-CANTIDAD TO WK-STK-CANTIDAD
           MOVE SPACES      TO WK-SUPERVISOR
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
           IF WK-STK-RESULTADO = "00"
              MOVE WK-STK-EXISTENCIA TO WK-CANT-EDIT
              DISPLAY "INGRESO REGISTRADO - EXISTENCIA ", WK-CANT-EDIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    Conteo fisico: la existencia del sistema se lleva a lo
      *    contado con un movimiento de ajuste por la diferencia. El
      *    conteo sin diferencia solo deja estampada la fecha de
      *    inventario; con diferencia autoriza un supervisor y el
      *    ajuste queda en la auditoria.
      ******************************************************************
       4000-CONTEO.
           PERFORM 8100-PEDIR-ARTICULO THRU 8100-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              GO TO 4000-EXIT
           END-IF
           PERFORM 8200-PEDIR-DEPOSITO THRU 8200-EXIT
           MOVE "CO" TO WK-STK-TIPO
           MOVE ZERO TO WK-STK-CANTIDAD WK-STK-COMPROBANTE
           MOVE SPACES TO WK-SUPERVISOR
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
           MOVE WK-STK-EXISTENCIA TO WK-EXISTENCIA-ANTES
           MOVE WK-EXISTENCIA-ANTES TO WK-ANTES-EDIT
           DISPLAY "EXISTENCIA SEGUN SISTEMA: ", WK-ANTES-EDIT
           DISPLAY "CANTIDAD CONTADA: "
           ACCEPT WK-CANT-CONTADA
           COMPUTE WK-DIFERENCIA = WK-CANT-CONTADA - WK-EXISTENCIA-ANTES
           IF WK-DIFERENCIA > 9999999.99
              OR WK-DIFERENCIA < -9999999.99
              DISPLAY "DIFERENCIA FUERA DE RANGO - VERIFIQUE EL CONTEO"
              GO TO 4000-EXIT
           END-IF
           IF WK-DIFERENCIA NOT = ZERO
              MOVE WK-DIFERENCIA TO WK-DIFER-EDIT
              DISPLAY "DIFERENCIA DE INVENTARIO: ", WK-DIFER-EDIT
              DISPLAY "USUARIO SUPERVISOR QUE AUTORIZA: "
              ACCEPT WK-SUPERVISOR
              PERFORM 4150-VALIDAR-SUPERVISOR THRU 4150-EXIT
              IF WK-SUPERVISOR-OK = "N"
                 DISPLAY "AJUSTE NO AUTORIZADO"
                 GO TO 4000-EXIT
              END-IF
           END-IF
           MOVE "AJ"          TO WK-STK-TIPO
           MOVE WK-DIFERENCIA TO WK-STK-CANTIDAD
           MOVE ZERO          TO WK-STK-COMPROBANTE
           PERFORM 8500-MOVER-STOCK THRU 8500-EXIT
           IF WK-STK-RESULTADO NOT = "00"
              GO TO 4000-EXIT
           END-IF
           IF WK-DIFERENCIA NOT = ZERO
              PERFORM 4120-ASENTAR-AJUSTE THRU 4120-EXIT
              DISPLAY "AJUSTE REGISTRADO, AUTORIZADO POR ",
                      WK-SUPERVISOR
           ELSE
              DISPLAY "CONTEO SIN DIFERENCIA - FECHA DE INVENTARIO ",
                      "ACTUALIZADA"
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el ajuste en la auditoria: imagen "antes" con la
      *    existencia del sistema, "despues" con lo contado.
      ******************************************************************
       4120-ASENTAR-AJUSTE.
           OPEN EXTEND AUDITCLI
           IF STATUS-AUDITCLI = "35"
              OPEN OUTPUT AUDITCLI
           END-IF
           MOVE SPACES TO AUDITCLI-REG
           MOVE WK-SUPERVISOR TO AUDITCLI-USUARIO
           ACCEPT AUDITCLI-TERMINAL FROM ENVIRONMENT "TERMINAL"
           ACCEPT AUDITCLI-FECHA    FROM DATE YYYYMMDD
           ACCEPT AUDITCLI-HORA     FROM TIME
           MOVE "STOCK"        TO AUDITCLI-ARCHIVO
           MOVE WK-ARTICULO    TO AUDITCLI-CLAVE(1:6)
           MOVE WK-DEPOSITO    TO AUDITCLI-CLAVE(7:2)
           MOVE "M"            TO AUDITCLI-OPERACION
           MOVE WK-CANT-CONTADA TO WK-CANT-EDIT
           STRING "EXISTENCIA SEGUN SISTEMA " WK-ANTES-EDIT
                  " - OPERADOR " WK-USUARIO
               DELIMITED BY SIZE INTO AUDITCLI-IMAGEN-ANTES
           STRING "AJUSTE DE INVENTARIO - CONTADO " WK-CANT-EDIT
                  " DIFERENCIA " WK-DIFER-EDIT
               DELIMITED BY SIZE INTO AUDITCLI-IMAGEN-DESPUES
           WRITE AUDITCLI-REG
           CLOSE AUDITCLI.
       4120-EXIT.
           EXIT.

      ******************************************************************
      *    El supervisor tiene que existir en el maestro OPERADOR,
      *    estar habilitado y tener el perfil SUPERVISOR. Sin
      *    maestro cargado alcanza con un nombre no vacio.
      ******************************************************************
       4150-VALIDAR-SUPERVISOR.
           MOVE "N" TO WK-SUPERVISOR-OK
           IF WK-SUPERVISOR = SPACES
              GO TO 4150-EXIT
           END-IF
           IF WK-HAY-OPERADOR = "N"
              MOVE "S" TO WK-SUPERVISOR-OK
              GO TO 4150-EXIT
           END-IF
           MOVE WK-SUPERVISOR TO OPERADOR-USUARIO
           READ OPERADOR
               INVALID KEY
                  DISPLAY "EL SUPERVISOR NO EXISTE EN OPERADOR"
                  GO TO 4150-EXIT
           END-READ
           IF NOT OPERADOR-HABILITADO
              DISPLAY "EL SUPERVISOR NO ESTA HABILITADO"
              GO TO 4150-EXIT
           END-IF
           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "EL USUARIO NO TIENE PERFIL SUPERVISOR"
              GO TO 4150-EXIT
           END-IF
           MOVE "S" TO WK-SUPERVISOR-OK.
       4150-EXIT.
           EXIT.

      ******************************************************************
      *    Consulta del articulo en todos sus depositos, con el
      *    total general.
      ******************************************************************
       5000-CONSULTA.
           PERFORM 8100-PEDIR-ARTICULO THRU 8100-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              GO TO 5000-EXIT
           END-IF
           OPEN INPUT STOCK
           IF STATUS-STOCK NOT = "00"
              DISPLAY "SIN ARCHIVO DE STOCK"
              GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO WK-TOT-EXISTENCIA WK-TOT-RESERVADO
                        WK-TOT-COMPROMETIDO
           MOVE "N" TO WK-EOF-STOCK
           MOVE WK-ARTICULO TO STOCK-ARTICULO
           MOVE ZERO        TO STOCK-DEPOSITO
           START STOCK KEY >= STOCK-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-STOCK
           END-START
           PERFORM 5100-MOSTRAR-DEPOSITO THRU 5100-EXIT
               UNTIL WK-EOF-STOCK = "S"
           CLOSE STOCK
           MOVE "TT"                TO WK-K-DEPOSITO
           MOVE WK-TOT-EXISTENCIA   TO WK-K-EXISTENCIA
           MOVE WK-TOT-RESERVADO    TO WK-K-RESERVADO
           MOVE WK-TOT-COMPROMETIDO TO WK-K-COMPROMETIDO
           COMPUTE WK-DISPONIBLE = WK-TOT-EXISTENCIA - WK-TOT-RESERVADO
           MOVE WK-DISPONIBLE       TO WK-K-DISPONIBLE
           DISPLAY WK-LINEA-CONSULTA.
       5000-EXIT.
           EXIT.

       5100-MOSTRAR-DEPOSITO.
           READ STOCK NEXT
               AT END MOVE "S" TO WK-EOF-STOCK
           END-READ
           IF WK-EOF-STOCK = "S"
              OR STOCK-ARTICULO NOT = WK-ARTICULO
              MOVE "S" TO WK-EOF-STOCK
              GO TO 5100-EXIT
           END-IF
           MOVE STOCK-DEPOSITO     TO WK-K-DEPOSITO
           MOVE STOCK-EXISTENCIA   TO WK-K-EXISTENCIA
           MOVE STOCK-RESERVADO    TO WK-K-RESERVADO
           MOVE STOCK-COMPROMETIDO TO WK-K-COMPROMETIDO
           COMPUTE WK-DISPONIBLE = STOCK-EXISTENCIA - STOCK-RESERVADO
           MOVE WK-DISPONIBLE      TO WK-K-DISPONIBLE
           DISPLAY WK-LINEA-CONSULTA
           ADD STOCK-EXISTENCIA   TO WK-TOT-EXISTENCIA
           ADD STOCK-RESERVADO    TO WK-TOT-RESERVADO
           ADD STOCK-COMPROMETIDO TO WK-TOT-COMPROMETIDO.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    Pide y valida el articulo contra el maestro.
      ******************************************************************
       8100-PEDIR-ARTICULO.
           DISPLAY "ARTICULO: "
           ACCEPT WK-ARTICULO
           MOVE WK-ARTICULO TO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ
           IF WK-EXISTE-ARTICULO = "N"
              DISPLAY "ARTICULO INEXISTENTE EN EL MAESTRO"
           ELSE
              DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION,
                      " (", ARTICULO-UNIDAD, ")"
           END-IF.
       8100-EXIT.
           EXIT.

       8200-PEDIR-DEPOSITO.
           DISPLAY "DEPOSITO (0 = 01): "
           ACCEPT WK-DEPOSITO
           IF WK-DEPOSITO = ZERO
              MOVE 1 TO WK-DEPOSITO
           END-IF.
       8200-EXIT.
           EXIT.

       8500-MOVER-STOCK.
           CALL "STOCK-ACTUALIZA" USING WK-ARTICULO
                WK-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF WK-STK-RESULTADO NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR STOCK - STATUS ",
                      WK-STK-RESULTADO
           END-IF.
       8500-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARTICULOS
           IF WK-HAY-OPERADOR = "S"
              CLOSE OPERADOR
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "STOCK-INVENTARIO".
