      *                    por articulo con la descripcion del
      *                    maestro ARTICULOS y subtotaliza la
      *                    cantidad pendiente de cada articulo.
      *   15/10/2026  SIS  El listado se abre por deposito del
      *                    pedido y muestra la existencia de cada
      *                    articulo en el deposito (archivo STOCK);
      *                    la existencia se asigna a los renglones
      *                    por orden de pedido, indicando en cada
      *                    uno la cantidad que puede despacharse hoy
      *                    y en el subtotal lo despachable del
      *                    articulo.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "PEDIDOS.SEL".
           COPY "PEDIDLIN.SEL".
           COPY "ARTICULOS.SEL".
           COPY "STOCK.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-PENDIENTES ASSIGN TO "RPTLINPEN.TXT"
           COPY "PEDIDOS.CPY".
           COPY "PEDIDLIN.CPY".
           COPY "ARTICULOS.CPY".
           COPY "STOCK.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-PENDIENTES

       SD  WORK-PENDIENTES.
       01  SD-PENDIENTES.
           03  SD-DEPOSITO             PIC 9(2).
           03  SD-ARTICULO             PIC 9(6).
           03  SD-PEDIDO               PIC 9(8).
           03  SD-LINEA                PIC 9(3).
       77  WK-CANT-PENDIENTE           PIC 9(07)V99.
       77  WK-SUB-ARTICULO             PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      *    Asignacion de la existencia del deposito a los renglones
      *    pendientes del articulo, en orden de pedido. Los pedidos
      *    anteriores al control de stock se listan en el 01.
      ******************************************************************
       77  STATUS-STOCK                PIC X(02).
       77  WK-HAY-STOCK                PIC X(01) VALUE "N".
       77  WK-DEPOSITO-ANT             PIC 9(02).
       77  WK-EXISTENCIA               PIC S9(09)V99.
       77  WK-A-ASIGNAR                PIC S9(09)V99.
       77  WK-DESPACHABLE              PIC 9(07)V99.
       77  WK-SUB-DESPACHABLE          PIC 9(09)V99 VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(12) VALUE " PENDIENTE ".
           03  WK-D-CANTIDAD           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(14) VALUE
               " DESPACHABLE ".
           03  WK-D-DESPACHABLE        PIC Z,ZZZ,ZZ9.99.

       01  WK-LINEA-DEPOSITO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "DEPOSITO ".
           03  WK-P-DEPOSITO           PIC 9(02).

       01  WK-LINEA-EXISTENCIA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               "EXISTENCIA EN DEPOSITO ".
           03  WK-X-EXISTENCIA         PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(27) VALUE
               "TOTAL PENDIENTE ARTICULO  ".
           03  WK-S-CANTIDAD           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(14) VALUE
               "  DESPACHABLE ".
           03  WK-S-DESPACHABLE        PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
              GOBACK
           END-IF
           OPEN INPUT ARTICULOS
           OPEN INPUT STOCK
           IF STATUS-STOCK = "00"
              MOVE "S" TO WK-HAY-STOCK
           END-IF
           OPEN OUTPUT RPT-PENDIENTES
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ

       2000-PROCESO.
           SORT WORK-PENDIENTES
               ON ASCENDING KEY SD-DEPOSITO SD-ARTICULO
                                SD-PEDIDO SD-LINEA
               INPUT PROCEDURE  2100-VOLCAR-RENGLONES THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR         THRU 2200-EXIT.
       2000-EXIT.
                  INVALID KEY MOVE "N" TO WK-EXISTE-PEDIDO
              END-READ
              IF WK-EXISTE-PEDIDO = "S" AND PEDIDO-PENDIENTE
                 IF PEDIDO-DEPOSITO NUMERIC
                    AND PEDIDO-DEPOSITO NOT = ZERO
                    MOVE PEDIDO-DEPOSITO TO SD-DEPOSITO
                 ELSE
                    MOVE 1 TO SD-DEPOSITO
                 END-IF
                 MOVE PEDIDLIN-ARTICULO TO SD-ARTICULO
                 MOVE PEDIDLIN-PEDIDO   TO SD-PEDIDO
                 MOVE PEDIDLIN-LINEA    TO SD-LINEA
           END-RETURN
           PERFORM UNTIL EOF-SORT
              IF WK-PRIMERA = "S"
                 MOVE SD-DEPOSITO TO WK-DEPOSITO-ANT
                 MOVE SD-ARTICULO TO WK-ARTICULO-ANT
                 PERFORM 2210-ENCABEZADO-DEPOSITO THRU 2210-EXIT
                 PERFORM 2220-ENCABEZADO-ARTICULO THRU 2220-EXIT
                 MOVE "N" TO WK-PRIMERA
              ELSE
                 IF SD-DEPOSITO NOT = WK-DEPOSITO-ANT
                    PERFORM 2240-SUBTOTAL-ARTICULO THRU 2240-EXIT
                    MOVE SD-DEPOSITO TO WK-DEPOSITO-ANT
                    MOVE SD-ARTICULO TO WK-ARTICULO-ANT
                    PERFORM 2210-ENCABEZADO-DEPOSITO THRU 2210-EXIT
                    PERFORM 2220-ENCABEZADO-ARTICULO THRU 2220-EXIT
                 ELSE
                    IF SD-ARTICULO NOT = WK-ARTICULO-ANT
                       PERFORM 2240-SUBTOTAL-ARTICULO THRU 2240-EXIT
                       MOVE SD-ARTICULO TO WK-ARTICULO-ANT
                       PERFORM 2220-ENCABEZADO-ARTICULO
                          THRU 2220-EXIT
                    END-IF
                 END-IF
              END-IF
              PERFORM 2230-DETALLE THRU 2230-EXIT
       2200-EXIT.
           EXIT.

       2210-ENCABEZADO-DEPOSITO.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SD-DEPOSITO TO WK-P-DEPOSITO
           WRITE RPT-LINEA FROM WK-LINEA-DEPOSITO.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Encabezado del articulo con su existencia en el deposito,
      *    que queda como saldo a asignar a los renglones.
      ******************************************************************
       2220-ENCABEZADO-ARTICULO.
           MOVE SD-ARTICULO TO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           ELSE
              MOVE "(ARTICULO SIN MAESTRO)" TO WK-A-DESCRIPCION
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-ARTICULO
           MOVE ZERO TO WK-EXISTENCIA
           IF WK-HAY-STOCK = "S"
              MOVE SD-ARTICULO TO STOCK-ARTICULO
              MOVE SD-DEPOSITO TO STOCK-DEPOSITO
              READ STOCK
                  INVALID KEY CONTINUE
              END-READ
              IF STATUS-STOCK = "00"
                 MOVE STOCK-EXISTENCIA TO WK-EXISTENCIA
              END-IF
           END-IF
           MOVE WK-EXISTENCIA TO WK-X-EXISTENCIA
           WRITE RPT-LINEA FROM WK-LINEA-EXISTENCIA
           MOVE WK-EXISTENCIA TO WK-A-ASIGNAR.
       2220-EXIT.
           EXIT.

           MOVE SD-LINEA          TO WK-D-LINEA
           MOVE SD-CLIENTE        TO WK-D-CLIENTE
           MOVE SD-CANT-PENDIENTE TO WK-D-CANTIDAD
           IF WK-A-ASIGNAR NOT > ZERO
              MOVE ZERO TO WK-DESPACHABLE
           ELSE
              IF SD-CANT-PENDIENTE > WK-A-ASIGNAR
                 MOVE WK-A-ASIGNAR TO WK-DESPACHABLE
              ELSE
                 MOVE SD-CANT-PENDIENTE TO WK-DESPACHABLE
              END-IF
           END-IF
           SUBTRACT WK-DESPACHABLE FROM WK-A-ASIGNAR
           MOVE WK-DESPACHABLE TO WK-D-DESPACHABLE
           WRITE RPT-LINEA FROM WK-LINEA-DET
           ADD SD-CANT-PENDIENTE TO WK-SUB-ARTICULO
           ADD WK-DESPACHABLE    TO WK-SUB-DESPACHABLE.
       2230-EXIT.
           EXIT.

       2240-SUBTOTAL-ARTICULO.
           MOVE WK-SUB-ARTICULO    TO WK-S-CANTIDAD
           MOVE WK-SUB-DESPACHABLE TO WK-S-DESPACHABLE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-ARTICULO WK-SUB-DESPACHABLE.
       2240-EXIT.
           EXIT.

           CLOSE PEDIDOS
           CLOSE PEDIDLIN
           CLOSE ARTICULOS
           IF WK-HAY-STOCK = "S"
              CLOSE STOCK
           END-IF
           CLOSE RPT-PENDIENTES.
       9000-EXIT.
           EXIT.
