       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PEDIDOS-IMPORT".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Importa los pedidos de
      *                    las terminales de los vendedores y de la
      *                    tienda web (archivo de texto PEDIMP.TXT:
      *                    cabecera "C" con origen, numero externo,
      *                    cliente, ocurrencia y deposito, seguida de
      *                    sus renglones "L" con articulo y cantidad)
      *                    con los mismos controles de la toma por
      *                    consola: cliente activo y no bloqueado,
      *                    articulo vigente en ARTICULOS, precio de
      *                    la lista del cliente y exposicion contra
      *                    el limite de credito. El pedido que no
      *                    pasa queda retenido (PEDIDO-RETENIDO) para
      *                    liberarlo o anularlo desde PEDIDOS-ENTRADA
      *                    y sale en el reporte de excepciones. El
      *                    numero externo queda en PEDEXT: un archivo
      *                    reenviado no duplica pedidos.
      *   15/10/2026  SIS  Garantias de credito: como en la toma por
      *                    consola, el control de exposicion
      *                    descuenta lo cubierto por las garantias
      *                    vigentes del cliente (GARANTIA-CONTROL).
      *   15/10/2026  SIS  La cabecera trae la sucursal del cliente
      *                    (en blanco = casa central), que queda en
      *                    PEDIDO-SUCURSAL; una sucursal inexistente
      *                    o bloqueada retiene solo ese pedido.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "PEDIDOS.SEL".
           COPY "PEDIDLIN.SEL".
           COPY "PEDEXT.SEL".
           COPY "ARTICULOS.SEL".
           COPY "LISTAPDET.SEL".
           COPY "COTIZA.SEL".
           COPY "CLISUCUR.SEL".

           SELECT IMPORT-ENTRADA ASSIGN TO "PEDIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

           SELECT RPT-EXCEPCIONES ASSIGN TO "RPTPEIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "PEDIDOS.CPY".
           COPY "PEDIDLIN.CPY".
           COPY "PEDEXT.CPY".
           COPY "ARTICULOS.CPY".
           COPY "LISTAPDET.CPY".
           COPY "COTIZA.CPY".
           COPY "CLISUCUR.CPY".

      ******************************************************************
      *    Archivo de pedidos: una cabecera "C" por pedido seguida
      *    de sus renglones "L" con el mismo origen y numero externo.
      ******************************************************************
       FD  IMPORT-ENTRADA
                   LABEL RECORD STANDARD.
       01  ENTRADA-REG.
           03  ENTRADA-TIPO            PIC X(01).
      *        'C' cabecera  'L' renglon
           03  ENTRADA-ORIGEN          PIC X(01).
      *        'V' terminal del vendedor  'W' tienda web
           03  ENTRADA-EXTERNO         PIC X(15).
           03  ENTRADA-DATOS           PIC X(33).
           03  ENTRADA-CABECERA REDEFINES ENTRADA-DATOS.
               05  ENTRADA-CLIENTE     PIC 9(06).
               05  ENTRADA-OCURRENCIA  PIC 9(01).
               05  ENTRADA-DEPOSITO    PIC 9(02).
               05  ENTRADA-SUCURSAL    PIC 9(02).
      *            Sucursal del cliente; en blanco = casa central
               05  FILLER              PIC X(22).
           03  ENTRADA-RENGLON REDEFINES ENTRADA-DATOS.
               05  ENTRADA-ARTICULO    PIC 9(06).
               05  ENTRADA-CANTIDAD    PIC 9(07)V99.
               05  FILLER              PIC X(18).

       FD  RPT-EXCEPCIONES
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(100).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-PEDIDOS              PIC X(02).
       77  STATUS-PEDIDLIN             PIC X(02).
       77  STATUS-PEDEXT               PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-LISTAPDET            PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  STATUS-ENTRADA              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".
       77  WK-EOF-PEDIDOS              PIC X(01) VALUE "N".
           88  EOF-PEDIDOS                       VALUE "S".
       77  WK-EOF-LISTAPDET            PIC X(01).
       77  WK-HAY-LISTAPDET            PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-ARTICULO          PIC X(01).

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-PERIODO-ESTADO           PIC X(01).
       77  WK-ULTIMO-NRO               PIC 9(08) VALUE ZERO.

      ******************************************************************
      *    Pedido externo en proceso: cabecera y renglones (hasta 50,
      *    como en la toma por consola). WK-MOTIVO en blanco indica
      *    que el pedido paso todos los controles; si no, queda
      *    retenido con ese motivo. WK-RECHAZO indica un pedido mal
      *    formado que no se puede grabar ni retener.
      ******************************************************************
       01  WK-CABECERA.
           03  WK-CAB-ORIGEN           PIC X(01).
           03  WK-CAB-EXTERNO          PIC X(15).
           03  WK-CAB-CLIENTE          PIC 9(06).
           03  WK-CAB-OCURRENCIA       PIC 9(01).
           03  WK-CAB-DEPOSITO         PIC 9(02).
           03  WK-CAB-SUCURSAL         PIC 9(02).
       77  WK-MOTIVO                   PIC X(30).
       77  WK-RECHAZO                  PIC X(30).
       77  WK-AVISO                    PIC X(30).
       77  WK-CANT-RENGLONES           PIC 9(03).
       77  WK-IND-RENGLON              PIC 9(03).
       77  WK-ARTICULO                 PIC 9(06).
       77  WK-PRECIO-LISTA             PIC 9(09)V99.
       77  WK-HAY-PRECIO               PIC X(01).
       77  WK-IMPORTE                  PIC S9(13)V99.
       01  WK-TABLA-RENGLONES.
           03  WK-REN OCCURS 50 TIMES.
               05  WK-REN-ARTICULO     PIC 9(06).
               05  WK-REN-CANTIDAD     PIC 9(07)V99.
               05  WK-REN-PRECIO       PIC 9(09)V99.

      ******************************************************************
      *    Control de exposicion contra el limite de credito, igual
      *    que en la toma por consola; sin supervisor que autorice,
      *    el pedido que supera el limite queda retenido.
      ******************************************************************
       77  WK-COTIZACION               PIC 9(05)V9999 VALUE 1.
       77  WK-IND-OCURR                PIC 9.
       77  WK-EXPO-OCURR               PIC S9(15)V99.
       77  WK-EXPOSICION               PIC S9(15)V99.
       77  WK-PEDIDO-PESOS             PIC S9(15)V99.
       77  WK-GARANTIAS                PIC S9(15)V99.
       77  WK-DESCUBIERTO              PIC S9(15)V99.

      ******************************************************************
      *    Control de disponible y reserva de stock (rutina
      *    STOCK-ACTUALIZA). Un renglon que supera el disponible se
      *    toma igual en back-order y se avisa en el reporte.
      ******************************************************************
       77  WK-STK-TIPO                 PIC X(02).
       77  WK-STK-CANTIDAD             PIC S9(07)V99.
       77  WK-STK-COMPROBANTE          PIC 9(08).
       77  WK-STK-EXISTENCIA           PIC S9(09)V99.
       77  WK-STK-DISPONIBLE           PIC S9(09)V99.
       77  WK-STK-RESULTADO            PIC X(02).
       77  WK-SIN-SUPERVISOR           PIC X(10) VALUE SPACES.

       77  WK-TOTAL-LEIDOS             PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-TOMADOS            PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RETENIDOS          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-DUPLICADOS         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RECHAZADOS         PIC 9(07) VALUE ZERO.
       77  WK-IMPORTE-TOMADO           PIC S9(15)V99 VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "EXCEPCIONES DE LA IMPORTACION DE PEDIDOS".
           03  FILLER                  PIC X(04) VALUE " AL ".
           03  WK-T-FECHA              PIC 9(08).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-ORIGEN             PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-D-EXTERNO            PIC X(15).
           03  FILLER                  PIC X(09) VALUE " CLIENTE ".
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-RESULTADO          PIC X(17).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-MOTIVO             PIC X(30).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-T-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "PEDIMPORT".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTPEIMP.TXT".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT IMPORT-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR PEDIMP.TXT - STATUS ",
                      STATUS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS NOT = "00"
              DISPLAY "SIN MAESTRO DE ARTICULOS - STATUS ",
                      STATUS-ARTICULOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CLIENTE
           OPEN I-O PEDIDOS
           IF STATUS-PEDIDOS = "35"
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF
           OPEN I-O PEDIDLIN
           IF STATUS-PEDIDLIN = "35"
              OPEN OUTPUT PEDIDLIN
              CLOSE PEDIDLIN
              OPEN I-O PEDIDLIN
           END-IF
           OPEN I-O PEDEXT
           IF STATUS-PEDEXT = "35"
              OPEN OUTPUT PEDEXT
              CLOSE PEDEXT
              OPEN I-O PEDEXT
           END-IF
           OPEN INPUT LISTAPDET
           IF STATUS-LISTAPDET = "00"
              MOVE "S" TO WK-HAY-LISTAPDET
           END-IF
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           PERFORM 1200-LEER-COTIZACION THRU 1200-EXIT
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT
           OPEN OUTPUT RPT-EXCEPCIONES
           MOVE WK-FECHA-HOY TO WK-T-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre PEDIDOS y deja en WK-ULTIMO-NRO el numero mas alto
      *    ya usado, para numerar correlativo a partir de el.
      ******************************************************************
       1100-BUSCAR-ULTIMO-NRO.
           MOVE ZERO TO PEDIDO-NRO
           START PEDIDOS KEY >= PEDIDO-NRO
               INVALID KEY MOVE "S" TO WK-EOF-PEDIDOS
           END-START
           PERFORM 1110-LEER-PEDIDO-NEXT THRU 1110-EXIT
               UNTIL EOF-PEDIDOS.
       1100-EXIT.
           EXIT.

       1110-LEER-PEDIDO-NEXT.
           READ PEDIDOS NEXT
               AT END MOVE "S" TO WK-EOF-PEDIDOS
           END-READ
           IF NOT EOF-PEDIDOS
              MOVE PEDIDO-NRO TO WK-ULTIMO-NRO
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *    Cotizacion USD del dia para convertir las ocurrencias en
      *    dolares del control de exposicion; sin cotizacion se
      *    toman uno a uno, como en la toma por consola.
      ******************************************************************
       1200-LEER-COTIZACION.
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              DISPLAY "SIN TABLA COTIZA - DOLARES TOMADOS UNO A UNO"
              GO TO 1200-EXIT
           END-IF
           MOVE "USD"        TO COTIZA-MONEDA
           MOVE WK-FECHA-HOY TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY
                  DISPLAY "SIN COTIZACION USD DE HOY - DOLARES ",
                          "TOMADOS UNO A UNO"
               NOT INVALID KEY
                  MOVE COTIZA-VALOR TO WK-COTIZACION
           END-READ
           CLOSE COTIZA.
       1200-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
           PERFORM 2200-PROCESAR-PEDIDO THRU 2200-EXIT
               UNTIL EOF-ENTRADA
           PERFORM 2800-ESCRIBIR-TOTALES THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           READ IMPORT-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Un pedido externo: la cabecera y los renglones que la
      *    siguen. Ya importado se informa como duplicado; mal
      *    formado se rechaza sin grabar; si no, se valida y se
      *    graba tomado o retenido.
      ******************************************************************
       2200-PROCESAR-PEDIDO.
           IF ENTRADA-TIPO NOT = "C"
              MOVE ENTRADA-ORIGEN  TO WK-CAB-ORIGEN
              MOVE ENTRADA-EXTERNO TO WK-CAB-EXTERNO
              MOVE ZERO            TO WK-CAB-CLIENTE
              MOVE "RENGLON SIN CABECERA" TO WK-RECHAZO
              PERFORM 2700-INFORMAR-RECHAZO THRU 2700-EXIT
              PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
              GO TO 2200-EXIT
           END-IF
           ADD 1 TO WK-TOTAL-LEIDOS
           MOVE SPACES TO WK-MOTIVO WK-RECHAZO WK-AVISO
           MOVE ENTRADA-ORIGEN  TO WK-CAB-ORIGEN
           MOVE ENTRADA-EXTERNO TO WK-CAB-EXTERNO
           IF ENTRADA-CLIENTE NUMERIC
              MOVE ENTRADA-CLIENTE TO WK-CAB-CLIENTE
           ELSE
              MOVE ZERO TO WK-CAB-CLIENTE
              MOVE "CLIENTE NO NUMERICO" TO WK-RECHAZO
           END-IF
           IF ENTRADA-OCURRENCIA NUMERIC
              MOVE ENTRADA-OCURRENCIA TO WK-CAB-OCURRENCIA
           ELSE
              MOVE ZERO TO WK-CAB-OCURRENCIA
           END-IF
           IF ENTRADA-DEPOSITO NUMERIC
              AND ENTRADA-DEPOSITO NOT = ZERO
              MOVE ENTRADA-DEPOSITO TO WK-CAB-DEPOSITO
           ELSE
              MOVE 1 TO WK-CAB-DEPOSITO
           END-IF
           IF ENTRADA-SUCURSAL NUMERIC
              MOVE ENTRADA-SUCURSAL TO WK-CAB-SUCURSAL
           ELSE
              MOVE ZERO TO WK-CAB-SUCURSAL
           END-IF
           IF WK-CAB-ORIGEN NOT = "V" AND WK-CAB-ORIGEN NOT = "W"
              MOVE "ORIGEN INVALIDO" TO WK-RECHAZO
           END-IF
           IF WK-CAB-EXTERNO = SPACES
              MOVE "SIN NUMERO DE PEDIDO EXTERNO" TO WK-RECHAZO
           END-IF
           MOVE ZERO TO WK-CANT-RENGLONES
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
           PERFORM 2300-TOMAR-RENGLON THRU 2300-EXIT
               UNTIL EOF-ENTRADA
                  OR ENTRADA-TIPO NOT = "L"
                  OR ENTRADA-ORIGEN NOT = WK-CAB-ORIGEN
                  OR ENTRADA-EXTERNO NOT = WK-CAB-EXTERNO
           IF WK-CANT-RENGLONES = ZERO AND WK-RECHAZO = SPACES
              MOVE "PEDIDO SIN RENGLONES" TO WK-RECHAZO
           END-IF
           IF WK-RECHAZO NOT = SPACES
              PERFORM 2700-INFORMAR-RECHAZO THRU 2700-EXIT
              GO TO 2200-EXIT
           END-IF
           MOVE WK-CAB-ORIGEN  TO PEDEXT-ORIGEN
           MOVE WK-CAB-EXTERNO TO PEDEXT-NUMERO
           READ PEDEXT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WK-TOTAL-DUPLICADOS
                  MOVE "DUPLICADO"  TO WK-D-RESULTADO
                  MOVE SPACES       TO WK-D-MOTIVO
                  STRING "YA IMPORTADO COMO PEDIDO " PEDEXT-PEDIDO
                      DELIMITED BY SIZE INTO WK-D-MOTIVO
                  PERFORM 2750-LINEA-EXCEPCION THRU 2750-EXIT
                  GO TO 2200-EXIT
           END-READ
           PERFORM 2400-VALIDAR-PEDIDO THRU 2400-EXIT
           PERFORM 2500-GRABAR-PEDIDO THRU 2500-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Guarda un renglon del pedido en la tabla; mas de 50
      *    renglones o datos no numericos rechazan el pedido.
      ******************************************************************
       2300-TOMAR-RENGLON.
           IF ENTRADA-ARTICULO NOT NUMERIC
              OR ENTRADA-CANTIDAD NOT NUMERIC
              MOVE "RENGLON CON DATOS NO NUMERICOS" TO WK-RECHAZO
              GO TO 2300-SIGUIENTE
           END-IF
           IF WK-CANT-RENGLONES = 50
              MOVE "MAS DE 50 RENGLONES" TO WK-RECHAZO
              GO TO 2300-SIGUIENTE
           END-IF
           ADD 1 TO WK-CANT-RENGLONES
           MOVE ENTRADA-ARTICULO TO WK-REN-ARTICULO(WK-CANT-RENGLONES)
           MOVE ENTRADA-CANTIDAD TO WK-REN-CANTIDAD(WK-CANT-RENGLONES)
           MOVE ZERO             TO WK-REN-PRECIO(WK-CANT-RENGLONES).
       2300-SIGUIENTE.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    Los controles de la toma por consola. El primero que
      *    falla deja el motivo de la retencion en WK-MOTIVO.
      ******************************************************************
       2400-VALIDAR-PEDIDO.
           MOVE ZERO TO WK-IMPORTE
           MOVE WK-CAB-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              MOVE "CLIENTE INEXISTENTE" TO WK-MOTIVO
              GO TO 2400-EXIT
           END-IF
           IF A101-DADO-DE-BAJA
              MOVE "CLIENTE DADO DE BAJA" TO WK-MOTIVO
              GO TO 2400-EXIT
           END-IF
           IF A101-BLOQUEADA-SI
              MOVE "CUENTA BLOQUEADA" TO WK-MOTIVO
              GO TO 2400-EXIT
           END-IF
           IF WK-CAB-SUCURSAL NOT = ZERO
              PERFORM 2405-VALIDAR-SUCURSAL THRU 2405-EXIT
              IF WK-MOTIVO NOT = SPACES
                 GO TO 2400-EXIT
              END-IF
           END-IF
           IF WK-CAB-OCURRENCIA < 1 OR WK-CAB-OCURRENCIA > 4
              MOVE "OCURRENCIA INVALIDA" TO WK-MOTIVO
              GO TO 2400-EXIT
           END-IF
           PERFORM 2410-VALIDAR-RENGLON THRU 2410-EXIT
               VARYING WK-IND-RENGLON FROM 1 BY 1
               UNTIL WK-IND-RENGLON > WK-CANT-RENGLONES
                  OR WK-MOTIVO NOT = SPACES
           IF WK-MOTIVO NOT = SPACES
              GO TO 2400-EXIT
           END-IF
           IF WK-IMPORTE NOT > ZERO
              MOVE "IMPORTE INVALIDO" TO WK-MOTIVO
              GO TO 2400-EXIT
           END-IF
           PERFORM 2450-CONTROLAR-CREDITO THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    La sucursal del pedido debe existir en CLISUCUR para el
      *    cliente y no estar bloqueada; el bloqueo de una sucursal
      *    retiene solo los pedidos para ella.
      ******************************************************************
       2405-VALIDAR-SUCURSAL.
           IF WK-HAY-CLISUCUR = "N"
              MOVE "SUCURSAL INEXISTENTE" TO WK-MOTIVO
              GO TO 2405-EXIT
           END-IF
           MOVE WK-CAB-CLIENTE  TO CLISUCUR-CLIENTE
           MOVE WK-CAB-SUCURSAL TO CLISUCUR-SUCURSAL
           READ CLISUCUR
               INVALID KEY
                  MOVE "SUCURSAL INEXISTENTE" TO WK-MOTIVO
                  GO TO 2405-EXIT
           END-READ
           IF CLISUCUR-BLOQUEADA-SI
              MOVE "SUCURSAL BLOQUEADA" TO WK-MOTIVO
           END-IF.
       2405-EXIT.
           EXIT.

       2410-VALIDAR-RENGLON.
           MOVE WK-REN-ARTICULO(WK-IND-RENGLON) TO WK-ARTICULO
           MOVE WK-ARTICULO TO ARTICULO-CODIGO
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ
           IF WK-EXISTE-ARTICULO = "N"
              STRING "ARTICULO " WK-ARTICULO " INEXISTENTE"
                  DELIMITED BY SIZE INTO WK-MOTIVO
              GO TO 2410-EXIT
           END-IF
           IF NOT ARTICULO-VIGENTE-SI
              STRING "ARTICULO " WK-ARTICULO " DE BAJA"
                  DELIMITED BY SIZE INTO WK-MOTIVO
              GO TO 2410-EXIT
           END-IF
           IF WK-REN-CANTIDAD(WK-IND-RENGLON) NOT > ZERO
              STRING "CANTIDAD INVALIDA ARTICULO " WK-ARTICULO
                  DELIMITED BY SIZE INTO WK-MOTIVO
              GO TO 2410-EXIT
           END-IF
           PERFORM 2420-BUSCAR-PRECIO-LISTA THRU 2420-EXIT
           IF WK-HAY-PRECIO = "N"
              STRING "SIN PRECIO EN LISTA ART " WK-ARTICULO
                  DELIMITED BY SIZE INTO WK-MOTIVO
              GO TO 2410-EXIT
           END-IF
           MOVE WK-PRECIO-LISTA TO WK-REN-PRECIO(WK-IND-RENGLON)
           COMPUTE WK-IMPORTE = WK-IMPORTE
                 + WK-REN-CANTIDAD(WK-IND-RENGLON)
                 * WK-REN-PRECIO(WK-IND-RENGLON).
       2410-EXIT.
           EXIT.

      ******************************************************************
      *    Precio vigente del articulo en la lista del cliente: la
      *    fila con mayor vigencia no posterior a la fecha del dia.
      ******************************************************************
       2420-BUSCAR-PRECIO-LISTA.
           MOVE "N" TO WK-HAY-PRECIO
           MOVE ZERO TO WK-PRECIO-LISTA
           IF WK-HAY-LISTAPDET = "N"
              GO TO 2420-EXIT
           END-IF
           MOVE "N" TO WK-EOF-LISTAPDET
           MOVE A101-LISTA-PRECIOS TO LISTAPDET-LISTA
           MOVE WK-ARTICULO        TO LISTAPDET-ARTICULO
           MOVE ZEROS              TO LISTAPDET-VIGENCIA
           START LISTAPDET KEY >= LISTAPDET-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LISTAPDET
           END-START
           PERFORM 2430-LEER-PRECIO THRU 2430-EXIT
               UNTIL WK-EOF-LISTAPDET = "S".
       2420-EXIT.
           EXIT.

       2430-LEER-PRECIO.
           READ LISTAPDET NEXT
               AT END MOVE "S" TO WK-EOF-LISTAPDET
           END-READ
           IF WK-EOF-LISTAPDET = "S"
              GO TO 2430-EXIT
           END-IF
           IF LISTAPDET-LISTA NOT = A101-LISTA-PRECIOS
              OR LISTAPDET-ARTICULO NOT = WK-ARTICULO
              OR LISTAPDET-VIGENCIA > WK-FECHA-HOY
              MOVE "S" TO WK-EOF-LISTAPDET
           ELSE
              MOVE "S" TO WK-HAY-PRECIO
              MOVE LISTAPDET-PRECIO TO WK-PRECIO-LISTA
           END-IF.
       2430-EXIT.
           EXIT.

      ******************************************************************
      *    Exposicion del cliente (saldo mas pendientes de pedido y
      *    remito menos valores en cartera, dolares convertidos)
      *    mas el pedido, menos lo cubierto por las garantias
      *    vigentes, contra A101-MONTO-CREDITO. Solo rige para
      *    clientes con limite cargado.
      ******************************************************************
       2450-CONTROLAR-CREDITO.
           IF A101-MONTO-CREDITO = ZERO
              GO TO 2450-EXIT
           END-IF
           MOVE ZERO TO WK-EXPOSICION
           PERFORM 2460-SUMAR-OCURRENCIA THRU 2460-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           IF WK-CAB-OCURRENCIA > 2
              COMPUTE WK-PEDIDO-PESOS ROUNDED =
                      WK-IMPORTE * WK-COTIZACION
           ELSE
              MOVE WK-IMPORTE TO WK-PEDIDO-PESOS
           END-IF
           ADD WK-PEDIDO-PESOS TO WK-EXPOSICION
           CALL "GARANTIA-CONTROL" USING A101-CLIENTE WK-FECHA-HOY
                WK-COTIZACION WK-GARANTIAS
           COMPUTE WK-DESCUBIERTO = WK-EXPOSICION - WK-GARANTIAS
           IF WK-DESCUBIERTO > A101-MONTO-CREDITO
              MOVE "SUPERA EL LIMITE DE CREDITO" TO WK-MOTIVO
           END-IF.
       2450-EXIT.
           EXIT.

       2460-SUMAR-OCURRENCIA.
           COMPUTE WK-EXPO-OCURR =
                   A101-SALDO(WK-IND-OCURR)
                 + A101-PEND-PEDIDOS(WK-IND-OCURR)
                 + A101-PEND-REMITOS(WK-IND-OCURR)
                 - A101-MONTO-VALORES(WK-IND-OCURR)
           IF WK-IND-OCURR > 2
              COMPUTE WK-EXPO-OCURR ROUNDED =
                      WK-EXPO-OCURR * WK-COTIZACION
           END-IF
           ADD WK-EXPO-OCURR TO WK-EXPOSICION.
       2460-EXIT.
           EXIT.

      ******************************************************************
      *    Graba el pedido con sus renglones. Tomado: reserva el
      *    stock y suma a A101-PEND-PEDIDOS como el alta por
      *    consola. Retenido: queda en PEDIDOS sin reservar ni
      *    sumar. En los dos casos el numero externo va a PEDEXT.
      ******************************************************************
       2500-GRABAR-PEDIDO.
           MOVE SPACES TO PEDIDO-REG
           ADD 1 TO WK-ULTIMO-NRO
           MOVE WK-ULTIMO-NRO     TO PEDIDO-NRO
           MOVE WK-CAB-CLIENTE    TO PEDIDO-CLIENTE
           MOVE WK-FECHA-HOY      TO PEDIDO-FECHA
           MOVE WK-CAB-OCURRENCIA TO PEDIDO-OCURRENCIA
           MOVE WK-CAB-DEPOSITO   TO PEDIDO-DEPOSITO
           MOVE WK-CAB-SUCURSAL   TO PEDIDO-SUCURSAL
           MOVE WK-CAB-ORIGEN     TO PEDIDO-ORIGEN
           MOVE WK-CAB-EXTERNO    TO PEDIDO-EXTERNO
           MOVE WK-IMPORTE        TO PEDIDO-IMPORTE
           MOVE ZERO              TO PEDIDO-IMPORTE-REMITADO
           IF WK-MOTIVO = SPACES
              MOVE "P" TO PEDIDO-ESTADO
           ELSE
              MOVE "T" TO PEDIDO-ESTADO
           END-IF
           WRITE PEDIDO-REG
               INVALID KEY
                  MOVE "ERROR AL GRABAR EL PEDIDO" TO WK-RECHAZO
                  PERFORM 2700-INFORMAR-RECHAZO THRU 2700-EXIT
                  GO TO 2500-EXIT
           END-WRITE
           PERFORM 2510-GRABAR-RENGLON THRU 2510-EXIT
               VARYING WK-IND-RENGLON FROM 1 BY 1
               UNTIL WK-IND-RENGLON > WK-CANT-RENGLONES
           MOVE SPACES            TO PEDEXT-REG
           MOVE WK-CAB-ORIGEN     TO PEDEXT-ORIGEN
           MOVE WK-CAB-EXTERNO    TO PEDEXT-NUMERO
           MOVE PEDIDO-NRO        TO PEDEXT-PEDIDO
           MOVE WK-FECHA-HOY      TO PEDEXT-FECHA
           MOVE PEDIDO-ESTADO     TO PEDEXT-ESTADO
           MOVE WK-MOTIVO         TO PEDEXT-MOTIVO
           WRITE PEDEXT-REG
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR EL PEDIDO EXTERNO ",
                          WK-CAB-ORIGEN, "-", WK-CAB-EXTERNO
           END-WRITE
           IF PEDIDO-RETENIDO
              ADD 1 TO WK-TOTAL-RETENIDOS
              MOVE SPACES TO WK-D-RESULTADO
              STRING "RETENIDO " PEDIDO-NRO
                  DELIMITED BY SIZE INTO WK-D-RESULTADO
              MOVE WK-MOTIVO TO WK-D-MOTIVO
              PERFORM 2750-LINEA-EXCEPCION THRU 2750-EXIT
              GO TO 2500-EXIT
           END-IF
           ADD PEDIDO-IMPORTE
               TO A101-PEND-PEDIDOS(PEDIDO-OCURRENCIA)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE
           ADD 1 TO WK-TOTAL-TOMADOS
           ADD PEDIDO-IMPORTE TO WK-IMPORTE-TOMADO
           IF WK-AVISO NOT = SPACES
              MOVE SPACES TO WK-D-RESULTADO
              STRING "TOMADO " PEDIDO-NRO
                  DELIMITED BY SIZE INTO WK-D-RESULTADO
              MOVE WK-AVISO TO WK-D-MOTIVO
              PERFORM 2750-LINEA-EXCEPCION THRU 2750-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-GRABAR-RENGLON.
           MOVE SPACES TO PEDIDLIN-REG
           MOVE PEDIDO-NRO     TO PEDIDLIN-PEDIDO
           MOVE WK-IND-RENGLON TO PEDIDLIN-LINEA
           MOVE WK-REN-ARTICULO(WK-IND-RENGLON)
               TO PEDIDLIN-ARTICULO
           MOVE WK-REN-CANTIDAD(WK-IND-RENGLON)
               TO PEDIDLIN-CANTIDAD
           MOVE WK-REN-PRECIO(WK-IND-RENGLON)
               TO PEDIDLIN-PRECIO
           MOVE ZERO TO PEDIDLIN-CANT-REMITADA
           WRITE PEDIDLIN-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL RENGLON ",
                          WK-IND-RENGLON, " DEL PEDIDO ", PEDIDO-NRO
                  GO TO 2510-EXIT
           END-WRITE
           IF PEDIDO-RETENIDO
              GO TO 2510-EXIT
           END-IF
           PERFORM 2520-CONTROLAR-DISPONIBLE THRU 2520-EXIT
           MOVE "RS"              TO WK-STK-TIPO
           MOVE PEDIDLIN-CANTIDAD TO WK-STK-CANTIDAD
           MOVE PEDIDO-NRO        TO WK-STK-COMPROBANTE
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
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    Control de disponible antes de reservar: la reserva se
      *    hace igual (back-order) y el pedido sale en el reporte
      *    con el aviso.
      ******************************************************************
       2520-CONTROLAR-DISPONIBLE.
           MOVE "CO"        TO WK-STK-TIPO
           MOVE ZERO        TO WK-STK-CANTIDAD WK-STK-COMPROBANTE
           CALL "STOCK-ACTUALIZA" USING PEDIDLIN-ARTICULO
                PEDIDO-DEPOSITO WK-STK-TIPO WK-STK-CANTIDAD
                WK-STK-COMPROBANTE WK-USUARIO WK-SIN-SUPERVISOR
                WK-STK-EXISTENCIA WK-STK-DISPONIBLE
                WK-STK-RESULTADO
           IF PEDIDLIN-CANTIDAD > WK-STK-DISPONIBLE
              AND WK-AVISO = SPACES
              STRING "SUPERA DISPONIBLE ART " PEDIDLIN-ARTICULO
                  DELIMITED BY SIZE INTO WK-AVISO
           END-IF.
       2520-EXIT.
           EXIT.

       2700-INFORMAR-RECHAZO.
           ADD 1 TO WK-TOTAL-RECHAZADOS
           MOVE "RECHAZADO" TO WK-D-RESULTADO
           MOVE WK-RECHAZO  TO WK-D-MOTIVO
           PERFORM 2750-LINEA-EXCEPCION THRU 2750-EXIT.
       2700-EXIT.
           EXIT.

       2750-LINEA-EXCEPCION.
           MOVE WK-CAB-ORIGEN  TO WK-D-ORIGEN
           MOVE WK-CAB-EXTERNO TO WK-D-EXTERNO
           MOVE WK-CAB-CLIENTE TO WK-D-CLIENTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2750-EXIT.
           EXIT.

       2800-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE ZERO TO WK-T-IMPORTE
           MOVE "PEDIDOS LEIDOS  . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-LEIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PEDIDOS TOMADOS . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-TOMADOS  TO WK-T-CANTIDAD
           MOVE WK-IMPORTE-TOMADO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE ZERO TO WK-T-IMPORTE
           MOVE "PEDIDOS RETENIDOS . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-RETENIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DUPLICADOS (YA IMPORTADOS)  . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-DUPLICADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "RECHAZADOS POR FORMATO  . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-RECHAZADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2800-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE IMPORT-ENTRADA
           CLOSE CLIENTE
           CLOSE PEDIDOS
           CLOSE PEDIDLIN
           CLOSE PEDEXT
           CLOSE ARTICULOS
           IF WK-HAY-LISTAPDET = "S"
              CLOSE LISTAPDET
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF
           CLOSE RPT-EXCEPCIONES
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "PEDIDOS-IMPORT".
