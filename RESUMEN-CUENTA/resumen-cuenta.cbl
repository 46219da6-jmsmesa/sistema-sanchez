      *   22/08/2026  SIS  El checkpoint inicializa e informa
      *                    CHKPOINT-REGISTROS como el resto de los
      *                    batch, segun el contrato de CHKPOINT.CPY.
      *   15/10/2026  SIS  Termina con GOBACK para poder correr como
      *                    paso del cierre mensual (CIERRE-MENSUAL).
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      *   15/10/2026  SIS  Clientes con sucursales
      *                    (A101-CONSUCURSAL): la hoja sale abierta
      *                    por sucursal (MOVCTA-SUCURSAL, casa
      *                    central primero) con subtotal por sucursal
      *                    y el total consolidado del cliente, que
      *                    recibe la casa central.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CHKPOINT.SEL".
           COPY "PARAMS.SEL".
           COPY "NOTIFQUE.SEL".
           COPY "CLISUCUR.SEL".

           SELECT RPT-RESUMEN ASSIGN TO "RPTRESUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "CHKPOINT.CPY".
           COPY "PARAMS.CPY".
           COPY "NOTIFQUE.CPY".
           COPY "CLISUCUR.CPY".

       FD  RPT-RESUMEN
                   LABEL RECORD STANDARD.

       01  WK-LINEA-TOT-HOJA.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WK-TH-LEYENDA           PIC X(25) VALUE
               "TOTAL DE LA HOJA . . . .".
           03  WK-TH-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "MOVIMIENTOS ".
           03  WK-TH-CANT              PIC ZZZZ9.

      ******************************************************************
      *    Apertura por sucursal de los clientes con sucursales
      *    (A101-CONSUCURSAL): la hoja sale abierta por la sucursal
      *    de cada movimiento (MOVCTA-SUCURSAL, 00 = casa central)
      *    con su subtotal, y el total de la hoja es el consolidado
      *    del cliente. WK-SUC-USADA marca las sucursales con
      *    movimientos en la hoja (posicion 1 = sucursal 00).
      ******************************************************************
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-SUC-MOVIM                PIC 9(02).
       77  WK-SUC-ACTUAL               PIC 9(02).
       77  WK-IND-SUC                  PIC 9(03).
       77  WK-TOTAL-SUC                PIC S9(14)V99.
       77  WK-CANT-SUC                 PIC 9(05).
       01  WK-TABLA-SUCURSALES.
           03  WK-SUC-USADA            PIC X(01) OCCURS 100 TIMES.

       01  WK-LINEA-SUCURSAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "SUCURSAL ".
           03  WK-S-SUCURSAL           PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-NOMBRE             PIC X(35).

       01  WK-LINEA-TOT-SUC.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(25) VALUE
               "SUBTOTAL SUCURSAL  . . .".
           03  WK-TS-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "MOVIMIENTOS ".
           03  WK-TS-CANT              PIC ZZZZ9.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           IF WK-CHKPT-REANUDA = "S"
              MOVE CHKPOINT-CLAVE TO A101-CLIENTE
              START CLIENTE KEY > A101-CLAVE
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
      ******************************************************************
      *    Totaliza e imprime los movimientos sin resumir de una
      *    ocurrencia, marcandolos con la hoja nueva, y actualiza los
      *    campos de resumen del maestro en esa ocurrencia. Los
      *    clientes con sucursales salen abiertos por sucursal.
      ******************************************************************
       2210-RESUMIR-OCURRENCIA.
           MOVE ZERO TO WK-TOTAL-MOVIM WK-CANT-MOVIM
           COMPUTE WK-HOJA-NUEVA = A101-HOJA-RESU(WK-IND-OCURR) + 1
           IF A101-CONSUCURSAL
              PERFORM 2300-RESUMIR-POR-SUCURSAL THRU 2300-EXIT
              GO TO 2215-CERRAR-HOJA
           END-IF
           PERFORM 2220-POSICIONAR-MOVIM THRU 2220-EXIT
           PERFORM UNTIL EOF-MOVCTAC
              IF MOVCTA-OCURRENCIA = WK-IND-OCURR
                 END-REWRITE
              END-IF
              PERFORM 2250-LEER-MOVIM THRU 2250-EXIT
           END-PERFORM.
       2215-CERRAR-HOJA.
           IF WK-CANT-MOVIM > ZERO
              IF A101-CONSUCURSAL
                 MOVE "TOTAL CONSOLIDADO  . . ." TO WK-TH-LEYENDA
              ELSE
                 MOVE "TOTAL DE LA HOJA . . . ." TO WK-TH-LEYENDA
              END-IF
              ADD 1 TO WK-TOTAL-RESUMENES
              MOVE WK-TOTAL-MOVIM TO WK-TH-IMPORTE
              MOVE WK-CANT-MOVIM  TO WK-TH-CANT
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    Hoja de un cliente con sucursales: una pasada marca las
      *    sucursales con movimientos sin resumir en la ocurrencia y
      *    despues cada sucursal (la casa central primero) imprime
      *    sus movimientos con su subtotal.
      ******************************************************************
       2300-RESUMIR-POR-SUCURSAL.
           MOVE SPACES TO WK-TABLA-SUCURSALES
           PERFORM 2220-POSICIONAR-MOVIM THRU 2220-EXIT
           PERFORM 2310-MARCAR-SUCURSAL THRU 2310-EXIT
               UNTIL EOF-MOVCTAC
           PERFORM 2320-RESUMIR-SUCURSAL THRU 2320-EXIT
               VARYING WK-IND-SUC FROM 1 BY 1
               UNTIL WK-IND-SUC > 100.
       2300-EXIT.
           EXIT.

       2310-MARCAR-SUCURSAL.
           IF MOVCTA-OCURRENCIA = WK-IND-OCURR
              AND MOVCTA-HOJA-RESU = ZERO
              PERFORM 2350-SUCURSAL-MOVIM THRU 2350-EXIT
              COMPUTE WK-IND-SUC = WK-SUC-MOVIM + 1
              MOVE "S" TO WK-SUC-USADA(WK-IND-SUC)
           END-IF
           PERFORM 2250-LEER-MOVIM THRU 2250-EXIT.
       2310-EXIT.
           EXIT.

       2320-RESUMIR-SUCURSAL.
           IF WK-SUC-USADA(WK-IND-SUC) NOT = "S"
              GO TO 2320-EXIT
           END-IF
           COMPUTE WK-SUC-ACTUAL = WK-IND-SUC - 1
           MOVE ZERO TO WK-TOTAL-SUC WK-CANT-SUC
           PERFORM 2220-POSICIONAR-MOVIM THRU 2220-EXIT
           PERFORM 2330-MOVIM-SUCURSAL THRU 2330-EXIT
               UNTIL EOF-MOVCTAC
           MOVE WK-TOTAL-SUC TO WK-TS-IMPORTE
           MOVE WK-CANT-SUC  TO WK-TS-CANT
           WRITE RPT-LINEA FROM WK-LINEA-TOT-SUC.
       2320-EXIT.
           EXIT.

       2330-MOVIM-SUCURSAL.
           IF MOVCTA-OCURRENCIA NOT = WK-IND-OCURR
              OR MOVCTA-HOJA-RESU NOT = ZERO
              GO TO 2330-SIGUIENTE
           END-IF
           PERFORM 2350-SUCURSAL-MOVIM THRU 2350-EXIT
           IF WK-SUC-MOVIM NOT = WK-SUC-ACTUAL
              GO TO 2330-SIGUIENTE
           END-IF
           IF WK-CANT-MOVIM = ZERO
              PERFORM 2230-ENCABEZAR-HOJA THRU 2230-EXIT
           END-IF
           IF WK-CANT-SUC = ZERO
              PERFORM 2340-ENCABEZAR-SUCURSAL THRU 2340-EXIT
           END-IF
           ADD 1 TO WK-CANT-MOVIM WK-CANT-SUC
           ADD MOVCTA-IMPORTE TO WK-TOTAL-MOVIM WK-TOTAL-SUC
           PERFORM 2240-IMPRIMIR-MOVIM THRU 2240-EXIT
           MOVE WK-HOJA-NUEVA TO MOVCTA-HOJA-RESU
           REWRITE MOVCTA-REG
               INVALID KEY CONTINUE
           END-REWRITE.
       2330-SIGUIENTE.
           PERFORM 2250-LEER-MOVIM THRU 2250-EXIT.
       2330-EXIT.
           EXIT.

       2340-ENCABEZAR-SUCURSAL.
           MOVE WK-SUC-ACTUAL TO WK-S-SUCURSAL
           MOVE SPACES TO WK-S-NOMBRE
           IF WK-SUC-ACTUAL = ZERO
              MOVE "CASA CENTRAL" TO WK-S-NOMBRE
              GO TO 2340-IMPRIMIR
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              MOVE A101-CLIENTE  TO CLISUCUR-CLIENTE
              MOVE WK-SUC-ACTUAL TO CLISUCUR-SUCURSAL
              READ CLISUCUR
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE CLISUCUR-NOMBRE TO WK-S-NOMBRE
              END-READ
           END-IF.
       2340-IMPRIMIR.
           WRITE RPT-LINEA FROM WK-LINEA-SUCURSAL.
       2340-EXIT.
           EXIT.

      ******************************************************************
      *    Sucursal del movimiento leido. Las notas calculadas
      *    sobre una factura (devolucion, pronto pago, diferencia
      *    de cambio) llevan la sucursal de esa factura; los
      *    movimientos sin sucursal (recibos, notas manuales,
      *    anteriores) son de la casa central.
      ******************************************************************
       2350-SUCURSAL-MOVIM.
           MOVE ZERO TO WK-SUC-MOVIM
           IF MOVCTA-SUCURSAL NUMERIC
              MOVE MOVCTA-SUCURSAL TO WK-SUC-MOVIM
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      *    Graba la clave del ultimo cliente procesado cada
      *    WK-CHKPT-INTERVALO registros, de forma que el proceso
           CLOSE CLIENTE
           CLOSE NOTIFQUE
           CLOSE MOVCTAC
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF
           CLOSE RPT-RESUMEN
           CLOSE CHKPOINT.
       9000-EXIT.
