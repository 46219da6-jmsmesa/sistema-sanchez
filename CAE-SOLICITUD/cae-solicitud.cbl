      *                    total) y marca cada factura como
      *                    solicitada. CAE-RESPUESTA procesa la
      *                    vuelta del WSFE.
      *   15/10/2026  SIS  La solicitud lleva el detalle de
      *                    alicuotas del WSFE: neto gravado, neto
      *                    exento y hasta dos alicuotas (codigo
      *                    AFIP, base imponible e IVA) tomadas de la
      *                    apertura de la factura.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros (CUIT) de la empresa con la que
      *                    se trabaja (rutina EMPRESA-ACTUAL) y
      *                    solicita CAE solo para las facturas de esa
      *                    empresa.
      *   15/10/2026  SIS  La solicitud lleva el numero AFIP de la
      *                    factura (sin el bloque de numeracion de la
      *                    empresa) y el punto de venta (1, o el de
      *                    la variable de ambiente PUNTO-VENTA). El
      *                    codigo de alicuota sale del neto y del IVA
      *                    grabados en la factura y no de las tasas
      *                    vigentes de FECH-70.
      ******************************************************************

       ENVIRONMENT DIVISION.
                                       SEPARATE.
           03  SOL-TOTAL               PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
           03  SOL-NETO-EXENTO         PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
           03  SOL-CANT-ALICUOTAS      PIC 9(01).
           03  SOL-ALICUOTA OCCURS 2 TIMES.
               05  SOL-ALIC-CODIGO     PIC 9(02).
      *            Codigo de alicuota AFIP (3 = 0%, 4 = 10,5%,
      *            5 = 21%, 6 = 27%, 8 = 5%, 9 = 2,5%)
               05  SOL-ALIC-BASE       PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
               05  SOL-ALIC-IMPORTE    PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
           03  SOL-PUNTO-VENTA         PIC 9(04).
      *        SOL-NRO es el numero AFIP del comprobante dentro de
      *        este punto de venta de la empresa (CUIT), sin el
      *        bloque de numeracion de la empresa

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-SALIDA               PIC X(02).

       77  WK-EOF-FACTURAS             PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.
       77  WK-TOTAL-SOLICITADAS        PIC 9(07) VALUE ZERO.
      *    Cada empresa emite por su punto de venta 1, salvo que el
      *    proceso reciba otro en la variable de ambiente PUNTO-VENTA
       77  WK-PUNTO-VENTA              PIC 9(04) VALUE 1.
       77  WK-AMBIENTE-9               PIC 9(04).

      ******************************************************************
      *    Apertura de la factura en proceso; las facturas sin
      *    apertura grabada van con todo el neto a la alicuota
      *    general. El codigo AFIP de cada alicuota sale del neto y
      *    del IVA grabados en la factura (la tasa cuyo IVA sobre
      *    ese neto mas se acerca al grabado), no de las tasas
      *    vigentes al pedir el CAE.
      ******************************************************************
       01  WK-TABLA-ALICUOTAS.
           03  FILLER                  PIC X(36) VALUE
               "062700052100041050080500090250030000".
       01  WK-TABLA-ALICUOTAS-RED REDEFINES WK-TABLA-ALICUOTAS.
           03  WK-ALICUOTA OCCURS 6 TIMES.
               05  WK-ALT-CODIGO       PIC 9(02).
               05  WK-ALT-TASA         PIC 9(02)V99.
       77  WK-IND-TASA                 PIC 9(01).
       77  WK-ALIC-NETO                PIC S9(13)V99.
       77  WK-ALIC-IVA                 PIC S9(13)V99.
       77  WK-DIFERENCIA               PIC S9(15)V99.
       77  WK-DIF-MENOR                PIC 9(15)V99.
       77  WK-COD-ALICUOTA             PIC 9(02).
       77  WK-IND-ALIC                 PIC 9(01).
       77  WK-NETO-GENERAL             PIC S9(13)V99.
       77  WK-IVA-GENERAL              PIC S9(13)V99.
       77  WK-NETO-REDUCIDA            PIC S9(13)V99.
       77  WK-IVA-REDUCIDA             PIC S9(13)V99.
       77  WK-NETO-EXENTO              PIC S9(13)V99.

       PROCEDURE DIVISION.

              GOBACK
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
              MOVE FECH-70-EMPRESA-CUIT TO WK-EMPRESA-CUIT
           END-IF
           CLOSE PARAMS
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "PUNTO-VENTA"
           IF WK-AMBIENTE-9 NUMERIC
              AND WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-PUNTO-VENTA
           END-IF
           IF WK-EMPRESA-CUIT = ZEROS
              DISPLAY "SIN CUIT DE EMPRESA CARGADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE

      ******************************************************************
      *    Una factura emitida sin CAE (ni autorizada ni en camino)
      *    de la empresa con la que se trabaja (la solicitud va con
      *    su CUIT, su punto de venta y el numero sin el bloque de
      *    la empresa) sale a la solicitud y queda marcada como
      *    solicitada. Las rechazadas vuelven a salir para el reintento
      *    una vez corregidas.
      ******************************************************************
       2200-SOLICITAR-CAE.
           IF NOT FACTURA-EMITIDA
              OR FACTURA-CAE-SOLICITADO
              GO TO 2200-SIGUIENTE
           END-IF
           IF FACTURA-EMPRESA NOT NUMERIC
              MOVE ZERO TO FACTURA-EMPRESA
           END-IF
           IF FACTURA-EMPRESA NOT = WK-EMPRESA
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE FACTURA-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
           END-READ
           MOVE WK-EMPRESA-CUIT TO SOL-EMPRESA-CUIT
           MOVE FACTURA-LETRA   TO SOL-LETRA
           COMPUTE SOL-NRO = FACTURA-NRO - FACTURA-EMPRESA * 10000000
           MOVE WK-PUNTO-VENTA  TO SOL-PUNTO-VENTA
           MOVE FACTURA-FECHA   TO SOL-FECHA
           IF WK-EXISTE-CLIENTE = "S"
              MOVE A101-NRO-CUIT TO SOL-CLIENTE-CUIT
              MOVE ZEROS TO SOL-CLIENTE-CUIT
              MOVE 9     TO SOL-CLIENTE-IVA
           END-IF
           PERFORM 2300-DETALLE-ALICUOTAS THRU 2300-EXIT
           MOVE FACTURA-IVA         TO SOL-IVA
           MOVE FACTURA-PERCEP-IIBB TO SOL-PERCEP
           MOVE FACTURA-TOTAL       TO SOL-TOTAL
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Neto gravado, neto exento y detalle de alicuotas de la
      *    factura leida, en el formato del WSFE.
      ******************************************************************
       2300-DETALLE-ALICUOTAS.
           IF FACTURA-NETO-GENERAL NOT NUMERIC
              MOVE FACTURA-NETO TO WK-NETO-GENERAL
              MOVE FACTURA-IVA  TO WK-IVA-GENERAL
              MOVE ZERO TO WK-NETO-REDUCIDA WK-IVA-REDUCIDA
                           WK-NETO-EXENTO
           ELSE
              MOVE FACTURA-NETO-GENERAL  TO WK-NETO-GENERAL
              MOVE FACTURA-IVA-GENERAL   TO WK-IVA-GENERAL
              MOVE FACTURA-NETO-REDUCIDA TO WK-NETO-REDUCIDA
              MOVE FACTURA-IVA-REDUCIDA  TO WK-IVA-REDUCIDA
              MOVE FACTURA-NETO-EXENTO   TO WK-NETO-EXENTO
           END-IF
           COMPUTE SOL-NETO = WK-NETO-GENERAL + WK-NETO-REDUCIDA
           MOVE WK-NETO-EXENTO TO SOL-NETO-EXENTO
           PERFORM 2310-LIMPIAR-ALICUOTA THRU 2310-EXIT
               VARYING WK-IND-ALIC FROM 1 BY 1
               UNTIL WK-IND-ALIC > 2
           MOVE ZERO TO WK-IND-ALIC
           IF WK-NETO-GENERAL NOT = ZERO
              ADD 1 TO WK-IND-ALIC
              MOVE WK-NETO-GENERAL TO WK-ALIC-NETO
              MOVE WK-IVA-GENERAL  TO WK-ALIC-IVA
              PERFORM 2320-CODIGO-ALICUOTA THRU 2320-EXIT
              MOVE WK-COD-ALICUOTA TO SOL-ALIC-CODIGO(WK-IND-ALIC)
              MOVE WK-NETO-GENERAL TO SOL-ALIC-BASE(WK-IND-ALIC)
              MOVE WK-IVA-GENERAL  TO SOL-ALIC-IMPORTE(WK-IND-ALIC)
           END-IF
           IF WK-NETO-REDUCIDA NOT = ZERO
              ADD 1 TO WK-IND-ALIC
              MOVE WK-NETO-REDUCIDA TO WK-ALIC-NETO
              MOVE WK-IVA-REDUCIDA  TO WK-ALIC-IVA
              PERFORM 2320-CODIGO-ALICUOTA THRU 2320-EXIT
              MOVE WK-COD-ALICUOTA  TO SOL-ALIC-CODIGO(WK-IND-ALIC)
              MOVE WK-NETO-REDUCIDA TO SOL-ALIC-BASE(WK-IND-ALIC)
              MOVE WK-IVA-REDUCIDA  TO SOL-ALIC-IMPORTE(WK-IND-ALIC)
           END-IF
           MOVE WK-IND-ALIC TO SOL-CANT-ALICUOTAS.
       2300-EXIT.
           EXIT.

       2310-LIMPIAR-ALICUOTA.
           MOVE ZERO TO SOL-ALIC-CODIGO(WK-IND-ALIC)
                        SOL-ALIC-BASE(WK-IND-ALIC)
                        SOL-ALIC-IMPORTE(WK-IND-ALIC).
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Codigo AFIP de la alicuota aplicada a WK-ALIC-NETO: la
      *    tasa de la tabla cuyo IVA sobre ese neto queda mas cerca
      *    de WK-ALIC-IVA (el IVA grabado, redondeado al centavo).
      ******************************************************************
       2320-CODIGO-ALICUOTA.
           MOVE 3 TO WK-COD-ALICUOTA
           MOVE 999999999999999.99 TO WK-DIF-MENOR
           PERFORM 2330-PROBAR-ALICUOTA THRU 2330-EXIT
               VARYING WK-IND-TASA FROM 1 BY 1
               UNTIL WK-IND-TASA > 6.
       2320-EXIT.
           EXIT.

       2330-PROBAR-ALICUOTA.
           COMPUTE WK-DIFERENCIA ROUNDED =
                   WK-ALIC-NETO * WK-ALT-TASA(WK-IND-TASA) / 100
                 - WK-ALIC-IVA
           IF WK-DIFERENCIA < ZERO
              COMPUTE WK-DIFERENCIA = ZERO - WK-DIFERENCIA
           END-IF
           IF WK-DIFERENCIA < WK-DIF-MENOR
              MOVE WK-DIFERENCIA TO WK-DIF-MENOR
              MOVE WK-ALT-CODIGO(WK-IND-TASA) TO WK-COD-ALICUOTA
           END-IF.
       2330-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE FACTURAS
