      *                    devuelve a la deuda unicamente su
      *                    importe, y la novedad de GESTDIA nombra
      *                    cheque o documento segun el tipo.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL) y graba
      *                    esa empresa en los movimientos RC y ND de
      *                    los valores.
      *   15/10/2026  SIS  Endoso de cheques de terceros a
      *                    proveedores (opcion E): beneficiario con
      *                    CUIT, recibo de entrega y lista de endoso
      *                    impresa (RPTENDOS.TXT, catalogada en el
      *                    spool); el cheque pasa al estado endosado,
      *                    sale de la cartera y sigue como valor del
      *                    cliente hasta que se acredita como
      *                    cobrado. El rechazo de un endosado carga
      *                    al cliente como siempre y deja en ENDOSO
      *                    la deuda con el proveedor, que se cancela
      *                    con la opcion P.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "MOVCTAC.SEL".
           COPY "GESTDIA.SEL".
           COPY "PARAMS.SEL".
           COPY "ENDOSO.SEL".

           SELECT RPT-ENDOSO ASSIGN TO "RPTENDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVCTAC.CPY".
           COPY "GESTDIA.CPY".
           COPY "PARAMS.CPY".
           COPY "ENDOSO.CPY".

       FD  RPT-ENDOSO
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
      ******************************************************************
       77  STATUS-GESTDIA              PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-GASTO-RECHAZO            PIC 9(07)V99 VALUE ZERO.
       77  WK-IMPORTE-RECHAZO          PIC S9(13)V99.
       77  WK-GEST-GRABADA             PIC X(01).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Endoso de cheques a proveedores: beneficiario, recibo de
      *    entrega y lista de endoso impresa, numerada correlativa.
      ******************************************************************
       77  STATUS-ENDOSO               PIC X(02).
       77  STATUS-RPT                  PIC X(02).
       77  WK-EXISTE-ENDOSO            PIC X(01).
       77  WK-EOF-ENDOSO               PIC X(01).
       77  WK-FIN-LISTA                PIC X(01).
       77  WK-ULTIMA-LISTA             PIC 9(08) VALUE ZERO.
       77  WK-BENEF-NOMBRE             PIC X(35).
       77  WK-BENEF-CUIT               PIC 9(11).
       77  WK-RECIBO-ENTREGA           PIC X(12).
       77  WK-CANT-ENDOSADOS           PIC 9(04).
       77  WK-TOTAL-ENDOSADO           PIC S9(14)V99.
       77  WK-GASTO-PROVEEDOR          PIC 9(07)V99.
       77  WK-CONFIRMA                 PIC X(01).
       77  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Digito verificador del CUIT del beneficiario (modulo 11
      *    con los pesos 5432765432, como CUIT-VALIDACION).
      ******************************************************************
       01  WK-CUIT-ENTERO              PIC 9(11).
       01  WK-CUIT-RED REDEFINES WK-CUIT-ENTERO.
           03  WK-CUIT-DIGITO OCCURS 10 TIMES PIC 9.
           03  WK-CUIT-VERIF           PIC 9.

       01  WK-PESOS-GRUPO.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
           03  FILLER PIC 9 VALUE 7.
           03  FILLER PIC 9 VALUE 6.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
       01  WK-PESOS REDEFINES WK-PESOS-GRUPO.
           03  WK-PESO OCCURS 10 TIMES PIC 9.

       77  WK-IND                      PIC 9(02).
       77  WK-SUMA                     PIC 9(05).
       77  WK-COCIENTE                 PIC 9(05).
       77  WK-RESTO                    PIC 9(02).
       77  WK-DV-CALC                  PIC 9(02).
       77  WK-CUIT-VALIDO              PIC X(01).

      ******************************************************************
      *    Identificacion de la lista de endoso en el catalogo de
      *    spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "ENDOSOS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTENDOS.TXT".

       01  WK-LINEA-TITULO-END.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "LISTA DE CHEQUES DE TERCEROS ENDOSADOS".
           03  FILLER                  PIC X(06) VALUE "NRO: ".
           03  WK-TE-LISTA             PIC 9(08).
           03  FILLER                  PIC X(10) VALUE "  FECHA: ".
           03  WK-TE-FECHA             PIC 9(08).

       01  WK-LINEA-BENEF.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE
               "BENEFICIARIO: ".
           03  WK-BE-NOMBRE            PIC X(35).
           03  FILLER                  PIC X(08) VALUE "  CUIT ".
           03  WK-BE-CUIT              PIC 9(11).
           03  FILLER                  PIC X(11) VALUE "  RECIBO: ".
           03  WK-BE-RECIBO            PIC X(12).

       01  WK-LINEA-RUBROS-END.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(41) VALUE
               "VALOR    CLIENTE BANCO".
           03  FILLER                  PIC X(20) VALUE
               "NRO CHEQUE VENCIM.".
           03  FILLER                  PIC X(19) VALUE
               "           IMPORTE".

       01  WK-LINEA-DET-END.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-DE-VALOR             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-DE-CLIENTE           PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-DE-BANCO             PIC X(20).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-DE-NRO-CHEQUE        PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-DE-VTO               PIC 9(08).
           03  WK-DE-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL-END.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE
               "CHEQUES ENDOSADOS: ".
           03  WK-TO-CANTIDAD          PIC ZZZ9.
           03  FILLER                  PIC X(35) VALUE SPACES.
           03  WK-TO-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-FIRMA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(60) VALUE
               "RECIBI CONFORME LOS CHEQUES DETALLADOS. FIRMA:".

       PROCEDURE DIVISION.

              CLOSE GESTDIA
              OPEN I-O GESTDIA
           END-IF
           OPEN I-O ENDOSO
           IF STATUS-ENDOSO = "35"
              OPEN OUTPUT ENDOSO
              CLOSE ENDOSO
              OPEN I-O ENDOSO
           END-IF
           PERFORM 1100-BUSCAR-ULTIMO-NRO THRU 1100-EXIT
           PERFORM 1200-BUSCAR-ULTIMA-LISTA THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              MOVE FECH-70-GASTO-RECHAZO  TO WK-GASTO-RECHAZO
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre ENDOSO y deja en WK-ULTIMA-LISTA el numero de lista
      *    de endoso mas alto ya impreso.
      ******************************************************************
       1200-BUSCAR-ULTIMA-LISTA.
           MOVE "N" TO WK-EOF-ENDOSO
           MOVE ZERO TO ENDOSO-VALOR
           START ENDOSO KEY >= ENDOSO-VALOR
               INVALID KEY MOVE "S" TO WK-EOF-ENDOSO
           END-START
           PERFORM 1210-LEER-ENDOSO-NEXT THRU 1210-EXIT
               UNTIL WK-EOF-ENDOSO = "S".
       1200-EXIT.
           EXIT.

       1210-LEER-ENDOSO-NEXT.
           READ ENDOSO NEXT
               AT END MOVE "S" TO WK-EOF-ENDOSO
           END-READ
           IF WK-EOF-ENDOSO = "N"
              AND ENDOSO-LISTA > WK-ULTIMA-LISTA
              MOVE ENDOSO-LISTA TO WK-ULTIMA-LISTA
           END-IF.
       1210-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
           DISPLAY "  D = DEPOSITO"
           DISPLAY "  A = ACREDITACION"
           DISPLAY "  Z = RECHAZO"
           DISPLAY "  E = ENDOSO A PROVEEDOR"
           DISPLAY "  P = PAGO A PROVEEDOR DE ENDOSO RECHAZADO"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
                 PERFORM 5000-ACREDITACION THRU 5000-EXIT
              WHEN "Z"
                 PERFORM 6000-RECHAZO THRU 6000-EXIT
              WHEN "E"
                 PERFORM 7000-ENDOSO THRU 7000-EXIT
              WHEN "P"
                 PERFORM 7500-PAGO-PROVEEDOR THRU 7500-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           MOVE SPACES TO MOVCTA-REG
           MOVE "RC" TO MOVCTA-TIPO
           MOVE WK-EMPRESA TO MOVCTA-EMPRESA
           MOVE "VALOR RECIBIDO EN CARTERA" TO MOVCTA-DESCRIPCION
           COMPUTE MOVCTA-IMPORTE = ZERO - VALOR-IMPORTE
           PERFORM 8300-GRABAR-MOVIMIENTO THRU 8300-EXIT

      ******************************************************************
      *    Acreditacion: el valor deja de ser exposicion, se descuenta
      *    del bucket correspondiente del maestro. Un cheque endosado
      *    se acredita cuando se sabe que el proveedor lo cobro.
      ******************************************************************
       5000-ACREDITACION.
           PERFORM 8000-PEDIR-VALOR THRU 8000-EXIT
           IF WK-EXISTE-VALOR = "N"
              GO TO 5000-EXIT
           END-IF
           IF NOT VALOR-DEPOSITADO AND NOT VALOR-ENDOSADO
              DISPLAY "EL VALOR NO ESTA DEPOSITADO NI ENDOSADO"
              GO TO 5000-EXIT
           END-IF
           MOVE VALOR-CLIENTE TO A101-CLIENTE
              DISPLAY "NO EXISTE EL CLIENTE DEL VALOR"
              GO TO 5000-EXIT
           END-IF
           IF VALOR-ENDOSADO
              PERFORM 5100-COBRO-ENDOSO THRU 5100-EXIT
           END-IF
           MOVE "A" TO VALOR-ESTADO
           PERFORM 8400-REGRABAR-VALOR THRU 8400-EXIT
           IF VALOR-CHEQUE
       5000-EXIT.
           EXIT.

       5100-COBRO-ENDOSO.
           PERFORM 8500-LEER-ENDOSO THRU 8500-EXIT
           IF WK-EXISTE-ENDOSO = "N"
              GO TO 5100-EXIT
           END-IF
           MOVE "C"          TO ENDOSO-ESTADO
           MOVE WK-FECHA-HOY TO ENDOSO-FECHA-ESTADO
           MOVE WK-USUARIO   TO ENDOSO-USUARIO
           PERFORM 8600-REGRABAR-ENDOSO THRU 8600-EXIT
           DISPLAY "ENDOSO A ", ENDOSO-BENEF-NOMBRE, " COBRADO".
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    Rechazo: el valor sale de la cartera y el importe vuelve
      *    a la deuda del cliente junto con el gasto bancario
      *    configurado, con su nota de debito en la cuenta
      *    corriente; el cliente pasa a gestion de cobranza y la
      *    novedad queda en el diario GESTDIA. Si el cheque estaba
      *    endosado, ademas queda la deuda con el proveedor que lo
      *    devolvio (el cheque mas el gasto que reclama).
      ******************************************************************
       6000-RECHAZO.
           PERFORM 8000-PEDIR-VALOR THRU 8000-EXIT
              GO TO 6000-EXIT
           END-IF
           IF NOT VALOR-EN-CARTERA AND NOT VALOR-DEPOSITADO
              AND NOT VALOR-ENDOSADO
              DISPLAY "EL VALOR NO ESTA EN CARTERA, DEPOSITADO NI ",
                      "ENDOSADO"
              GO TO 6000-EXIT
           END-IF
           MOVE VALOR-CLIENTE TO A101-CLIENTE
              DISPLAY "NO EXISTE EL CLIENTE DEL VALOR"
              GO TO 6000-EXIT
           END-IF
           IF VALOR-ENDOSADO
              PERFORM 6200-RECHAZO-ENDOSO THRU 6200-EXIT
           END-IF
           MOVE "R" TO VALOR-ESTADO
           PERFORM 8400-REGRABAR-VALOR THRU 8400-EXIT
           IF VALOR-CHEQUE
           PERFORM 8200-REGRABAR-CLIENTE THRU 8200-EXIT
           MOVE SPACES TO MOVCTA-REG
           MOVE "ND" TO MOVCTA-TIPO
           MOVE WK-EMPRESA TO MOVCTA-EMPRESA
           MOVE "CHEQUE/DOCUMENTO RECHAZADO" TO MOVCTA-DESCRIPCION
           MOVE WK-IMPORTE-RECHAZO TO MOVCTA-IMPORTE
           PERFORM 8300-GRABAR-MOVIMIENTO THRU 8300-EXIT
       6110-EXIT.
           EXIT.

      ******************************************************************
      *    Cheque endosado devuelto rechazado por el proveedor: se le
      *    debe el cheque mas el gasto que reclame, hasta que se le
      *    pague (opcion P).
      ******************************************************************
       6200-RECHAZO-ENDOSO.
           PERFORM 8500-LEER-ENDOSO THRU 8500-EXIT
           IF WK-EXISTE-ENDOSO = "N"
              DISPLAY "SIN DATOS DEL ENDOSO - NO SE REGISTRA LA ",
                      "DEUDA CON EL PROVEEDOR"
              GO TO 6200-EXIT
           END-IF
           DISPLAY "ENDOSADO A ", ENDOSO-BENEF-NOMBRE,
                   " CUIT ", ENDOSO-BENEF-CUIT
           DISPLAY "GASTO QUE RECLAMA EL PROVEEDOR: "
           ACCEPT WK-GASTO-PROVEEDOR
           COMPUTE ENDOSO-DEUDA-PROV =
                   VALOR-IMPORTE + WK-GASTO-PROVEEDOR
           MOVE "R"          TO ENDOSO-ESTADO
           MOVE WK-FECHA-HOY TO ENDOSO-FECHA-ESTADO
           MOVE SPACE        TO ENDOSO-DEUDA-PAGADA
           MOVE ZERO         TO ENDOSO-FECHA-PAGO
           MOVE WK-USUARIO   TO ENDOSO-USUARIO
           PERFORM 8600-REGRABAR-ENDOSO THRU 8600-EXIT
           MOVE ENDOSO-DEUDA-PROV TO WK-IMPORTE-EDIT
           DISPLAY "DEUDA CON EL PROVEEDOR: ", WK-IMPORTE-EDIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *    Endoso de cheques de terceros a un proveedor: se piden
      *    el beneficiario (nombre y CUIT) y el recibo de entrega, y
      *    despues los cheques en cartera uno por uno. Cada cheque
      *    pasa al estado endosado (deja de contar en cartera pero
      *    sigue como valor del cliente hasta cobrarse) y la lista
      *    de endoso queda impresa para acompanar la entrega.
      ******************************************************************
       7000-ENDOSO.
           DISPLAY "BENEFICIARIO (PROVEEDOR): "
           ACCEPT WK-BENEF-NOMBRE
           IF WK-BENEF-NOMBRE = SPACES
              GO TO 7000-EXIT
           END-IF
           DISPLAY "CUIT DEL BENEFICIARIO: "
           ACCEPT WK-BENEF-CUIT
           PERFORM 7900-VALIDAR-CUIT THRU 7900-EXIT
           IF WK-CUIT-VALIDO = "N"
              DISPLAY "CUIT INVALIDO"
              GO TO 7000-EXIT
           END-IF
           DISPLAY "RECIBO DE ENTREGA DEL PROVEEDOR: "
           ACCEPT WK-RECIBO-ENTREGA
           IF WK-RECIBO-ENTREGA = SPACES
              DISPLAY "FALTA EL RECIBO DE ENTREGA"
              GO TO 7000-EXIT
           END-IF
           ADD 1 TO WK-ULTIMA-LISTA
           MOVE ZERO TO WK-CANT-ENDOSADOS WK-TOTAL-ENDOSADO
           OPEN OUTPUT RPT-ENDOSO
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-ULTIMA-LISTA   TO WK-TE-LISTA
           MOVE WK-FECHA-HOY      TO WK-TE-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO-END
           MOVE WK-BENEF-NOMBRE   TO WK-BE-NOMBRE
           MOVE WK-BENEF-CUIT     TO WK-BE-CUIT
           MOVE WK-RECIBO-ENTREGA TO WK-BE-RECIBO
           WRITE RPT-LINEA FROM WK-LINEA-BENEF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-END
           MOVE "N" TO WK-FIN-LISTA
           PERFORM 7100-ENDOSAR-VALOR THRU 7100-EXIT
               UNTIL WK-FIN-LISTA = "S"
           PERFORM 7200-CERRAR-LISTA THRU 7200-EXIT.
       7000-EXIT.
           EXIT.

       7100-ENDOSAR-VALOR.
           DISPLAY "NUMERO INTERNO DEL CHEQUE (0 = FIN): "
           ACCEPT WK-NRO-INTERNO
           IF WK-NRO-INTERNO = ZERO
              MOVE "S" TO WK-FIN-LISTA
              GO TO 7100-EXIT
           END-IF
           MOVE WK-NRO-INTERNO TO VALOR-NRO-INTERNO
           READ VALORES
               INVALID KEY
                  DISPLAY "NO EXISTE EL VALOR ", WK-NRO-INTERNO
                  GO TO 7100-EXIT
           END-READ
           IF NOT VALOR-CHEQUE
              DISPLAY "SOLO SE ENDOSAN CHEQUES"
              GO TO 7100-EXIT
           END-IF
           IF NOT VALOR-EN-CARTERA
              DISPLAY "EL CHEQUE NO ESTA EN CARTERA"
              GO TO 7100-EXIT
           END-IF
           MOVE SPACES            TO ENDOSO-REG
           MOVE VALOR-NRO-INTERNO TO ENDOSO-VALOR
           MOVE WK-FECHA-HOY      TO ENDOSO-FECHA ENDOSO-FECHA-ESTADO
           MOVE WK-BENEF-NOMBRE   TO ENDOSO-BENEF-NOMBRE
           MOVE WK-BENEF-CUIT     TO ENDOSO-BENEF-CUIT
           MOVE WK-RECIBO-ENTREGA TO ENDOSO-RECIBO
           MOVE WK-ULTIMA-LISTA   TO ENDOSO-LISTA
           MOVE "E"               TO ENDOSO-ESTADO
           MOVE ZERO              TO ENDOSO-DEUDA-PROV
                                     ENDOSO-FECHA-PAGO
           MOVE WK-USUARIO        TO ENDOSO-USUARIO
           WRITE ENDOSO-REG
               INVALID KEY
                  REWRITE ENDOSO-REG
                      INVALID KEY
                         DISPLAY "ERROR AL GRABAR EL ENDOSO"
                         GO TO 7100-EXIT
                  END-REWRITE
           END-WRITE
           MOVE "E" TO VALOR-ESTADO
           PERFORM 8400-REGRABAR-VALOR THRU 8400-EXIT
           ADD 1 TO WK-CANT-ENDOSADOS
           ADD VALOR-IMPORTE TO WK-TOTAL-ENDOSADO
           MOVE VALOR-NRO-INTERNO TO WK-DE-VALOR
           MOVE VALOR-CLIENTE     TO WK-DE-CLIENTE
           MOVE VALOR-BANCO       TO WK-DE-BANCO
           MOVE VALOR-NRO-CHEQUE  TO WK-DE-NRO-CHEQUE
           MOVE VALOR-FECHA-VTO   TO WK-DE-VTO
           MOVE VALOR-IMPORTE     TO WK-DE-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET-END
           DISPLAY "CHEQUE ", VALOR-NRO-CHEQUE, " ENDOSADO".
       7100-EXIT.
           EXIT.

       7200-CERRAR-LISTA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-CANT-ENDOSADOS TO WK-TO-CANTIDAD
           MOVE WK-TOTAL-ENDOSADO TO WK-TO-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL-END
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-FIRMA
           CLOSE RPT-ENDOSO
           IF WK-CANT-ENDOSADOS = ZERO
              SUBTRACT 1 FROM WK-ULTIMA-LISTA
              DISPLAY "NO SE ENDOSO NINGUN CHEQUE"
              GO TO 7200-EXIT
           END-IF
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO
           MOVE WK-TOTAL-ENDOSADO TO WK-IMPORTE-EDIT
           DISPLAY "LISTA DE ENDOSO ", WK-ULTIMA-LISTA, " - ",
                   WK-CANT-ENDOSADOS, " CHEQUES POR ",
                   WK-IMPORTE-EDIT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *    Pago al proveedor de un cheque endosado que volvio
      *    rechazado: cancela la deuda registrada en el endoso.
      ******************************************************************
       7500-PAGO-PROVEEDOR.
           DISPLAY "NUMERO INTERNO DEL CHEQUE: "
           ACCEPT WK-NRO-INTERNO
           MOVE WK-NRO-INTERNO TO VALOR-NRO-INTERNO
           PERFORM 8500-LEER-ENDOSO THRU 8500-EXIT
           IF WK-EXISTE-ENDOSO = "N"
              DISPLAY "EL VALOR NO FUE ENDOSADO"
              GO TO 7500-EXIT
           END-IF
           IF NOT ENDOSO-RECHAZADO OR ENDOSO-DEUDA-SALDADA
              DISPLAY "SIN DEUDA PENDIENTE CON EL PROVEEDOR"
              GO TO 7500-EXIT
           END-IF
           MOVE ENDOSO-DEUDA-PROV TO WK-IMPORTE-EDIT
           DISPLAY "PROVEEDOR ", ENDOSO-BENEF-NOMBRE,
                   " DEUDA ", WK-IMPORTE-EDIT
           DISPLAY "CONFIRMA EL PAGO (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 7500-EXIT
           END-IF
           MOVE "S"          TO ENDOSO-DEUDA-PAGADA
           MOVE WK-FECHA-HOY TO ENDOSO-FECHA-PAGO
           MOVE WK-USUARIO   TO ENDOSO-USUARIO
           PERFORM 8600-REGRABAR-ENDOSO THRU 8600-EXIT
           DISPLAY "DEUDA CON EL PROVEEDOR CANCELADA".
       7500-EXIT.
           EXIT.

       7900-VALIDAR-CUIT.
           MOVE "N" TO WK-CUIT-VALIDO
           IF WK-BENEF-CUIT = ZERO
              GO TO 7900-EXIT
           END-IF
           MOVE WK-BENEF-CUIT TO WK-CUIT-ENTERO
           MOVE ZERO TO WK-SUMA
           PERFORM 7910-SUMAR-DIGITO THRU 7910-EXIT
               VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 10
           DIVIDE WK-SUMA BY 11 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           IF WK-RESTO = ZERO
              MOVE ZERO TO WK-DV-CALC
           ELSE
              COMPUTE WK-DV-CALC = 11 - WK-RESTO
           END-IF
           IF WK-DV-CALC = WK-CUIT-VERIF
              MOVE "S" TO WK-CUIT-VALIDO
           END-IF.
       7900-EXIT.
           EXIT.

       7910-SUMAR-DIGITO.
           COMPUTE WK-SUMA = WK-SUMA
                 + WK-CUIT-DIGITO(WK-IND) * WK-PESO(WK-IND).
       7910-EXIT.
           EXIT.

       8000-PEDIR-VALOR.
           DISPLAY "NUMERO INTERNO DEL VALOR: "
           ACCEPT WK-NRO-INTERNO
       8400-EXIT.
           EXIT.

       8500-LEER-ENDOSO.
           MOVE VALOR-NRO-INTERNO TO ENDOSO-VALOR
           MOVE "S" TO WK-EXISTE-ENDOSO
           READ ENDOSO
               INVALID KEY MOVE "N" TO WK-EXISTE-ENDOSO
           END-READ.
       8500-EXIT.
           EXIT.

       8600-REGRABAR-ENDOSO.
           REWRITE ENDOSO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL ENDOSO"
           END-REWRITE.
       8600-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE VALORES
           CLOSE MOVCTAC
           CLOSE GESTDIA
           CLOSE ENDOSO.
       9000-EXIT.
           EXIT.

