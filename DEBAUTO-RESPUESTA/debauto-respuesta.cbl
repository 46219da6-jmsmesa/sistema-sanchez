       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DEBAUTO-RESPUESTA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Debito automatico con
      *                    tarjeta, vuelta: lee el archivo de
      *                    respuesta de la procesadora DEBRESP.TXT
      *                    (referencia periodo + cliente, resultado
      *                    A/R, codigo y leyenda del rechazo) y
      *                    cierra cada debito pendiente de DEBAUTO.
      *                    El aprobado se cobra como recibo medio TA
      *                    numerado con el talonario del cobrador de
      *                    FECH-70-COBRADOR-DEBITO: el recargo de la
      *                    tarjeta entra como ND, el recibo baja el
      *                    saldo en pesos y el credito utilizado, y
      *                    ambos quedan en la cuenta corriente
      *                    MOVCTAC. El rechazado queda en el diario
      *                    de gestion GESTDIA con el motivo y encola
      *                    el aviso al cliente en NOTIFQUE. Un debito
      *                    ya respondido no se procesa dos veces.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), numera
      *                    los recibos con el talonario del cobrador
      *                    de esa empresa y graba la empresa en los
      *                    recibos y en los movimientos.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "DEBAUTO.SEL".
           COPY "RECIBOS.SEL".
           COPY "MOVCTAC.SEL".
           COPY "TALONARIO.SEL".
           COPY "GESTDIA.SEL".
           COPY "NOTIFQUE.SEL".
           COPY "PARAMS.SEL".

           SELECT RESPUESTA-ENTRADA ASSIGN TO "DEBRESP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

           SELECT RPT-DEBITOS ASSIGN TO "RPTDEBRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "DEBAUTO.CPY".
           COPY "RECIBOS.CPY".
           COPY "MOVCTAC.CPY".
           COPY "TALONARIO.CPY".
           COPY "GESTDIA.CPY".
           COPY "NOTIFQUE.CPY".
           COPY "PARAMS.CPY".

      ******************************************************************
      *    Archivo de respuesta: un detalle por debito presentado;
      *    cabecera y cola de la procesadora se saltean.
      ******************************************************************
       FD  RESPUESTA-ENTRADA
                   LABEL RECORD STANDARD.
       01  RESPUESTA-REG.
           03  RSP-TIPO                PIC X(01).
      *        'D' detalle
           03  RSP-REFERENCIA.
               05  RSP-PERIODO         PIC 9(06).
               05  RSP-CLIENTE         PIC 9(06).
           03  RSP-RESULTADO           PIC X(01).
      *        'A' aprobado  'R' rechazado
           03  RSP-IMPORTE             PIC 9(13)V99.
           03  RSP-COD-RECHAZO         PIC X(03).
           03  RSP-MOTIVO              PIC X(30).

       FD  RPT-DEBITOS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-DEBAUTO              PIC X(02).
       77  STATUS-RECIBOS              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-TALONARIO            PIC X(02).
       77  STATUS-GESTDIA              PIC X(02).
       77  STATUS-NOTIFQUE             PIC X(02).
       77  STATUS-ENTRADA              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-DEBAUTO           PIC X(01).
       77  WK-RECIBO-GRABADO           PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-GEST-GRABADA             PIC X(01).
       77  WK-EOF-TALONARIO            PIC X(01).
       77  WK-TALONARIO-HALLADO        PIC X(01).
       77  WK-EOF-NOTIFQUE             PIC X(01).
       77  WK-ULT-NOTIF                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-PERIODO-ESTADO           PIC X(01).
       77  WK-OBSERVACION              PIC X(30).

       77  WK-TOTAL-APROBADOS          PIC 9(07) VALUE ZERO.
       77  WK-IMPORTE-APROBADOS        PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-RECHAZADOS         PIC 9(07) VALUE ZERO.
       77  WK-IMPORTE-RECHAZADOS       PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-OBSERVADOS         PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS): cobrador cuyo talonario numera los recibos de
      *    los debitos aprobados.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-COBRADOR                 PIC 9(03) VALUE ZERO.
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "DEBAUTORES".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTDEBRS.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "RESPUESTA DE DEBITO AUTOMATICO - PROCESO ".
           03  WK-T-FECHA              PIC 9(08).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(52) VALUE
               "PERIODO CLIENTE NOMBRE                      RESULT.".
           03  FILLER                  PIC X(40) VALUE
               "         IMPORTE   RECIBO OBSERVACION".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-PERIODO            PIC 9(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(27).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-RESULTADO          PIC X(09).
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-RECIBO             PIC ZZZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-OBSERVACION        PIC X(35).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-T-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      *    1000  -  PARAMETROS, CONTROL DE PERIODO Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           IF WK-COBRADOR = ZERO
              DISPLAY "SIN COBRADOR DE DEBITO AUTOMATICO CARGADO - ",
                      "SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    los recibos y los movimientos llevan la fecha del proceso
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RESPUESTA-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR DEBRESP.TXT - STATUS ",
                      STATUS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O DEBAUTO
           IF STATUS-DEBAUTO NOT = "00"
              DISPLAY "SIN DEBITOS PRESENTADOS - STATUS ",
                      STATUS-DEBAUTO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CLIENTE
           OPEN I-O RECIBOS
           IF STATUS-RECIBOS = "35"
              OPEN OUTPUT RECIBOS
              CLOSE RECIBOS
              OPEN I-O RECIBOS
           END-IF
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN I-O TALONARIO
           IF STATUS-TALONARIO = "35"
              OPEN OUTPUT TALONARIO
              CLOSE TALONARIO
              OPEN I-O TALONARIO
           END-IF
           OPEN I-O GESTDIA
           IF STATUS-GESTDIA = "35"
              OPEN OUTPUT GESTDIA
              CLOSE GESTDIA
              OPEN I-O GESTDIA
           END-IF
           OPEN I-O NOTIFQUE
           IF STATUS-NOTIFQUE = "35"
              OPEN OUTPUT NOTIFQUE
              CLOSE NOTIFQUE
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           OPEN OUTPUT RPT-DEBITOS
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY TO WK-T-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70: cobrador de los
      *    recibos del debito automatico y razon social.
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
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
              IF FECH-70-COBRADOR-DEBITO NUMERIC
                 MOVE FECH-70-COBRADOR-DEBITO TO WK-COBRADOR
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT
           PERFORM 2200-APLICAR-RESPUESTA THRU 2200-EXIT
               UNTIL EOF-ENTRADA
           PERFORM 2900-ESCRIBIR-TOTALES THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-RESPUESTA.
           READ RESPUESTA-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Cada detalle cierra su debito pendiente. Sin debito
      *    presentado, ya respondido o sin cliente, la linea solo
      *    sale observada en el listado.
      ******************************************************************
       2200-APLICAR-RESPUESTA.
           IF RSP-TIPO NOT = "D"
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE RSP-REFERENCIA TO DEBAUTO-CLAVE
           MOVE SPACES TO A101-NOMBRE
           MOVE "S" TO WK-EXISTE-DEBAUTO
           READ DEBAUTO
               INVALID KEY MOVE "N" TO WK-EXISTE-DEBAUTO
           END-READ
           IF WK-EXISTE-DEBAUTO = "N"
              MOVE "DEBITO NO PRESENTADO" TO WK-OBSERVACION
              PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
              GO TO 2200-SIGUIENTE
           END-IF
           IF NOT DEBAUTO-PENDIENTE
              MOVE "DEBITO YA RESPONDIDO" TO WK-OBSERVACION
              PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE DEBAUTO-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              MOVE SPACES TO A101-NOMBRE
              MOVE "CLIENTE INEXISTENTE" TO WK-OBSERVACION
              PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
              GO TO 2200-SIGUIENTE
           END-IF
           EVALUATE RSP-RESULTADO
              WHEN "A"
                 PERFORM 2300-DEBITO-APROBADO THRU 2300-EXIT
              WHEN "R"
                 PERFORM 2500-DEBITO-RECHAZADO THRU 2500-EXIT
              WHEN OTHER
                 MOVE "RESULTADO INVALIDO" TO WK-OBSERVACION
                 PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
           END-EVALUATE.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Debito aprobado: recibo TA del talonario del cobrador de
      *    debito automatico por el importe presentado. Sin
      *    talonario abierto el debito queda pendiente para volver
      *    a procesar la respuesta.
      ******************************************************************
       2300-DEBITO-APROBADO.
           PERFORM 2310-BUSCAR-TALONARIO THRU 2310-EXIT
           IF WK-TALONARIO-HALLADO = "N"
              MOVE "COBRADOR SIN TALONARIO ABIERTO" TO WK-OBSERVACION
              PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
              GO TO 2300-EXIT
           END-IF
           PERFORM 2330-GRABAR-RECIBO THRU 2330-EXIT
           IF WK-RECIBO-GRABADO = "N"
              MOVE "ERROR AL GRABAR EL RECIBO" TO WK-OBSERVACION
              PERFORM 2800-LINEA-OBSERVADA THRU 2800-EXIT
              GO TO 2300-EXIT
           END-IF
           PERFORM 2340-AVANZAR-TALONARIO THRU 2340-EXIT
           IF DEBAUTO-RECARGO > ZERO
              PERFORM 2360-GRABAR-RECARGO THRU 2360-EXIT
           END-IF
           PERFORM 2350-APLICAR-AL-MAESTRO THRU 2350-EXIT
           PERFORM 2370-GRABAR-MOVIMIENTO THRU 2370-EXIT
           MOVE "A"          TO DEBAUTO-ESTADO
           MOVE WK-FECHA-HOY TO DEBAUTO-FECHA-RESP
           MOVE RECIBO-NRO   TO DEBAUTO-RECIBO
           MOVE SPACES       TO DEBAUTO-COD-RECHAZO DEBAUTO-MOTIVO
           PERFORM 2700-ACTUALIZAR-DEBAUTO THRU 2700-EXIT
           ADD 1               TO WK-TOTAL-APROBADOS
           ADD DEBAUTO-IMPORTE TO WK-IMPORTE-APROBADOS
           MOVE DEBAUTO-PERIODO TO WK-D-PERIODO
           MOVE DEBAUTO-CLIENTE TO WK-D-CLIENTE
           MOVE A101-NOMBRE     TO WK-D-NOMBRE
           MOVE "APROBADO"      TO WK-D-RESULTADO
           MOVE DEBAUTO-IMPORTE TO WK-D-IMPORTE
           MOVE RECIBO-NRO      TO WK-D-RECIBO
           MOVE SPACES          TO WK-D-OBSERVACION
           IF RSP-IMPORTE NOT = DEBAUTO-IMPORTE
              MOVE "IMPORTE DE LA PROCESADORA DISTINTO"
                                TO WK-D-OBSERVACION
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el primer talonario abierto del cobrador de debito
      *    automatico, como en la carga de recibos.
      ******************************************************************
       2310-BUSCAR-TALONARIO.
           MOVE "N" TO WK-TALONARIO-HALLADO
           MOVE "N" TO WK-EOF-TALONARIO
           MOVE WK-COBRADOR TO TALONARIO-COBRADOR
           MOVE ZERO        TO TALONARIO-NRO
           START TALONARIO KEY >= TALONARIO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-TALONARIO
           END-START
           PERFORM 2320-EXAMINAR-TALONARIO THRU 2320-EXIT
               UNTIL WK-EOF-TALONARIO = "S"
                  OR WK-TALONARIO-HALLADO = "S".
       2310-EXIT.
           EXIT.

       2320-EXAMINAR-TALONARIO.
           READ TALONARIO NEXT
               AT END MOVE "S" TO WK-EOF-TALONARIO
           END-READ
           IF WK-EOF-TALONARIO = "S"
              OR TALONARIO-COBRADOR NOT = WK-COBRADOR
              MOVE "S" TO WK-EOF-TALONARIO
              GO TO 2320-EXIT
           END-IF
           IF TALONARIO-EMPRESA NOT NUMERIC
              MOVE ZERO TO TALONARIO-EMPRESA
           END-IF
           IF TALONARIO-ABIERTO
              AND TALONARIO-PROXIMO <= TALONARIO-HASTA
              AND TALONARIO-EMPRESA = WK-EMPRESA
              MOVE "S" TO WK-TALONARIO-HALLADO
           END-IF.
       2320-EXIT.
           EXIT.

       2330-GRABAR-RECIBO.
           MOVE SPACES TO RECIBO-REG
           MOVE TALONARIO-PROXIMO TO RECIBO-NRO
           MOVE DEBAUTO-CLIENTE   TO RECIBO-CLIENTE
           MOVE WK-COBRADOR       TO RECIBO-COBRADOR
           MOVE WK-FECHA-HOY      TO RECIBO-FECHA
           MOVE 1                 TO RECIBO-OCURRENCIA
           MOVE DEBAUTO-IMPORTE   TO RECIBO-IMPORTE
           MOVE "TA"              TO RECIBO-MEDIO-PAGO
           MOVE "1"               TO RECIBO-ESTADO
           MOVE WK-USUARIO        TO RECIBO-USUARIO
           MOVE WK-EMPRESA        TO RECIBO-EMPRESA
           MOVE "S" TO WK-RECIBO-GRABADO
           WRITE RECIBO-REG
               INVALID KEY
                  MOVE "N" TO WK-RECIBO-GRABADO
                  DISPLAY "ERROR AL GRABAR RECIBO ", RECIBO-NRO
           END-WRITE.
       2330-EXIT.
           EXIT.

      ******************************************************************
      *    Consume el numero usado: avanza el proximo del talonario
      *    y lo agota al pasar el tope del rango.
      ******************************************************************
       2340-AVANZAR-TALONARIO.
           ADD 1 TO TALONARIO-PROXIMO
           IF TALONARIO-PROXIMO > TALONARIO-HASTA
              MOVE "C" TO TALONARIO-ESTADO
              DISPLAY "TALONARIO ", TALONARIO-NRO, " DEL COBRADOR ",
                      WK-COBRADOR, " AGOTADO"
           END-IF
           REWRITE TALONARIO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL TALONARIO"
           END-REWRITE.
       2340-EXIT.
           EXIT.

      ******************************************************************
      *    El recibo cancela el importe presentado (saldo mas
      *    recargo) sobre el saldo en pesos y libera credito
      *    utilizado, sin dejarlo negativo.
      ******************************************************************
       2350-APLICAR-AL-MAESTRO.
           ADD DEBAUTO-RECARGO       TO A101-SALDO(1)
           SUBTRACT DEBAUTO-IMPORTE FROM A101-SALDO(1)
           IF DEBAUTO-SALDO > A101-CREDITO-UTILIZADO
              MOVE ZERO TO A101-CREDITO-UTILIZADO
           ELSE
              SUBTRACT DEBAUTO-SALDO FROM A101-CREDITO-UTILIZADO
           END-IF
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      *    El recargo de la tarjeta se le debita al cliente con un
      *    movimiento ND (debe) referido al recibo.
      ******************************************************************
       2360-GRABAR-RECARGO.
           MOVE SPACES TO MOVCTA-REG
           MOVE DEBAUTO-CLIENTE    TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY       TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "ND"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE 1                  TO MOVCTA-OCURRENCIA
           MOVE DEBAUTO-RECARGO    TO MOVCTA-IMPORTE
           MOVE RECIBO-NRO         TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           MOVE "RECARGO DEBITO AUTOMATICO TARJETA"
                                   TO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2380-INTENTAR-GRABAR THRU 2380-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2360-EXIT.
           EXIT.

      ******************************************************************
      *    Movimiento RC (haber) del recibo en la cuenta corriente.
      ******************************************************************
       2370-GRABAR-MOVIMIENTO.
           MOVE SPACES TO MOVCTA-REG
           MOVE DEBAUTO-CLIENTE    TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY       TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "RC"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE 1                  TO MOVCTA-OCURRENCIA
           COMPUTE MOVCTA-IMPORTE = ZERO - DEBAUTO-IMPORTE
           MOVE RECIBO-NRO         TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           MOVE "DEBITO AUTOMATICO TARJETA"
                                   TO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2380-INTENTAR-GRABAR THRU 2380-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2370-EXIT.
           EXIT.

       2380-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       2380-EXIT.
           EXIT.

      ******************************************************************
      *    Debito rechazado: queda asentado en el diario de gestion
      *    con el motivo de la procesadora y se encola el aviso al
      *    cliente. El saldo no se toca.
      ******************************************************************
       2500-DEBITO-RECHAZADO.
           PERFORM 2510-GRABAR-GESTION THRU 2510-EXIT
           PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
           MOVE "R"             TO DEBAUTO-ESTADO
           MOVE WK-FECHA-HOY    TO DEBAUTO-FECHA-RESP
           MOVE RSP-COD-RECHAZO TO DEBAUTO-COD-RECHAZO
           MOVE RSP-MOTIVO      TO DEBAUTO-MOTIVO
           MOVE ZERO            TO DEBAUTO-RECIBO
           PERFORM 2700-ACTUALIZAR-DEBAUTO THRU 2700-EXIT
           ADD 1               TO WK-TOTAL-RECHAZADOS
           ADD DEBAUTO-IMPORTE TO WK-IMPORTE-RECHAZADOS
           MOVE DEBAUTO-PERIODO TO WK-D-PERIODO
           MOVE DEBAUTO-CLIENTE TO WK-D-CLIENTE
           MOVE A101-NOMBRE     TO WK-D-NOMBRE
           MOVE "RECHAZADO"     TO WK-D-RESULTADO
           MOVE DEBAUTO-IMPORTE TO WK-D-IMPORTE
           MOVE ZERO            TO WK-D-RECIBO
           MOVE SPACES          TO WK-D-OBSERVACION
           STRING RSP-COD-RECHAZO " " RSP-MOTIVO
               DELIMITED BY SIZE INTO WK-D-OBSERVACION
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2500-EXIT.
           EXIT.

       2510-GRABAR-GESTION.
           MOVE SPACES TO GESTDIA-REG
           MOVE DEBAUTO-CLIENTE TO GESTDIA-CLIENTE
           MOVE WK-FECHA-HOY    TO GESTDIA-FECHA
           MOVE 1               TO GESTDIA-SECUENCIA
           MOVE WK-USUARIO      TO GESTDIA-USUARIO
           MOVE "OT"            TO GESTDIA-ACCION
           MOVE SPACES          TO GESTDIA-TEXTO
           STRING "DEB.AUTOM. RECHAZADO " RSP-COD-RECHAZO " "
                  RSP-MOTIVO
               DELIMITED BY SIZE INTO GESTDIA-TEXTO
           MOVE ZERO TO GESTDIA-IMPORTE-PROMESA
                        GESTDIA-FECHA-PROMESA
           MOVE SPACE TO GESTDIA-PROMESA-CUMPLIDA
           MOVE A101-SALDO(1) TO GESTDIA-SALDO-REFERENCIA
           MOVE "N" TO WK-GEST-GRABADA
           PERFORM 2520-INTENTAR-GEST THRU 2520-EXIT
               UNTIL WK-GEST-GRABADA = "S"
                  OR GESTDIA-SECUENCIA > 9999.
       2510-EXIT.
           EXIT.

       2520-INTENTAR-GEST.
           MOVE "S" TO WK-GEST-GRABADA
           WRITE GESTDIA-REG
               INVALID KEY
                  MOVE "N" TO WK-GEST-GRABADA
                  ADD 1 TO GESTDIA-SECUENCIA
           END-WRITE.
       2520-EXIT.
           EXIT.

       2700-ACTUALIZAR-DEBAUTO.
           REWRITE DEBAUTO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL DEBITO ",
                          DEBAUTO-PERIODO, " ", DEBAUTO-CLIENTE
           END-REWRITE.
       2700-EXIT.
           EXIT.

       2800-LINEA-OBSERVADA.
           ADD 1 TO WK-TOTAL-OBSERVADOS
           MOVE RSP-PERIODO    TO WK-D-PERIODO
           MOVE RSP-CLIENTE    TO WK-D-CLIENTE
           MOVE A101-NOMBRE    TO WK-D-NOMBRE
           MOVE SPACES         TO WK-D-RESULTADO
           IF RSP-RESULTADO = "A"
              MOVE "APROBADO"  TO WK-D-RESULTADO
           END-IF
           IF RSP-RESULTADO = "R"
              MOVE "RECHAZADO" TO WK-D-RESULTADO
           END-IF
           MOVE RSP-IMPORTE    TO WK-D-IMPORTE
           MOVE ZERO           TO WK-D-RECIBO
           MOVE WK-OBSERVACION TO WK-D-OBSERVACION
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2800-EXIT.
           EXIT.

       2900-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "DEBITOS APROBADOS (RECIBOS TA) . . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-APROBADOS TO WK-T-CANTIDAD
           MOVE WK-IMPORTE-APROBADOS TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DEBITOS RECHAZADOS  . . . . . . . . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-RECHAZADOS TO WK-T-CANTIDAD
           MOVE WK-IMPORTE-RECHAZADOS TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "RESPUESTAS OBSERVADAS SIN APLICAR . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-OBSERVADOS TO WK-T-CANTIDAD
           MOVE ZERO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           DISPLAY "DEBITOS APROBADOS: ", WK-TOTAL-APROBADOS,
                   "  RECHAZADOS: ", WK-TOTAL-RECHAZADOS.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    Encola el aviso de debito rechazado; la referencia es el
      *    periodo del debito.
      ******************************************************************
       8400-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO NOTIF-REG
           ADD 1 TO WK-ULT-NOTIF
           MOVE WK-ULT-NOTIF    TO NOTIF-NRO
           MOVE A101-CLIENTE    TO NOTIF-CLIENTE
           MOVE "DA"            TO NOTIF-EVENTO
           MOVE DEBAUTO-PERIODO TO NOTIF-REFERENCIA
           MOVE A101-EMAIL      TO NOTIF-EMAIL
           MOVE WK-FECHA-HOY    TO NOTIF-FECHA-ALTA
           MOVE "P"             TO NOTIF-ESTADO
           MOVE ZEROS           TO NOTIF-FECHA-ENVIO
           WRITE NOTIF-REG
               INVALID KEY CONTINUE
           END-WRITE.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el ultimo numero de aviso usado en la cola.
      ******************************************************************
       8410-BUSCAR-ULT-NOTIF.
           MOVE ZERO TO WK-ULT-NOTIF
           MOVE "N" TO WK-EOF-NOTIFQUE
           MOVE ZEROS TO NOTIF-NRO
           START NOTIFQUE KEY >= NOTIF-NRO
               INVALID KEY MOVE "S" TO WK-EOF-NOTIFQUE
           END-START
           PERFORM 8420-LEER-NOTIF-NEXT THRU 8420-EXIT
               UNTIL WK-EOF-NOTIFQUE = "S".
       8410-EXIT.
           EXIT.

       8420-LEER-NOTIF-NEXT.
           READ NOTIFQUE NEXT
               AT END MOVE "S" TO WK-EOF-NOTIFQUE
           END-READ
           IF WK-EOF-NOTIFQUE = "N"
              MOVE NOTIF-NRO TO WK-ULT-NOTIF
           END-IF.
       8420-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE RESPUESTA-ENTRADA
           CLOSE DEBAUTO
           CLOSE CLIENTE
           CLOSE RECIBOS
           CLOSE MOVCTAC
           CLOSE TALONARIO
           CLOSE GESTDIA
           CLOSE NOTIFQUE
           CLOSE RPT-DEBITOS
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "DEBAUTO-RESPUESTA".
