      *                    en el momento y la salida queda
      *                    catalogada en el spool. El duplicado se
      *                    reimprime con RECIBO-DUPLICADO.
      *   15/10/2026  SIS  Los certificados de retencion IIBB
      *                    registran la jurisdiccion (por defecto la
      *                    provincia del cliente) para la exportacion
      *                    al SIFERE.
      *   15/10/2026  SIS  Recupero de deuda castigada: lo que el
      *                    recibo cancela por encima del saldo deudor
      *                    de la ocurrencia se aplica a los castigos
      *                    pendientes de recuperar del cliente
      *                    (CASTIGO-RECUPERADO) y vuelve a la cuenta
      *                    como movimiento RI delante del RC del
      *                    recibo.
      *   15/10/2026  SIS  Operacion con varias empresas: el recibo
      *                    toma el talonario abierto del cobrador
      *                    para la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL) y graba la empresa
      *                    en el recibo y en sus movimientos.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "PLANPAGO.SEL".
           COPY "RETENC.SEL".
           COPY "TALONARIO.SEL".
           COPY "CASTIGO.SEL".

           SELECT RPT-RECIBO ASSIGN TO "RPTRECIB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "PLANPAGO.CPY".
           COPY "RETENC.CPY".
           COPY "TALONARIO.CPY".
           COPY "CASTIGO.CPY".

       FD  RPT-RECIBO
                   LABEL RECORD STANDARD.
       77  WK-MEDIO-PAGO               PIC X(02).
       77  WK-USUARIO                  PIC X(10).
       77  WK-PERIODO-ESTADO           PIC X(01).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.

       77  WK-TOTAL-RECIBOS            PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-COBRADO            PIC S9(15)V99 VALUE ZERO.
               05  WK-RET-REGIMEN      PIC X(03).
               05  WK-RET-CERTIFICADO  PIC X(16).
               05  WK-RET-IMPORTE      PIC S9(13)V99.
               05  WK-RET-JURIS        PIC 9(02).
       77  WK-RESTO-PLAN               PIC S9(13)V99.
       77  WK-IND-CUOTA                PIC 9(02).
       77  WK-PLAN-TOCADO              PIC X(01).
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "RECIBOS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTRECIB.TXT".

      ******************************************************************
      *    Recupero de deuda castigada: lo que el recibo cancela por
      *    encima del saldo deudor que tenia la ocurrencia se aplica
      *    a los castigos del cliente en esa ocurrencia, del mas
      *    viejo al mas nuevo, y vuelve a la cuenta como debito RI.
      ******************************************************************
       77  STATUS-CASTIGO              PIC X(02).
       77  WK-HAY-CASTIGO              PIC X(01) VALUE "N".
       77  WK-EOF-CASTIGO              PIC X(01).
       77  WK-EXCEDENTE                PIC S9(13)V99.
       77  WK-RECUPERO                 PIC S9(13)V99.
       77  WK-PEND-CASTIGO             PIC S9(13)V99.
       77  WK-APLICA-CASTIGO           PIC S9(13)V99.
       77  WK-TOTAL-RECUPEROS          PIC 9(05) VALUE ZERO.

       01  WK-LINEA-RECIBO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "RECIBO ".
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN I-O CLIENTE
           OPEN I-O RECIBOS
           IF STATUS-RECIBOS = "35"
              CLOSE TALONARIO
              OPEN I-O TALONARIO
           END-IF
           OPEN I-O CASTIGO
           IF STATUS-CASTIGO = "00"
              MOVE "S" TO WK-HAY-CASTIGO
           END-IF
           OPEN OUTPUT RPT-RECIBO.
       1000-EXIT.
           EXIT.
           PERFORM 2130-BUSCAR-TALONARIO THRU 2130-EXIT
           IF WK-TALONARIO-HALLADO = "N"
              DISPLAY "EL COBRADOR ", WK-COBRADOR,
                      " NO TIENE TALONARIO ABIERTO DE LA EMPRESA ",
                      WK-EMPRESA
              GO TO 2100-EXIT
           END-IF
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY): "
           PERFORM 2240-AVANZAR-TALONARIO THRU 2240-EXIT
           PERFORM 2250-GRABAR-RETENCIONES THRU 2250-EXIT
           PERFORM 2270-IMPRIMIR-RECIBO THRU 2270-EXIT
           PERFORM 2280-DETECTAR-RECUPERO THRU 2280-EXIT
           PERFORM 2300-APLICAR-AL-MAESTRO THRU 2300-EXIT
           PERFORM 2350-APLICAR-A-PLAN THRU 2350-EXIT
           IF WK-RECUPERO > ZERO
              PERFORM 2420-GRABAR-RECUPERO THRU 2420-EXIT
           END-IF
           PERFORM 2400-GRABAR-MOVIMIENTO THRU 2400-EXIT
           ADD 1              TO WK-TOTAL-RECIBOS
           ADD WK-CANCELACION TO WK-TOTAL-COBRADO
           ACCEPT WK-RET-CERTIFICADO(WK-CANT-RETENC)
           DISPLAY "IMPORTE RETENIDO: "
           ACCEPT WK-RET-IMPORTE(WK-CANT-RETENC)
           MOVE ZERO TO WK-RET-JURIS(WK-CANT-RETENC)
           IF WK-RET-REGIMEN(WK-CANT-RETENC) = "IBB"
              DISPLAY "JURISDICCION (0 = LA DEL CLIENTE): "
              ACCEPT WK-RET-JURIS(WK-CANT-RETENC)
              IF WK-RET-JURIS(WK-CANT-RETENC) = ZERO
                 MOVE A101-PROVINCIA TO WK-RET-JURIS(WK-CANT-RETENC)
              END-IF
           END-IF
           IF WK-RET-IMPORTE(WK-CANT-RETENC) NOT > ZERO
              DISPLAY "IMPORTE INVALIDO - CERTIFICADO DESCARTADO"
              SUBTRACT 1 FROM WK-CANT-RETENC
                                                 TO RETENC-CERTIFICADO
           MOVE WK-RET-IMPORTE(WK-IND-RETENC)     TO RETENC-IMPORTE
           MOVE WK-FECHA       TO RETENC-FECHA
           MOVE WK-RET-JURIS(WK-IND-RETENC) TO RETENC-JURISDICCION
           MOVE WK-USUARIO     TO RETENC-USUARIO
           WRITE RETENC-REG
               INVALID KEY
              MOVE "S" TO WK-EOF-TALONARIO
              GO TO 2140-EXIT
           END-IF
           IF TALONARIO-EMPRESA NOT NUMERIC
              MOVE ZERO TO TALONARIO-EMPRESA
           END-IF
           IF TALONARIO-ABIERTO
              AND TALONARIO-PROXIMO <= TALONARIO-HASTA
              AND TALONARIO-EMPRESA = WK-EMPRESA
              MOVE "S" TO WK-TALONARIO-HALLADO
           END-IF.
       2140-EXIT.
       2270-EXIT.
           EXIT.

      ******************************************************************
      *    Si el recibo cancela mas que el saldo deudor de la
      *    ocurrencia y el cliente tiene deuda castigada en ella
      *    todavia sin recuperar, el excedente es recupero: se
      *    acumula en los castigos y queda en WK-RECUPERO para
      *    reponer la deuda con el movimiento RI.
      ******************************************************************
       2280-DETECTAR-RECUPERO.
           MOVE ZERO TO WK-RECUPERO
           IF WK-HAY-CASTIGO = "N"
              GO TO 2280-EXIT
           END-IF
           IF A101-SALDO(WK-OCURRENCIA) > ZERO
              COMPUTE WK-EXCEDENTE = WK-CANCELACION
                                   - A101-SALDO(WK-OCURRENCIA)
           ELSE
              MOVE WK-CANCELACION TO WK-EXCEDENTE
           END-IF
           IF WK-EXCEDENTE NOT > ZERO
              GO TO 2280-EXIT
           END-IF
           MOVE "N" TO WK-EOF-CASTIGO
           MOVE WK-CLIENTE TO CASTIGO-CLIENTE
           MOVE ZERO       TO CASTIGO-NRO
           START CASTIGO KEY >= CASTIGO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CASTIGO
           END-START
           PERFORM 2290-APLICAR-A-CASTIGO THRU 2290-EXIT
               UNTIL WK-EOF-CASTIGO = "S"
                  OR WK-EXCEDENTE NOT > ZERO
           IF WK-RECUPERO > ZERO
              ADD 1 TO WK-TOTAL-RECUPEROS
              MOVE WK-RECUPERO TO WK-IMPORTE-EDIT
              DISPLAY "RECUPERO DE DEUDA CASTIGADA: ", WK-IMPORTE-EDIT
           END-IF.
       2280-EXIT.
           EXIT.

       2290-APLICAR-A-CASTIGO.
           READ CASTIGO NEXT
               AT END MOVE "S" TO WK-EOF-CASTIGO
           END-READ
           IF WK-EOF-CASTIGO = "S"
              OR CASTIGO-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-CASTIGO
              GO TO 2290-EXIT
           END-IF
           IF CASTIGO-OCURRENCIA NOT = WK-OCURRENCIA
              GO TO 2290-EXIT
           END-IF
           COMPUTE WK-PEND-CASTIGO = CASTIGO-IMPORTE
                                   - CASTIGO-RECUPERADO
           IF WK-PEND-CASTIGO NOT > ZERO
              GO TO 2290-EXIT
           END-IF
           IF WK-EXCEDENTE < WK-PEND-CASTIGO
              MOVE WK-EXCEDENTE    TO WK-APLICA-CASTIGO
           ELSE
              MOVE WK-PEND-CASTIGO TO WK-APLICA-CASTIGO
           END-IF
           ADD WK-APLICA-CASTIGO      TO CASTIGO-RECUPERADO
           MOVE WK-FECHA              TO CASTIGO-FECHA-RECUPERO
           REWRITE CASTIGO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL CASTIGO ",
                          CASTIGO-NRO
                  GO TO 2290-EXIT
           END-REWRITE
           ADD WK-APLICA-CASTIGO      TO WK-RECUPERO
           SUBTRACT WK-APLICA-CASTIGO FROM WK-EXCEDENTE.
       2290-EXIT.
           EXIT.

       2200-GRABAR-RECIBO.
           MOVE SPACES TO RECIBO-REG
      *    el numero sale del talonario abierto del cobrador
           MOVE WK-MEDIO-PAGO  TO RECIBO-MEDIO-PAGO
           MOVE "1"            TO RECIBO-ESTADO
           MOVE WK-USUARIO     TO RECIBO-USUARIO
           MOVE WK-EMPRESA     TO RECIBO-EMPRESA
           MOVE "S" TO WK-RECIBO-GRABADO
           WRITE RECIBO-REG
               INVALID KEY
      *    Aplica la cancelacion (medio de pago mas retenciones)
      *    sobre el maestro: baja el saldo de la ocurrencia elegida
      *    y libera credito utilizado (sin dejarlo negativo, el
      *    campo es sin signo). Lo recuperado de deuda castigada
      *    vuelve al saldo, que el recibo cancela en el mismo acto.
      ******************************************************************
       2300-APLICAR-AL-MAESTRO.
           SUBTRACT WK-CANCELACION FROM A101-SALDO(WK-OCURRENCIA)
           ADD WK-RECUPERO TO A101-SALDO(WK-OCURRENCIA)
           IF WK-CANCELACION > A101-CREDITO-UTILIZADO
              MOVE ZERO TO A101-CREDITO-UTILIZADO
           ELSE
           MOVE WK-FECHA           TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "RC"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE WK-OCURRENCIA      TO MOVCTA-OCURRENCIA
           COMPUTE MOVCTA-IMPORTE = ZERO - WK-CANCELACION
           MOVE RECIBO-NRO         TO MOVCTA-REFERENCIA
       2410-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el movimiento RI (debe) del recupero delante del RC
      *    del recibo: la deuda castigada vuelve a la cuenta y el
      *    recibo la cancela, y la interfaz contable lleva el
      *    recupero a su propia cuenta.
      ******************************************************************
       2420-GRABAR-RECUPERO.
           MOVE SPACES TO MOVCTA-REG
           MOVE WK-CLIENTE         TO MOVCTA-CLIENTE
           MOVE WK-FECHA           TO MOVCTA-FECHA
           MOVE 1                  TO MOVCTA-SECUENCIA
           MOVE "RI"               TO MOVCTA-TIPO
           MOVE WK-EMPRESA         TO MOVCTA-EMPRESA
           MOVE WK-OCURRENCIA      TO MOVCTA-OCURRENCIA
           MOVE WK-RECUPERO        TO MOVCTA-IMPORTE
           MOVE RECIBO-NRO         TO MOVCTA-REFERENCIA
           MOVE ZERO               TO MOVCTA-HOJA-RESU
           MOVE "RECUPERO DE DEUDA CASTIGADA"
                                   TO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2410-INTENTAR-GRABAR THRU 2410-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2420-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE WK-TOTAL-COBRADO TO WK-IMPORTE-EDIT
           DISPLAY "RECIBOS CARGADOS: ", WK-TOTAL-RECIBOS,
                   "  TOTAL COBRADO: ", WK-IMPORTE-EDIT
           IF WK-TOTAL-RECUPEROS > ZERO
              DISPLAY "RECIBOS CON RECUPERO DE DEUDA CASTIGADA: ",
                      WK-TOTAL-RECUPEROS
           END-IF
           CLOSE CLIENTE
           CLOSE RECIBOS
           CLOSE MOVCTAC
           CLOSE PLANPAGO
           CLOSE RETENC
           CLOSE TALONARIO
           IF WK-HAY-CASTIGO = "S"
              CLOSE CASTIGO
           END-IF
           CLOSE RPT-RECIBO
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
