       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CASTIGO-ENTRADA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Castigo de deudores
      *                    incobrables por consola: de toda la deuda
      *                    del cliente o de una sola factura, con
      *                    motivo obligatorio y autorizacion de un
      *                    supervisor del maestro OPERADOR. Cada
      *                    ocurrencia castigada queda en el registro
      *                    CASTIGO y deja su movimiento CI (haber) en
      *                    la cuenta corriente; los FC/ND pendientes
      *                    quedan imputados por el castigo en
      *                    RECAPLIC. El castigo baja A101-SALDO y
      *                    A101-CREDITO-UTILIZADO y bloquea la
      *                    cuenta del cliente. La fecha se valida
      *                    contra el control de periodos contables.
      *   15/10/2026  SIS  El movimiento CI lleva la empresa con la
      *                    que se trabaja (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "RECAPLIC.SEL".
           COPY "CASTIGO.SEL".
           COPY "OPERADOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "RECAPLIC.CPY".
           COPY "CASTIGO.CPY".
           COPY "OPERADOR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-RECAPLIC             PIC X(02).
       77  STATUS-CASTIGO              PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EOF-MOVCTAC              PIC X(01).
       77  WK-EOF-RECAPLIC             PIC X(01).
       77  WK-EOF-CASTIGO              PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-CASTIGO-GRABADO          PIC X(01).
       77  WK-FACT-HALLADA             PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).

       77  WK-ALCANCE                  PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-FACTURA                  PIC 9(08).
       77  WK-OCURRENCIA               PIC 9(01).
       77  WK-IND-OCURR                PIC 9(01).
       77  WK-IMPORTE                  PIC S9(13)V99.
       77  WK-TOTAL-CASTIGO            PIC S9(13)V99.
       77  WK-MOTIVO                   PIC X(30).
       77  WK-SUPERVISOR               PIC X(10).
       77  WK-USUARIO                  PIC X(10).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-PERIODO-ESTADO           PIC X(01).

      ******************************************************************
      *    Validacion del supervisor contra el maestro OPERADOR.
      *    Sin maestro cargado se acepta el nombre tipeado, como
      *    en NOTAS-ENTRADA.
      ******************************************************************
       77  STATUS-OPERADOR             PIC X(02).
       77  WK-HAY-OPERADOR             PIC X(01) VALUE "N".
       77  WK-SUPERVISOR-OK            PIC X(01).

      ******************************************************************
      *    Numeracion de los castigos, correlativa dentro del
      *    cliente: se busca el ultimo numero usado al tomarlo.
      ******************************************************************
       77  WK-NRO-CASTIGO              PIC 9(08).

      ******************************************************************
      *    Factura a castigar (clave de su movimiento FC) y pendiente
      *    de los comprobantes: MOVCTA-IMPORTE menos lo imputado en
      *    RECAPLIC. El castigo se imputa contra los FC/ND
      *    pendientes de la ocurrencia, del mas viejo al mas nuevo,
      *    hasta agotar el importe castigado.
      ******************************************************************
       77  WK-FACT-FECHA               PIC 9(08).
       77  WK-FACT-SECUENCIA           PIC 9(04).
       77  WK-APLICADO-MOVIM           PIC S9(14)V99.
       77  WK-PENDIENTE                PIC S9(14)V99.
       77  WK-RESTO-IMPUTAR            PIC S9(14)V99.
       77  WK-IMPUTADO                 PIC S9(14)V99.

       77  WK-TOTAL-CASTIGOS           PIC 9(05) VALUE ZERO.

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CLIENTE
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN I-O RECAPLIC
           IF STATUS-RECAPLIC = "35"
              OPEN OUTPUT RECAPLIC
              CLOSE RECAPLIC
              OPEN I-O RECAPLIC
           END-IF
           OPEN I-O CASTIGO
           IF STATUS-CASTIGO = "35"
              OPEN OUTPUT CASTIGO
              CLOSE CASTIGO
              OPEN I-O CASTIGO
           END-IF
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-CARGAR-CASTIGO THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Dialogo de un castigo: alcance, cliente (y factura), motivo
      *    y supervisor; con la confirmacion se graba.
      ******************************************************************
       2100-CARGAR-CASTIGO.
           DISPLAY "CASTIGO DE DEUDORES - ALCANCE:"
           DISPLAY "  C = TODA LA DEUDA DEL CLIENTE   F = UNA FACTURA"
           DISPLAY "  X = FIN"
           ACCEPT WK-ALCANCE
           IF WK-ALCANCE = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-ALCANCE NOT = "C" AND NOT = "F"
              DISPLAY "ALCANCE INVALIDO"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE ", WK-CLIENTE
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: ", A101-NOMBRE
           PERFORM 2110-MOSTRAR-SALDO THRU 2110-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           IF A101-ESTADO-DEUDA NOT = 9
              DISPLAY "ATENCION: EL CLIENTE NO ESTA EN ESTADO ",
                      "INCOBRABLE (ESTADO ", A101-ESTADO-DEUDA, ")"
           END-IF
           IF WK-ALCANCE = "F"
              PERFORM 2200-DETERMINAR-FACTURA THRU 2200-EXIT
           ELSE
              PERFORM 2300-DETERMINAR-CLIENTE THRU 2300-EXIT
           END-IF
           IF WK-TOTAL-CASTIGO NOT > ZERO
              GO TO 2100-EXIT
           END-IF
           MOVE WK-TOTAL-CASTIGO TO WK-IMPORTE-EDIT
           DISPLAY "IMPORTE A CASTIGAR: ", WK-IMPORTE-EDIT
           DISPLAY "MOTIVO DEL CASTIGO: "
           ACCEPT WK-MOTIVO
           IF WK-MOTIVO = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO - NO SE CASTIGA"
              GO TO 2100-EXIT
           END-IF
      *    todo castigo lleva la autorizacion de un supervisor, que
      *    queda asentada en el registro
           DISPLAY "USUARIO SUPERVISOR QUE AUTORIZA: "
           ACCEPT WK-SUPERVISOR
           PERFORM 8200-VALIDAR-SUPERVISOR THRU 8200-EXIT
           IF WK-SUPERVISOR-OK = "N"
              DISPLAY "CASTIGO RECHAZADO SIN AUTORIZACION"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CONFIRMA EL CASTIGO (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 2100-EXIT
           END-IF
           IF WK-ALCANCE = "F"
              PERFORM 2400-CASTIGAR-FACTURA THRU 2400-EXIT
           ELSE
              PERFORM 2500-CASTIGAR-CLIENTE THRU 2500-EXIT
                  VARYING WK-OCURRENCIA FROM 1 BY 1
                  UNTIL WK-OCURRENCIA > 4
              MOVE ZERO TO A101-CREDITO-UTILIZADO
           END-IF
           PERFORM 2800-BLOQUEAR-CLIENTE THRU 2800-EXIT
           DISPLAY "CASTIGO GRABADO - CUENTA DEL CLIENTE BLOQUEADA".
       2100-EXIT.
           EXIT.

       2110-MOSTRAR-SALDO.
           MOVE A101-SALDO(WK-IND-OCURR) TO WK-IMPORTE-EDIT
           DISPLAY "  SALDO OCURRENCIA ", WK-IND-OCURR, ": ",
                   WK-IMPORTE-EDIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *    Castigo de una factura: se busca su movimiento FC en la
      *    cuenta corriente del cliente y se castiga lo que le queda
      *    pendiente, sin pasar el saldo deudor de su ocurrencia.
      ******************************************************************
       2200-DETERMINAR-FACTURA.
           MOVE ZERO TO WK-TOTAL-CASTIGO
           DISPLAY "NUMERO DE FACTURA: "
           ACCEPT WK-FACTURA
           MOVE "N" TO WK-FACT-HALLADA
           PERFORM 8300-POSICIONAR-MOVIM THRU 8300-EXIT
           PERFORM 2210-BUSCAR-FACTURA THRU 2210-EXIT
               UNTIL WK-EOF-MOVCTAC = "S"
                  OR WK-FACT-HALLADA = "S"
           IF WK-FACT-HALLADA = "N"
              DISPLAY "LA FACTURA NO ESTA EN LA CUENTA DEL CLIENTE"
              GO TO 2200-EXIT
           END-IF
           PERFORM 8400-APLICADO-DEL-MOVIM THRU 8400-EXIT
           COMPUTE WK-PENDIENTE = MOVCTA-IMPORTE - WK-APLICADO-MOVIM
           IF WK-PENDIENTE NOT > ZERO
              DISPLAY "LA FACTURA NO TIENE IMPORTE PENDIENTE"
              GO TO 2200-EXIT
           END-IF
           IF A101-SALDO(WK-OCURRENCIA) NOT > ZERO
              DISPLAY "LA OCURRENCIA DE LA FACTURA NO TIENE SALDO ",
                      "DEUDOR"
              GO TO 2200-EXIT
           END-IF
           IF WK-PENDIENTE > A101-SALDO(WK-OCURRENCIA)
              MOVE A101-SALDO(WK-OCURRENCIA) TO WK-PENDIENTE
           END-IF
           MOVE WK-PENDIENTE TO WK-TOTAL-CASTIGO
           DISPLAY "FACTURA DEL ", WK-FACT-FECHA, " OCURRENCIA ",
                   WK-OCURRENCIA.
       2200-EXIT.
           EXIT.

       2210-BUSCAR-FACTURA.
           IF MOVCTA-FACTURA AND MOVCTA-REFERENCIA = WK-FACTURA
              MOVE "S" TO WK-FACT-HALLADA
              MOVE MOVCTA-FECHA      TO WK-FACT-FECHA
              MOVE MOVCTA-SECUENCIA  TO WK-FACT-SECUENCIA
              MOVE MOVCTA-OCURRENCIA TO WK-OCURRENCIA
              GO TO 2210-EXIT
           END-IF
           PERFORM 8310-LEER-MOVIM THRU 8310-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Castigo de todo el cliente: se castiga el saldo deudor de
      *    cada ocurrencia; los saldos acreedores no se tocan.
      ******************************************************************
       2300-DETERMINAR-CLIENTE.
           MOVE ZERO TO WK-TOTAL-CASTIGO
           PERFORM 2310-SUMAR-SALDO THRU 2310-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           IF WK-TOTAL-CASTIGO NOT > ZERO
              DISPLAY "EL CLIENTE NO TIENE SALDO DEUDOR"
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SUMAR-SALDO.
           IF A101-SALDO(WK-IND-OCURR) > ZERO
              ADD A101-SALDO(WK-IND-OCURR) TO WK-TOTAL-CASTIGO
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Graba el castigo de la factura, lo imputa contra ella y
      *    baja el saldo y el credito utilizado del cliente (sin
      *    dejarlo negativo, el campo es sin signo).
      ******************************************************************
       2400-CASTIGAR-FACTURA.
           MOVE WK-TOTAL-CASTIGO TO WK-IMPORTE
           PERFORM 2600-GRABAR-CASTIGO THRU 2600-EXIT
           IF WK-CASTIGO-GRABADO = "N"
              GO TO 2400-EXIT
           END-IF
           MOVE WK-FACT-FECHA     TO MOVCTA-FECHA
           MOVE WK-FACT-SECUENCIA TO MOVCTA-SECUENCIA
           MOVE "FC"              TO MOVCTA-TIPO
           MOVE WK-FACTURA        TO MOVCTA-REFERENCIA
           MOVE WK-IMPORTE        TO WK-IMPUTADO
           PERFORM 2730-GRABAR-IMPUTACION THRU 2730-EXIT
           PERFORM 2650-GRABAR-MOVIMIENTO THRU 2650-EXIT
           SUBTRACT WK-IMPORTE FROM A101-SALDO(WK-OCURRENCIA)
           IF WK-IMPORTE > A101-CREDITO-UTILIZADO
              MOVE ZERO TO A101-CREDITO-UTILIZADO
           ELSE
              SUBTRACT WK-IMPORTE FROM A101-CREDITO-UTILIZADO
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Castiga el saldo deudor de la ocurrencia WK-OCURRENCIA:
      *    registro, imputacion contra los pendientes y movimiento
      *    CI; el saldo de la ocurrencia queda en cero.
      ******************************************************************
       2500-CASTIGAR-CLIENTE.
           IF A101-SALDO(WK-OCURRENCIA) NOT > ZERO
              GO TO 2500-EXIT
           END-IF
           MOVE A101-SALDO(WK-OCURRENCIA) TO WK-IMPORTE
           PERFORM 2600-GRABAR-CASTIGO THRU 2600-EXIT
           IF WK-CASTIGO-GRABADO = "N"
              GO TO 2500-EXIT
           END-IF
           PERFORM 2700-IMPUTAR-PENDIENTES THRU 2700-EXIT
           PERFORM 2650-GRABAR-MOVIMIENTO THRU 2650-EXIT
           MOVE ZERO TO A101-SALDO(WK-OCURRENCIA).
       2500-EXIT.
           EXIT.

       2600-GRABAR-CASTIGO.
           PERFORM 2610-BUSCAR-ULT-CASTIGO THRU 2610-EXIT
           ADD 1 TO WK-NRO-CASTIGO
           MOVE SPACES TO CASTIGO-REG
           MOVE WK-CLIENTE     TO CASTIGO-CLIENTE
           MOVE WK-NRO-CASTIGO TO CASTIGO-NRO
           MOVE WK-FECHA-HOY   TO CASTIGO-FECHA
           MOVE WK-ALCANCE     TO CASTIGO-ALCANCE
           MOVE WK-OCURRENCIA  TO CASTIGO-OCURRENCIA
           IF WK-ALCANCE = "F"
              MOVE WK-FACTURA TO CASTIGO-FACTURA
           ELSE
              MOVE ZERO       TO CASTIGO-FACTURA
           END-IF
           MOVE WK-IMPORTE     TO CASTIGO-IMPORTE
           MOVE ZERO           TO CASTIGO-RECUPERADO
                                  CASTIGO-FECHA-RECUPERO
           MOVE WK-MOTIVO      TO CASTIGO-MOTIVO
           MOVE WK-USUARIO     TO CASTIGO-USUARIO
           MOVE WK-SUPERVISOR  TO CASTIGO-SUPERVISOR
           MOVE "S" TO WK-CASTIGO-GRABADO
           WRITE CASTIGO-REG
               INVALID KEY
                  MOVE "N" TO WK-CASTIGO-GRABADO
                  DISPLAY "ERROR AL GRABAR EL CASTIGO DE LA ",
                          "OCURRENCIA ", WK-OCURRENCIA,
                          " - OPERACION ANULADA"
           END-WRITE
           IF WK-CASTIGO-GRABADO = "S"
              ADD 1 TO WK-TOTAL-CASTIGOS
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre los castigos del cliente y deja en WK-NRO-CASTIGO
      *    el numero mas alto ya usado.
      ******************************************************************
       2610-BUSCAR-ULT-CASTIGO.
           MOVE ZERO TO WK-NRO-CASTIGO
           MOVE "N" TO WK-EOF-CASTIGO
           MOVE WK-CLIENTE TO CASTIGO-CLIENTE
           MOVE ZERO       TO CASTIGO-NRO
           START CASTIGO KEY >= CASTIGO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CASTIGO
           END-START
           PERFORM 2620-LEER-CASTIGO-NEXT THRU 2620-EXIT
               UNTIL WK-EOF-CASTIGO = "S".
       2610-EXIT.
           EXIT.

       2620-LEER-CASTIGO-NEXT.
           READ CASTIGO NEXT
               AT END MOVE "S" TO WK-EOF-CASTIGO
           END-READ
           IF WK-EOF-CASTIGO = "N"
              IF CASTIGO-CLIENTE NOT = WK-CLIENTE
                 MOVE "S" TO WK-EOF-CASTIGO
              ELSE
                 MOVE CASTIGO-NRO TO WK-NRO-CASTIGO
              END-IF
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el movimiento CI (haber) del castigo en la cuenta
      *    corriente, con el motivo como descripcion y el numero de
      *    castigo como referencia, buscando la secuencia libre en
      *    cliente+fecha.
      ******************************************************************
       2650-GRABAR-MOVIMIENTO.
           MOVE SPACES TO MOVCTA-REG
           MOVE WK-CLIENTE     TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY   TO MOVCTA-FECHA
           MOVE 1              TO MOVCTA-SECUENCIA
           MOVE "CI"           TO MOVCTA-TIPO
           MOVE WK-EMPRESA     TO MOVCTA-EMPRESA
           MOVE WK-OCURRENCIA  TO MOVCTA-OCURRENCIA
           COMPUTE MOVCTA-IMPORTE = ZERO - WK-IMPORTE
           MOVE WK-NRO-CASTIGO TO MOVCTA-REFERENCIA
           MOVE ZERO           TO MOVCTA-HOJA-RESU
           MOVE WK-MOTIVO      TO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2660-INTENTAR-GRABAR THRU 2660-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999.
       2650-EXIT.
           EXIT.

       2660-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       2660-EXIT.
           EXIT.

      ******************************************************************
      *    Imputa el castigo de la ocurrencia contra sus FC/ND
      *    pendientes, del mas viejo al mas nuevo, hasta agotar el
      *    importe castigado: los comprobantes dejan de figurar
      *    como pendientes en vencimientos y en la aplicacion de
      *    recibos.
      ******************************************************************
       2700-IMPUTAR-PENDIENTES.
           MOVE WK-IMPORTE TO WK-RESTO-IMPUTAR
           PERFORM 8300-POSICIONAR-MOVIM THRU 8300-EXIT
           PERFORM 2710-IMPUTAR-MOVIM THRU 2710-EXIT
               UNTIL WK-EOF-MOVCTAC = "S"
                  OR WK-RESTO-IMPUTAR NOT > ZERO.
       2700-EXIT.
           EXIT.

       2710-IMPUTAR-MOVIM.
           IF MOVCTA-OCURRENCIA NOT = WK-OCURRENCIA
              OR (NOT MOVCTA-FACTURA AND NOT MOVCTA-NOTA-DEBITO)
              GO TO 2710-SIGUIENTE
           END-IF
           PERFORM 8400-APLICADO-DEL-MOVIM THRU 8400-EXIT
           COMPUTE WK-PENDIENTE = MOVCTA-IMPORTE - WK-APLICADO-MOVIM
           IF WK-PENDIENTE NOT > ZERO
              GO TO 2710-SIGUIENTE
           END-IF
           IF WK-PENDIENTE > WK-RESTO-IMPUTAR
              MOVE WK-RESTO-IMPUTAR TO WK-IMPUTADO
           ELSE
              MOVE WK-PENDIENTE     TO WK-IMPUTADO
           END-IF
           PERFORM 2730-GRABAR-IMPUTACION THRU 2730-EXIT
           SUBTRACT WK-IMPUTADO FROM WK-RESTO-IMPUTAR.
       2710-SIGUIENTE.
           PERFORM 8310-LEER-MOVIM THRU 8310-EXIT.
       2710-EXIT.
           EXIT.

       2730-GRABAR-IMPUTACION.
           MOVE SPACES TO RECAPLIC-REG
           MOVE WK-CLIENTE        TO RECAPLIC-CLIENTE
           MOVE MOVCTA-FECHA      TO RECAPLIC-MOV-FECHA
           MOVE MOVCTA-SECUENCIA  TO RECAPLIC-MOV-SECUENCIA
           MOVE WK-NRO-CASTIGO    TO RECAPLIC-RECIBO
           MOVE MOVCTA-TIPO       TO RECAPLIC-MOV-TIPO
           MOVE MOVCTA-REFERENCIA TO RECAPLIC-MOV-REFERENCIA
           MOVE WK-IMPUTADO       TO RECAPLIC-IMPORTE
           MOVE WK-FECHA-HOY      TO RECAPLIC-FECHA
           MOVE WK-USUARIO        TO RECAPLIC-USUARIO
           MOVE "C"               TO RECAPLIC-ORIGEN
           WRITE RECAPLIC-REG
               INVALID KEY
                  DISPLAY "ERROR AL IMPUTAR EL CASTIGO CONTRA ",
                          MOVCTA-TIPO, " ", MOVCTA-REFERENCIA
           END-WRITE.
       2730-EXIT.
           EXIT.

      ******************************************************************
      *    Con el castigo la cuenta del cliente queda bloqueada,
      *    como la deja CREDITO-BLOQUEO.
      ******************************************************************
       2800-BLOQUEAR-CLIENTE.
           MOVE "1" TO A101-BLOQUEO
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE.
       2800-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    El supervisor tiene que existir en el maestro OPERADOR,
      *    estar habilitado y tener el perfil SUPERVISOR. Sin
      *    maestro cargado alcanza con un nombre no vacio.
      ******************************************************************
       8200-VALIDAR-SUPERVISOR.
           MOVE "N" TO WK-SUPERVISOR-OK
           IF WK-SUPERVISOR = SPACES
              GO TO 8200-EXIT
           END-IF
           IF WK-HAY-OPERADOR = "N"
              MOVE "S" TO WK-SUPERVISOR-OK
              GO TO 8200-EXIT
           END-IF
           MOVE WK-SUPERVISOR TO OPERADOR-USUARIO
           READ OPERADOR
               INVALID KEY
                  DISPLAY "EL SUPERVISOR NO EXISTE EN OPERADOR"
                  GO TO 8200-EXIT
           END-READ
           IF NOT OPERADOR-HABILITADO
              DISPLAY "EL SUPERVISOR NO ESTA HABILITADO"
              GO TO 8200-EXIT
           END-IF
           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "EL USUARIO NO TIENE PERFIL SUPERVISOR"
              GO TO 8200-EXIT
           END-IF
           MOVE "S" TO WK-SUPERVISOR-OK.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Posiciona la cuenta corriente al comienzo del cliente en
      *    proceso. La lectura siguiente corta al cambiar de cliente.
      ******************************************************************
       8300-POSICIONAR-MOVIM.
           MOVE "N" TO WK-EOF-MOVCTAC
           MOVE WK-CLIENTE TO MOVCTA-CLIENTE
           MOVE ZERO       TO MOVCTA-FECHA MOVCTA-SECUENCIA
           START MOVCTAC KEY >= MOVCTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-MOVCTAC
           END-START
           IF WK-EOF-MOVCTAC = "N"
              PERFORM 8310-LEER-MOVIM THRU 8310-EXIT
           END-IF.
       8300-EXIT.
           EXIT.

       8310-LEER-MOVIM.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF WK-EOF-MOVCTAC = "N"
              AND MOVCTA-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-MOVCTAC
           END-IF.
       8310-EXIT.
           EXIT.

      ******************************************************************
      *    Suma lo ya imputado contra el movimiento en proceso
      *    recorriendo las imputaciones del cliente.
      ******************************************************************
       8400-APLICADO-DEL-MOVIM.
           MOVE ZERO TO WK-APLICADO-MOVIM
           MOVE "N" TO WK-EOF-RECAPLIC
           MOVE WK-CLIENTE TO RECAPLIC-CLIENTE
           MOVE MOVCTA-FECHA     TO RECAPLIC-MOV-FECHA
           MOVE MOVCTA-SECUENCIA TO RECAPLIC-MOV-SECUENCIA
           MOVE ZERO             TO RECAPLIC-RECIBO
           START RECAPLIC KEY >= RECAPLIC-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-RECAPLIC
           END-START
           PERFORM 8410-SUMAR-DEL-MOVIM THRU 8410-EXIT
               UNTIL WK-EOF-RECAPLIC = "S".
       8400-EXIT.
           EXIT.

       8410-SUMAR-DEL-MOVIM.
           READ RECAPLIC NEXT
               AT END MOVE "S" TO WK-EOF-RECAPLIC
           END-READ
           IF WK-EOF-RECAPLIC = "S"
              GO TO 8410-EXIT
           END-IF
           IF RECAPLIC-CLIENTE NOT = WK-CLIENTE
              OR RECAPLIC-MOV-FECHA NOT = MOVCTA-FECHA
              OR RECAPLIC-MOV-SECUENCIA NOT = MOVCTA-SECUENCIA
              MOVE "S" TO WK-EOF-RECAPLIC
              GO TO 8410-EXIT
           END-IF
           ADD RECAPLIC-IMPORTE TO WK-APLICADO-MOVIM.
       8410-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY "CASTIGOS GRABADOS: ", WK-TOTAL-CASTIGOS
           CLOSE CLIENTE
           CLOSE MOVCTAC
           CLOSE RECAPLIC
           CLOSE CASTIGO
           IF WK-HAY-OPERADOR = "S"
              CLOSE OPERADOR
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "CASTIGO-ENTRADA".
