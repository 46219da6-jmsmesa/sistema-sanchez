       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CIRCULAR-SELECCION".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Circularizacion de
      *                    saldos para la auditoria externa: pide la
      *                    fecha de corte y los criterios de
      *                    seleccion (saldos mayores a un monto,
      *                    muestra al azar y todos los clientes en
      *                    estado de deuda 1 o 7), rearma el saldo
      *                    de cada ocurrencia a la fecha de corte
      *                    desde MOVCTAC y MOVCHIST, registra a los
      *                    elegidos en CIRCULAR e imprime la carta
      *                    de confirmacion de cada uno (RPTCIRC.TXT).
      *                    La muestra al azar es sistematica con
      *                    arranque aleatorio sobre los clientes con
      *                    saldo que no entraron por otro criterio.
      *                    Los clientes ya circularizados a la misma
      *                    fecha de corte no se vuelven a elegir.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "MOVCHIST.SEL".
           COPY "COTIZA.SEL".
           COPY "PARAMS.SEL".
           COPY "CIRCULAR.SEL".

           SELECT WORK-CANDIDATOS ASSIGN TO "WRKCIRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-WORK.

           SELECT RPT-CARTAS ASSIGN TO "RPTCIRC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "MOVCHIST.CPY".
           COPY "COTIZA.CPY".
           COPY "PARAMS.CPY".
           COPY "CIRCULAR.CPY".

      *    clientes con saldo que quedan para la muestra al azar
       FD  WORK-CANDIDATOS RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  WRK-REG.
           03  WRK-CLIENTE                PIC 9(06).
           03  WRK-SALDOS.
               05  WRK-SALDO OCCURS 4 TIMES
                                          PIC S9(14)V99.
           03  FILLER                     PIC X(10).

       FD  RPT-CARTAS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-MOVCHIST             PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-CIRCULAR             PIC X(02).
       77  STATUS-WORK                 PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-HAY-HISTORICO            PIC X(01) VALUE "N".
       77  WK-EOF-CLIENTE              PIC X(01) VALUE "N".
           88  EOF-CLIENTE                       VALUE "S".
       77  WK-EOF-ARCHIVO              PIC X(01).
       77  WK-EOF-WORK                 PIC X(01).
       77  WK-EXISTE-CIRC              PIC X(01).
       77  WK-ARCHIVOS-ABIERTOS        PIC X(01) VALUE "N".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-HORA                     PIC 9(08).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-IND-OCURR                PIC 9.
       77  WK-CRITERIO                 PIC X(01).

      ******************************************************************
      *    Criterios de seleccion pedidos por consola.
      ******************************************************************
       77  WK-MONTO-MINIMO             PIC 9(11)V99.
       77  WK-CANT-MUESTRA             PIC 9(05).
       77  WK-INCLUYE-ESTADO           PIC X(01).
       77  WK-COTIZA-USD               PIC 9(05)V9999 VALUE ZERO.
       77  WK-SALDO-PESOS              PIC S9(15)V99.

      ******************************************************************
      *    Muestra sistematica: intervalo = candidatos / muestra y
      *    arranque al azar dentro del primer intervalo, tomado de
      *    la hora de la corrida.
      ******************************************************************
       77  WK-CANT-CANDIDATOS          PIC 9(07) VALUE ZERO.
       77  WK-INTERVALO                PIC 9(07).
       77  WK-PROXIMO                  PIC 9(07).
       77  WK-POSICION                 PIC 9(07).
       77  WK-COCIENTE                 PIC 9(08).
       77  WK-ARRANQUE                 PIC 9(07).
       77  WK-ELEGIDOS-AZAR            PIC 9(05) VALUE ZERO.

       77  WK-TOTAL-CLIENTES           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-MONTO              PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-ESTADO             PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-YA-CIRC            PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CARTAS             PIC 9(07) VALUE ZERO.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "CIRCULAR".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTCIRC.TXT".

       01  WK-FECHA-CORTE.
           03  WK-CORTE-AAAA           PIC 9(04).
           03  WK-CORTE-MM             PIC 9(02).
           03  WK-CORTE-DD             PIC 9(02).
       01  WK-FECHA-CORTE-NUM REDEFINES WK-FECHA-CORTE PIC 9(08).

       01  WK-FECHA-EDIT.
           03  WK-FE-AAAA              PIC 9(04).
           03  WK-FE-MM                PIC 9(02).
           03  WK-FE-DD                PIC 9(02).
       01  WK-FECHA-EDIT-NUM REDEFINES WK-FECHA-EDIT PIC 9(08).

       01  WK-SALDOS-CORTE.
           03  WK-SALDO-CORTE OCCURS 4 TIMES
                                       PIC S9(14)V99.

       01  WK-TABLA-OCURR.
           03  FILLER                  PIC X(20) VALUE
               "PESOS               ".
           03  FILLER                  PIC X(20) VALUE
               "PESOS CONF.         ".
           03  FILLER                  PIC X(20) VALUE
               "DOLARES             ".
           03  FILLER                  PIC X(20) VALUE
               "DOLARES CONF.       ".
       01  WK-TABLA-OCURR-RED REDEFINES WK-TABLA-OCURR.
           03  WK-NOMBRE-OCURR OCCURS 4 TIMES PIC X(20).

      ******************************************************************
      *    Lineas de la carta de confirmacion.
      ******************************************************************
       01  WK-LINEA-TEXTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-X-TEXTO              PIC X(70).

       01  WK-LINEA-FECHA.
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE "FECHA: ".
           03  WK-F-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-F-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-F-AAAA               PIC 9(04).

       01  WK-LINEA-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-C-CODIGO-POSTAL      PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-LOCALIDAD          PIC X(20).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE
               "CLIENTE NUMERO ".
           03  WK-C-CLAVE              PIC ZZZZZ9.

       01  WK-LINEA-CORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(36) VALUE
               "SALDO DE SU CUENTA CON NOSOTROS AL ".
           03  WK-K-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-K-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-K-AAAA               PIC 9(04).
           03  FILLER                  PIC X(27) VALUE
               ", SEGUN NUESTROS REGISTROS:".

       01  WK-LINEA-SALDO.
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WK-S-OCURR              PIC X(20).
           03  WK-S-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(16).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF WK-ARCHIVOS-ABIERTOS = "S"
              PERFORM 2000-SELECCIONAR THRU 2000-EXIT
              PERFORM 3000-MUESTRA-AZAR THRU 3000-EXIT
              PERFORM 5000-TOTALES THRU 5000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "CIRCULARIZACION DE SALDOS"
           DISPLAY "FECHA DE CORTE (AAAAMMDD): "
           ACCEPT WK-FECHA-CORTE-NUM
           IF WK-CORTE-AAAA < 1901 OR WK-CORTE-AAAA > 2099
              OR WK-CORTE-MM < 1 OR WK-CORTE-MM > 12
              OR WK-CORTE-DD < 1 OR WK-CORTE-DD > 31
              OR WK-FECHA-CORTE-NUM > WK-FECHA-HOY
              DISPLAY "FECHA DE CORTE INVALIDA"
              GO TO 1000-EXIT
           END-IF
           DISPLAY "SALDOS MAYORES A (EN PESOS, 0 = NO SE USA): "
           ACCEPT WK-MONTO-MINIMO
           DISPLAY "CANTIDAD DE CLIENTES AL AZAR (0 = NO SE USA): "
           ACCEPT WK-CANT-MUESTRA
           DISPLAY "INCLUIR TODOS LOS CLIENTES EN GESTION DE "
                   "COBRANZA Y CONCURSO (S/N): "
           ACCEPT WK-INCLUYE-ESTADO
           IF WK-INCLUYE-ESTADO NOT = "S"
              MOVE "N" TO WK-INCLUYE-ESTADO
           END-IF
           IF WK-MONTO-MINIMO = ZERO AND WK-CANT-MUESTRA = ZERO
              AND WK-INCLUYE-ESTADO = "N"
              DISPLAY "NO SE PIDIO NINGUN CRITERIO DE SELECCION"
              GO TO 1000-EXIT
           END-IF
           IF WK-MONTO-MINIMO > ZERO
              PERFORM 1100-LEER-COTIZACION THRU 1100-EXIT
           END-IF
           OPEN INPUT CLIENTE
           IF STATUS-CLIENTE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR CLIENTE - STATUS ",
                      STATUS-CLIENTE
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF
           OPEN INPUT MOVCTAC
           OPEN INPUT MOVCHIST
           IF STATUS-MOVCHIST = "00"
              MOVE "S" TO WK-HAY-HISTORICO
           END-IF
           OPEN I-O CIRCULAR
           IF STATUS-CIRCULAR = "35"
              OPEN OUTPUT CIRCULAR
              CLOSE CIRCULAR
              OPEN I-O CIRCULAR
           END-IF
           OPEN OUTPUT WORK-CANDIDATOS
           OPEN OUTPUT RPT-CARTAS
           MOVE "S" TO WK-ARCHIVOS-ABIERTOS.
       1000-EXIT.
           EXIT.

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
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Para comparar contra el monto minimo los saldos en
      *    dolares se pasan a pesos con la cotizacion del corte; sin
      *    cotizacion solo cuentan las ocurrencias en pesos.
      ******************************************************************
       1100-LEER-COTIZACION.
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              DISPLAY "SIN TABLA COTIZA - LOS SALDOS EN DOLARES NO "
                      "CUENTAN PARA EL MONTO MINIMO"
              GO TO 1100-EXIT
           END-IF
           MOVE "USD"              TO COTIZA-MONEDA
           MOVE WK-FECHA-CORTE-NUM TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-COTIZA = "00"
              MOVE COTIZA-VALOR TO WK-COTIZA-USD
           ELSE
              DISPLAY "SIN COTIZACION USD DEL CORTE - LOS SALDOS EN "
                      "DOLARES NO CUENTAN PARA EL MONTO MINIMO"
           END-IF
           CLOSE COTIZA.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Primera pasada por el maestro: los que entran por estado
      *    de deuda o por monto se registran y se les imprime la
      *    carta; el resto con saldo queda como candidato a la
      *    muestra al azar.
      ******************************************************************
       2000-SELECCIONAR.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-EVALUAR-CLIENTE THRU 2200-EXIT
               UNTIL EOF-CLIENTE
           CLOSE WORK-CANDIDATOS.
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTE NEXT
               AT END MOVE "S" TO WK-EOF-CLIENTE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EVALUAR-CLIENTE.
           IF A101-DADO-DE-BAJA
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE WK-FECHA-CORTE-NUM TO CIRC-FECHA-CORTE
           MOVE A101-CLIENTE       TO CIRC-CLIENTE
           MOVE "S" TO WK-EXISTE-CIRC
           READ CIRCULAR
               INVALID KEY MOVE "N" TO WK-EXISTE-CIRC
           END-READ
           IF WK-EXISTE-CIRC = "S"
              ADD 1 TO WK-TOTAL-YA-CIRC
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2300-SALDO-AL-CORTE THRU 2300-EXIT
           MOVE SPACE TO WK-CRITERIO
           IF WK-INCLUYE-ESTADO = "S"
              AND (A101-ESTADO-DEUDA = 1 OR A101-ESTADO-DEUDA = 7)
              MOVE "E" TO WK-CRITERIO
              ADD 1 TO WK-TOTAL-ESTADO
           END-IF
           IF WK-SALDOS-CORTE = ZEROS AND WK-CRITERIO = SPACE
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-MONTO-MINIMO > ZERO AND WK-CRITERIO = SPACE
              COMPUTE WK-SALDO-PESOS = WK-SALDO-CORTE(1)
                      + WK-SALDO-CORTE(2)
                      + (WK-SALDO-CORTE(3) + WK-SALDO-CORTE(4))
                        * WK-COTIZA-USD
              IF WK-SALDO-PESOS < ZERO
                 MULTIPLY -1 BY WK-SALDO-PESOS
              END-IF
              IF WK-SALDO-PESOS NOT < WK-MONTO-MINIMO
                 MOVE "M" TO WK-CRITERIO
                 ADD 1 TO WK-TOTAL-MONTO
              END-IF
           END-IF
           IF WK-CRITERIO NOT = SPACE
              PERFORM 4000-REGISTRAR THRU 4000-EXIT
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-CANT-MUESTRA > ZERO
              MOVE SPACES          TO WRK-REG
              MOVE A101-CLIENTE    TO WRK-CLIENTE
              MOVE WK-SALDOS-CORTE TO WRK-SALDOS
              WRITE WRK-REG
              ADD 1 TO WK-CANT-CANDIDATOS
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Saldo por ocurrencia a la fecha de corte: movimientos del
      *    cliente hasta el corte inclusive, vigentes e historicos.
      ******************************************************************
       2300-SALDO-AL-CORTE.
           MOVE ZEROS TO WK-SALDOS-CORTE
           MOVE "N" TO WK-EOF-ARCHIVO
           MOVE A101-CLIENTE TO MOVCTA-CLIENTE
           MOVE ZEROS        TO MOVCTA-FECHA MOVCTA-SECUENCIA
           START MOVCTAC KEY >= MOVCTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           PERFORM 2310-SUMAR-MOVIM THRU 2310-EXIT
               UNTIL WK-EOF-ARCHIVO = "S"
           IF WK-HAY-HISTORICO = "N"
              GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           MOVE A101-CLIENTE TO MOVHIS-CLIENTE
           MOVE ZEROS        TO MOVHIS-FECHA MOVHIS-SECUENCIA
           START MOVCHIST KEY >= MOVHIS-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           PERFORM 2320-SUMAR-HISTORICO THRU 2320-EXIT
               UNTIL WK-EOF-ARCHIVO = "S".
       2300-EXIT.
           EXIT.

       2310-SUMAR-MOVIM.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF WK-EOF-ARCHIVO = "S"
              GO TO 2310-EXIT
           END-IF
           IF MOVCTA-CLIENTE NOT = A101-CLIENTE
              OR MOVCTA-FECHA > WK-FECHA-CORTE-NUM
              MOVE "S" TO WK-EOF-ARCHIVO
              GO TO 2310-EXIT
           END-IF
           ADD MOVCTA-IMPORTE TO WK-SALDO-CORTE(MOVCTA-OCURRENCIA).
       2310-EXIT.
           EXIT.

       2320-SUMAR-HISTORICO.
           READ MOVCHIST NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF WK-EOF-ARCHIVO = "S"
              GO TO 2320-EXIT
           END-IF
           IF MOVHIS-CLIENTE NOT = A101-CLIENTE
              OR MOVHIS-FECHA > WK-FECHA-CORTE-NUM
              MOVE "S" TO WK-EOF-ARCHIVO
              GO TO 2320-EXIT
           END-IF
           ADD MOVHIS-IMPORTE TO WK-SALDO-CORTE(MOVHIS-OCURRENCIA).
       2320-EXIT.
           EXIT.

      ******************************************************************
      *    Muestra sistematica sobre los candidatos: se toma uno de
      *    cada WK-INTERVALO empezando por una posicion al azar del
      *    primer intervalo. Si se piden mas que los candidatos
      *    entran todos.
      ******************************************************************
       3000-MUESTRA-AZAR.
           IF WK-CANT-MUESTRA = ZERO OR WK-CANT-CANDIDATOS = ZERO
              GO TO 3000-EXIT
           END-IF
           IF WK-CANT-MUESTRA NOT < WK-CANT-CANDIDATOS
              MOVE 1 TO WK-INTERVALO WK-ARRANQUE
           ELSE
              DIVIDE WK-CANT-CANDIDATOS BY WK-CANT-MUESTRA
                  GIVING WK-INTERVALO
              ACCEPT WK-HORA FROM TIME
              DIVIDE WK-HORA BY WK-INTERVALO GIVING WK-COCIENTE
                  REMAINDER WK-ARRANQUE
              ADD 1 TO WK-ARRANQUE
           END-IF
           MOVE WK-ARRANQUE TO WK-PROXIMO
           MOVE ZERO TO WK-POSICION
           MOVE "N" TO WK-EOF-WORK
           OPEN INPUT WORK-CANDIDATOS
           PERFORM 3100-LEER-CANDIDATO THRU 3100-EXIT
               UNTIL WK-EOF-WORK = "S"
           CLOSE WORK-CANDIDATOS.
       3000-EXIT.
           EXIT.

       3100-LEER-CANDIDATO.
           READ WORK-CANDIDATOS
               AT END MOVE "S" TO WK-EOF-WORK
           END-READ
           IF WK-EOF-WORK = "S"
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WK-POSICION
           IF WK-POSICION NOT = WK-PROXIMO
              GO TO 3100-EXIT
           END-IF
           MOVE WRK-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY
                  DISPLAY "NO SE ENCONTRO EL CLIENTE ", WRK-CLIENTE
                  GO TO 3100-EXIT
           END-READ
           MOVE WRK-SALDOS TO WK-SALDOS-CORTE
           MOVE "A" TO WK-CRITERIO
           PERFORM 4000-REGISTRAR THRU 4000-EXIT
           ADD 1 TO WK-ELEGIDOS-AZAR
           ADD WK-INTERVALO TO WK-PROXIMO
           IF WK-ELEGIDOS-AZAR = WK-CANT-MUESTRA
              MOVE "S" TO WK-EOF-WORK
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Alta en el registro de circularizacion y carta.
      ******************************************************************
       4000-REGISTRAR.
           MOVE SPACES             TO CIRC-REG
           MOVE WK-FECHA-CORTE-NUM TO CIRC-FECHA-CORTE
           MOVE A101-CLIENTE       TO CIRC-CLIENTE
           MOVE WK-CRITERIO        TO CIRC-CRITERIO
           MOVE WK-FECHA-HOY       TO CIRC-FECHA-EMISION
           MOVE WK-SALDOS-CORTE    TO CIRC-SALDOS
           MOVE ZEROS              TO CIRC-FECHA-RESPUESTA
                                      CIRC-SALDOS-CLIENTE
           WRITE CIRC-REG
               INVALID KEY
                  DISPLAY "ERROR AL REGISTRAR LA CIRCULARIZACION DEL "
                          "CLIENTE ", A101-CLIENTE
                  GO TO 4000-EXIT
           END-WRITE
           PERFORM 4100-IMPRIMIR-CARTA THRU 4100-EXIT
           ADD 1 TO WK-TOTAL-CARTAS.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-CARTA.
           MOVE ALL "-" TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE WK-EMPRESA-NOMBRE TO WK-X-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           END-IF
           MOVE WK-FECHA-HOY TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD     TO WK-F-DD
           MOVE WK-FE-MM     TO WK-F-MM
           MOVE WK-FE-AAAA   TO WK-F-AAAA
           WRITE RPT-LINEA FROM WK-LINEA-FECHA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "SENORES" TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-NOMBRE TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-DOMICILIO TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-CODIGO-POSTAL TO WK-C-CODIGO-POSTAL
           MOVE A101-LOCALIDAD     TO WK-C-LOCALIDAD
           WRITE RPT-LINEA FROM WK-LINEA-DOMICILIO
           MOVE A101-CLIENTE TO WK-C-CLAVE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "DE NUESTRA CONSIDERACION:" TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "NUESTROS AUDITORES EXTERNOS ESTAN EXAMINANDO NUESTROS"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "ESTADOS CONTABLES Y NOS PIDEN QUE USTEDES LES"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "CONFIRMEN DIRECTAMENTE EL"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE WK-FECHA-CORTE-NUM TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD     TO WK-K-DD
           MOVE WK-FE-MM     TO WK-K-MM
           MOVE WK-FE-AAAA   TO WK-K-AAAA
           WRITE RPT-LINEA FROM WK-LINEA-CORTE
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 4200-IMPRIMIR-SALDO THRU 4200-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           IF WK-SALDOS-CORTE = ZEROS
              MOVE "   SIN SALDO" TO WK-X-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "ESTE PEDIDO NO ES UN RECLAMO DE PAGO. LES ROGAMOS"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "DEVOLVER ESTA CARTA FIRMADA A NUESTROS AUDITORES,"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "INDICANDO SU CONFORMIDAD O, EN CASO CONTRARIO, EL"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "SALDO QUE SURGE DE SUS REGISTROS."
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "ATENTAMENTE," TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA
           MOVE "[ ] CONFORME     [ ] NO CONFORME"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE "SALDO SEGUN SUS REGISTROS: ______________________"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "FIRMA Y ACLARACION: _____________________________"
             TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-SALDO.
           IF WK-SALDO-CORTE(WK-IND-OCURR) = ZERO
              GO TO 4200-EXIT
           END-IF
           MOVE WK-NOMBRE-OCURR(WK-IND-OCURR) TO WK-S-OCURR
           MOVE WK-SALDO-CORTE(WK-IND-OCURR)  TO WK-S-IMPORTE
           IF WK-SALDO-CORTE(WK-IND-OCURR) > ZERO
              MOVE "A NUESTRO FAVOR" TO WK-S-LEYENDA
           ELSE
              MOVE "A SU FAVOR"      TO WK-S-LEYENDA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-SALDO.
       4200-EXIT.
           EXIT.

       5000-TOTALES.
           DISPLAY "CLIENTES ANALIZADOS . . . . : ", WK-TOTAL-CLIENTES
           DISPLAY "YA CIRCULARIZADOS AL CORTE  : ", WK-TOTAL-YA-CIRC
           DISPLAY "ELEGIDOS POR ESTADO 1/7 . . : ", WK-TOTAL-ESTADO
           DISPLAY "ELEGIDOS POR MONTO  . . . . : ", WK-TOTAL-MONTO
           DISPLAY "CANDIDATOS A LA MUESTRA . . : ", WK-CANT-CANDIDATOS
           DISPLAY "ELEGIDOS AL AZAR  . . . . . : ", WK-ELEGIDOS-AZAR
           DISPLAY "CARTAS IMPRESAS . . . . . . : ", WK-TOTAL-CARTAS.
       5000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-ARCHIVOS-ABIERTOS = "N"
              GO TO 9000-EXIT
           END-IF
           CLOSE CLIENTE
           CLOSE MOVCTAC
           IF WK-HAY-HISTORICO = "S"
              CLOSE MOVCHIST
           END-IF
           CLOSE CIRCULAR
           CLOSE RPT-CARTAS
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "CIRCULAR-SELECCION".
