       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "GARANTIA-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Reporte semanal de
      *                    garantias de credito: primero las
      *                    garantias vigentes ya vencidas o que
      *                    vencen dentro de 30 o 60 dias; despues los
      *                    clientes con garantias cuya exposicion
      *                    (saldo mas pendientes de pedido y remito
      *                    menos valores en cartera, dolares por la
      *                    cotizacion del dia) supera lo cubierto por
      *                    las garantias vigentes y no vencidas.
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
           COPY "GARANTIA.SEL".
           COPY "CLIENTE.SEL".
           COPY "COTIZA.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-GARANTIA ASSIGN TO "RPTGARAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "GARANTIA.CPY".
           COPY "CLIENTFD.CPY".
           COPY "COTIZA.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-GARANTIA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-GARANTIA             PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-GARANTIA             PIC X(01).
           88  EOF-GARANTIA                      VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-FECHA-30                 PIC 9(08).
       77  WK-FECHA-60                 PIC 9(08).
       77  WK-COTIZACION               PIC 9(05)V9999 VALUE 1.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Corte por cliente de la segunda parte: garantias vigentes
      *    del cliente (vencidas o no) y lo que cubren a hoy.
      ******************************************************************
       77  WK-CLIENTE-ANT              PIC 9(06).
       77  WK-CANT-VIGENTES            PIC 9(03).
       77  WK-IMPORTE-PESOS            PIC S9(15)V99.
       77  WK-CUBIERTO                 PIC S9(15)V99.
       77  WK-IND-OCURR                PIC 9.
       77  WK-EXPO-OCURR               PIC S9(15)V99.
       77  WK-EXPOSICION               PIC S9(15)V99.
       77  WK-DESCUBIERTO              PIC S9(15)V99.

       77  WK-TOTAL-VENCIDAS           PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-30                 PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-60                 PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-CLIENTES           PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-DESCUBIERTO        PIC S9(15)V99 VALUE ZERO.

      ******************************************************************
      *    Suma de dias a una fecha AAAAMMDD, dia por dia con la
      *    tabla de dias por mes (bisiestos por division entera por
      *    4, valido 1901-2099).
      ******************************************************************
       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       01  WK-FD-FECHA-NUM REDEFINES WK-FD-FECHA PIC 9(08).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-TOPE                  PIC 9(02).
       77  WK-FD-RESTO                 PIC 9(04).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "GARANTIAS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTGARAN.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "GARANTIAS DE CREDITO - CONTROL SEMANAL".
           03  FILLER                  PIC X(08) VALUE "FECHA: ".
           03  WK-TI-FECHA             PIC 9(08).

       01  WK-LINEA-COTIZA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               "COTIZACION USD DEL DIA".
           03  WK-CO-VALOR             PIC ZZ,ZZ9.9999.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-CO-LEYENDA           PIC X(40).

       01  WK-LINEA-SECCION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-SE-TEXTO             PIC X(70).

       01  WK-LINEA-RUBROS-VTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(33) VALUE
               "CLIENTE NOMBRE".
           03  FILLER                  PIC X(32) VALUE
               "NRO T EMISOR".
           03  FILLER                  PIC X(21) VALUE
               "MON           IMPORTE".
           03  FILLER                  PIC X(12) VALUE
               " VENCIM.".
           03  FILLER                  PIC X(10) VALUE
               "PLAZO".

       01  WK-LINEA-VTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-V-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-NOMBRE             PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-NRO                PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-TIPO               PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-EMISOR             PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-MONEDA             PIC X(03).
           03  WK-V-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-VENCIMIENTO        PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-PLAZO              PIC X(10).

       01  WK-LINEA-RUBROS-EXP.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(37) VALUE
               "CLIENTE NOMBRE".
           03  FILLER                  PIC X(19) VALUE
               "        EXPOSICION".
           03  FILLER                  PIC X(19) VALUE
               "       GARANTIZADO".
           03  FILLER                  PIC X(19) VALUE
               "       DESCUBIERTO".
           03  FILLER                  PIC X(19) VALUE
               "    LIMITE CREDITO".

       01  WK-LINEA-EXP.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(30).
           03  WK-E-EXPOSICION         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-E-CUBIERTO           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-E-DESCUBIERTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-E-LIMITE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZ,ZZ9.

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(40).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-VENCIMIENTOS  THRU 2000-EXIT
           PERFORM 3000-DESCUBIERTOS  THRU 3000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY TO WK-FD-FECHA-NUM
           MOVE 30 TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-30
           MOVE 30 TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-60
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           PERFORM 1100-LEER-COTIZACION THRU 1100-EXIT
           OPEN INPUT GARANTIA
           IF STATUS-GARANTIA NOT = "00"
              DISPLAY "SIN ARCHIVO DE GARANTIAS - SIN PROCESO"
              STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-GARANTIA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY TO WK-TI-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE WK-COTIZACION TO WK-CO-VALOR
           WRITE RPT-LINEA FROM WK-LINEA-COTIZA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma la razon social para el encabezado de ahi.
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
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Cotizacion USD del dia para las garantias y saldos en
      *    dolares; sin ella se toman uno a uno, como en el control
      *    de credito de la toma de pedidos, y se avisa.
      ******************************************************************
       1100-LEER-COTIZACION.
           MOVE SPACES TO WK-CO-LEYENDA
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              MOVE "SIN TABLA COTIZA - DOLARES UNO A UNO"
                TO WK-CO-LEYENDA
              DISPLAY WK-CO-LEYENDA
              GO TO 1100-EXIT
           END-IF
           MOVE "USD"        TO COTIZA-MONEDA
           MOVE WK-FECHA-HOY TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-COTIZA = "00"
              MOVE COTIZA-VALOR TO WK-COTIZACION
           ELSE
              MOVE "SIN COTIZACION DEL DIA - DOLARES UNO A UNO"
                TO WK-CO-LEYENDA
              DISPLAY WK-CO-LEYENDA
           END-IF
           CLOSE COTIZA.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Primera parte: garantias vigentes con vencimiento hasta
      *    60 dias desde hoy, incluidas las ya vencidas que nadie
      *    libero ni renovo.
      ******************************************************************
       2000-VENCIMIENTOS.
           MOVE "GARANTIAS VIGENTES VENCIDAS O A VENCER EN 60 DIAS"
             TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-VTO
           MOVE "N" TO WK-EOF-GARANTIA
           MOVE LOW-VALUES TO GARANT-CLAVE
           START GARANTIA KEY >= GARANT-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GARANTIA
           END-START
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT
           PERFORM 2100-CONTROLAR-VENCIMIENTO THRU 2100-EXIT
               UNTIL EOF-GARANTIA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "GARANTIAS VENCIDAS SIN LIBERAR" TO WK-T-LEYENDA
           MOVE WK-TOTAL-VENCIDAS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "VENCEN EN 30 DIAS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-30 TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "VENCEN ENTRE 31 Y 60 DIAS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-60 TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       2000-EXIT.
           EXIT.

       2100-CONTROLAR-VENCIMIENTO.
           IF NOT GARANT-VIGENTE
              OR GARANT-FECHA-VENCIMIENTO = ZERO
              OR GARANT-FECHA-VENCIMIENTO > WK-FECHA-60
              GO TO 2100-SIGUIENTE
           END-IF
           EVALUATE TRUE
              WHEN GARANT-FECHA-VENCIMIENTO < WK-FECHA-HOY
                 MOVE "VENCIDA"  TO WK-V-PLAZO
                 ADD 1 TO WK-TOTAL-VENCIDAS
              WHEN GARANT-FECHA-VENCIMIENTO NOT > WK-FECHA-30
                 MOVE "30 DIAS"  TO WK-V-PLAZO
                 ADD 1 TO WK-TOTAL-30
              WHEN OTHER
                 MOVE "60 DIAS"  TO WK-V-PLAZO
                 ADD 1 TO WK-TOTAL-60
           END-EVALUATE
           MOVE GARANT-CLIENTE TO A101-CLIENTE
           PERFORM 8200-LEER-CLIENTE THRU 8200-EXIT
           MOVE GARANT-CLIENTE           TO WK-V-CLIENTE
           MOVE A101-NOMBRE              TO WK-V-NOMBRE
           MOVE GARANT-NRO               TO WK-V-NRO
           MOVE GARANT-TIPO              TO WK-V-TIPO
           MOVE GARANT-EMISOR            TO WK-V-EMISOR
           MOVE GARANT-MONEDA            TO WK-V-MONEDA
           MOVE GARANT-IMPORTE           TO WK-V-IMPORTE
           MOVE GARANT-FECHA-VENCIMIENTO TO WK-V-VENCIMIENTO
           WRITE RPT-LINEA FROM WK-LINEA-VTO.
       2100-SIGUIENTE.
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Segunda parte: por cliente con alguna garantia vigente,
      *    la exposicion contra lo cubierto por las garantias
      *    vigentes y no vencidas; sale el cliente cuya exposicion
      *    supera lo garantizado.
      ******************************************************************
       3000-DESCUBIERTOS.
           MOVE "CLIENTES CON EXPOSICION SUPERIOR A LO GARANTIZADO"
             TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-EXP
           MOVE "N" TO WK-EOF-GARANTIA
           MOVE LOW-VALUES TO GARANT-CLAVE
           START GARANTIA KEY >= GARANT-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GARANTIA
           END-START
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT
           PERFORM 3100-PROCESAR-CLIENTE THRU 3100-EXIT
               UNTIL EOF-GARANTIA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES CON EXPOSICION DESCUBIERTA" TO WK-T-LEYENDA
           MOVE WK-TOTAL-CLIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "TOTAL DESCUBIERTO" TO WK-I-LEYENDA
           MOVE WK-TOTAL-DESCUBIERTO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE.
       3000-EXIT.
           EXIT.

       3100-PROCESAR-CLIENTE.
           MOVE GARANT-CLIENTE TO WK-CLIENTE-ANT
           MOVE ZERO TO WK-CANT-VIGENTES WK-CUBIERTO
           PERFORM 3110-SUMAR-GARANTIA THRU 3110-EXIT
               UNTIL EOF-GARANTIA
                  OR GARANT-CLIENTE NOT = WK-CLIENTE-ANT
           IF WK-CANT-VIGENTES = ZERO
              GO TO 3100-EXIT
           END-IF
           MOVE WK-CLIENTE-ANT TO A101-CLIENTE
           PERFORM 8200-LEER-CLIENTE THRU 8200-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO WK-EXPOSICION
           PERFORM 3120-SUMAR-OCURRENCIA THRU 3120-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           IF WK-EXPOSICION NOT > WK-CUBIERTO
              GO TO 3100-EXIT
           END-IF
           COMPUTE WK-DESCUBIERTO = WK-EXPOSICION - WK-CUBIERTO
           ADD 1 TO WK-TOTAL-CLIENTES
           ADD WK-DESCUBIERTO TO WK-TOTAL-DESCUBIERTO
           MOVE WK-CLIENTE-ANT     TO WK-E-CLIENTE
           MOVE A101-NOMBRE        TO WK-E-NOMBRE
           MOVE WK-EXPOSICION      TO WK-E-EXPOSICION
           MOVE WK-CUBIERTO        TO WK-E-CUBIERTO
           MOVE WK-DESCUBIERTO     TO WK-E-DESCUBIERTO
           MOVE A101-MONTO-CREDITO TO WK-E-LIMITE
           WRITE RPT-LINEA FROM WK-LINEA-EXP.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Cuenta las garantias vigentes del cliente y suma a lo
      *    cubierto las que no vencieron, igual que GARANTIA-CONTROL.
      ******************************************************************
       3110-SUMAR-GARANTIA.
           IF NOT GARANT-VIGENTE
              GO TO 3110-SIGUIENTE
           END-IF
           ADD 1 TO WK-CANT-VIGENTES
           IF GARANT-FECHA-VENCIMIENTO NOT = ZERO
              AND GARANT-FECHA-VENCIMIENTO < WK-FECHA-HOY
              GO TO 3110-SIGUIENTE
           END-IF
           IF GARANT-EN-DOLARES
              COMPUTE WK-IMPORTE-PESOS ROUNDED =
                      GARANT-IMPORTE * WK-COTIZACION
           ELSE
              MOVE GARANT-IMPORTE TO WK-IMPORTE-PESOS
           END-IF
           ADD WK-IMPORTE-PESOS TO WK-CUBIERTO.
       3110-SIGUIENTE.
           PERFORM 8100-LEER-GARANTIA THRU 8100-EXIT.
       3110-EXIT.
           EXIT.

       3120-SUMAR-OCURRENCIA.
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
       3120-EXIT.
           EXIT.

       8100-LEER-GARANTIA.
           IF EOF-GARANTIA
              GO TO 8100-EXIT
           END-IF
           READ GARANTIA NEXT
               AT END MOVE "S" TO WK-EOF-GARANTIA
           END-READ.
       8100-EXIT.
           EXIT.

       8200-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY
                  MOVE "N" TO WK-EXISTE-CLIENTE
                  MOVE "** CLIENTE INEXISTENTE **" TO A101-NOMBRE
           END-READ.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Suma WK-FD-DIAS dias a la fecha WK-FD-FECHA (AAAAMMDD),
      *    dia por dia con la tabla de dias por mes; febrero suma
      *    un dia en los bisiestos (multiplo de 4, valido
      *    1901-2099).
      ******************************************************************
       8500-SUMAR-DIAS.
           PERFORM 8510-SUMAR-UN-DIA THRU 8510-EXIT
               WK-FD-DIAS TIMES.
       8500-EXIT.
           EXIT.

       8510-SUMAR-UN-DIA.
           MOVE WK-DIAS-MES(WK-FD-MM) TO WK-FD-TOPE
           IF WK-FD-MM = 2
              DIVIDE WK-FD-AAAA BY 4 GIVING WK-FD-RESTO
                  REMAINDER WK-FD-RESTO
              IF WK-FD-RESTO = ZERO
                 MOVE 29 TO WK-FD-TOPE
              END-IF
           END-IF
           IF WK-FD-DD < WK-FD-TOPE
              ADD 1 TO WK-FD-DD
              GO TO 8510-EXIT
           END-IF
           MOVE 1 TO WK-FD-DD
           IF WK-FD-MM = 12
              MOVE 1 TO WK-FD-MM
              ADD 1 TO WK-FD-AAAA
           ELSE
              ADD 1 TO WK-FD-MM
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE GARANTIA
           CLOSE CLIENTE
           CLOSE RPT-GARANTIA
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "GARANTIA-REPORTE".
