       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "GARANTIA-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de las
      *                    garantias que respaldan el credito de cada
      *                    cliente (archivo GARANTIA): pagares,
      *                    fianzas personales, avales bancarios y
      *                    seguros de credito con emisor, importe,
      *                    moneda y vencimiento. La baja no borra: la
      *                    garantia queda liberada con su fecha.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "GARANTIA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "GARANTIA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-GARANTIA             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-GARANTIA          PIC X(01).
       77  WK-EOF-GARANTIA             PIC X(01).
       77  WK-DATOS-OK                 PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-NRO                      PIC 9(03).
       77  WK-ULT-NRO                  PIC 9(03).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-LINEA-GARANTIA.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-NRO                PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-TIPO               PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-EMISOR             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-MONEDA             PIC X(03).
           03  WK-L-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-VENCIMIENTO        PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-ESTADO             PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN INPUT CLIENTE
           OPEN I-O GARANTIA
           IF STATUS-GARANTIA = "35"
              OPEN OUTPUT GARANTIA
              CLOSE GARANTIA
              OPEN I-O GARANTIA
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "GARANTIAS DE CREDITO DE CLIENTES - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = LIBERAR"
           DISPLAY "  C = CONSULTA   L = LISTA DEL CLIENTE   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M" AND NOT = "B"
                        AND NOT = "C" AND NOT = "L"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "CLIENTE INEXISTENTE"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NOMBRE  . . . . : ", A101-NOMBRE
           IF WK-OPCION = "L"
              PERFORM 4000-LISTAR THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "A"
              PERFORM 3000-ALTA THRU 3000-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NUMERO DE GARANTIA: "
           ACCEPT WK-NRO
           MOVE WK-CLIENTE TO GARANT-CLIENTE
           MOVE WK-NRO     TO GARANT-NRO
           MOVE "S" TO WK-EXISTE-GARANTIA
           READ GARANTIA
               INVALID KEY MOVE "N" TO WK-EXISTE-GARANTIA
           END-READ
           IF WK-EXISTE-GARANTIA = "N"
              DISPLAY "NO EXISTE LA GARANTIA"
              GO TO 2100-EXIT
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 3100-MODIFICACION THRU 3100-EXIT
              WHEN "B"
                 PERFORM 3200-LIBERAR THRU 3200-EXIT
              WHEN "C"
                 PERFORM 3300-MOSTRAR THRU 3300-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Alta: numera la garantia a continuacion de la ultima del
      *    cliente y la deja vigente.
      ******************************************************************
       3000-ALTA.
           PERFORM 3010-BUSCAR-ULT-NRO THRU 3010-EXIT
           IF WK-ULT-NRO = 999
              DISPLAY "EL CLIENTE YA TIENE 999 GARANTIAS"
              GO TO 3000-EXIT
           END-IF
           MOVE SPACES     TO GARANT-REG
           MOVE WK-CLIENTE TO GARANT-CLIENTE
           COMPUTE GARANT-NRO = WK-ULT-NRO + 1
           MOVE ZERO TO GARANT-EMISOR-CUIT GARANT-IMPORTE
                        GARANT-FECHA-EMISION GARANT-FECHA-VENCIMIENTO
                        GARANT-FECHA-BAJA
           MOVE "V" TO GARANT-ESTADO
           PERFORM 3500-CARGAR-DATOS THRU 3500-EXIT
           IF WK-DATOS-OK = "N"
              GO TO 3000-EXIT
           END-IF
           WRITE GARANT-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR LA GARANTIA"
                  GO TO 3000-EXIT
           END-WRITE
           DISPLAY "GARANTIA ", GARANT-NRO, " GRABADA".
       3000-EXIT.
           EXIT.

       3010-BUSCAR-ULT-NRO.
           MOVE ZERO TO WK-ULT-NRO
           MOVE "N" TO WK-EOF-GARANTIA
           MOVE WK-CLIENTE TO GARANT-CLIENTE
           MOVE ZERO       TO GARANT-NRO
           START GARANTIA KEY >= GARANT-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GARANTIA
           END-START
           PERFORM 3020-LEER-SIGUIENTE THRU 3020-EXIT
               UNTIL WK-EOF-GARANTIA = "S".
       3010-EXIT.
           EXIT.

       3020-LEER-SIGUIENTE.
           READ GARANTIA NEXT
               AT END MOVE "S" TO WK-EOF-GARANTIA
           END-READ
           IF WK-EOF-GARANTIA = "S"
              OR GARANT-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-GARANTIA
              GO TO 3020-EXIT
           END-IF
           MOVE GARANT-NRO TO WK-ULT-NRO.
       3020-EXIT.
           EXIT.

       3100-MODIFICACION.
           IF GARANT-LIBERADA
              DISPLAY "LA GARANTIA ESTA LIBERADA - NO SE MODIFICA"
              GO TO 3100-EXIT
           END-IF
           PERFORM 3300-MOSTRAR THRU 3300-EXIT
           PERFORM 3500-CARGAR-DATOS THRU 3500-EXIT
           IF WK-DATOS-OK = "N"
              GO TO 3100-EXIT
           END-IF
           REWRITE GARANT-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR LA GARANTIA"
           END-REWRITE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Liberacion: la garantia devuelta o ejecutada deja de
      *    cubrir exposicion pero queda en el archivo.
      ******************************************************************
       3200-LIBERAR.
           IF GARANT-LIBERADA
              DISPLAY "LA GARANTIA YA ESTA LIBERADA"
              GO TO 3200-EXIT
           END-IF
           PERFORM 3300-MOSTRAR THRU 3300-EXIT
           DISPLAY "CONFIRMA LA LIBERACION (S/N)? "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 3200-EXIT
           END-IF
           MOVE "L"          TO GARANT-ESTADO
           MOVE WK-FECHA-HOY TO GARANT-FECHA-BAJA
           MOVE WK-USUARIO   TO GARANT-USUARIO
           MOVE WK-FECHA-HOY TO GARANT-FECHA-MODIF
           REWRITE GARANT-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR LA GARANTIA"
           END-REWRITE
           DISPLAY "GARANTIA LIBERADA".
       3200-EXIT.
           EXIT.

       3300-MOSTRAR.
           DISPLAY "GARANTIA . . . . : ", GARANT-NRO,
                   "  TIPO ", GARANT-TIPO,
                   "  ESTADO ", GARANT-ESTADO
           DISPLAY "EMISOR . . . . . : ", GARANT-EMISOR
           DISPLAY "CUIT EMISOR  . . : ", GARANT-EMISOR-CUIT
           DISPLAY "IMPORTE  . . . . : ", GARANT-MONEDA, " ",
                   GARANT-IMPORTE
           DISPLAY "EMISION / VTO. . : ", GARANT-FECHA-EMISION,
                   " ", GARANT-FECHA-VENCIMIENTO
           DISPLAY "OBSERVACION  . . : ", GARANT-OBSERVACION
           DISPLAY "MODIFICADA . . . : ", GARANT-USUARIO, " ",
                   GARANT-FECHA-MODIF
           IF GARANT-LIBERADA
              DISPLAY "LIBERADA EL  . . : ", GARANT-FECHA-BAJA
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    Carga de los datos de la garantia. Tipo, importe y
      *    moneda son obligatorios; el vencimiento en cero es una
      *    garantia sin plazo.
      ******************************************************************
       3500-CARGAR-DATOS.
           MOVE "N" TO WK-DATOS-OK
           DISPLAY "TIPO (P=PAGARE F=FIANZA B=AVAL BANCARIO ",
                   "S=SEGURO DE CREDITO): "
           ACCEPT GARANT-TIPO
           IF NOT GARANT-PAGARE AND NOT GARANT-FIANZA
              AND NOT GARANT-AVAL-BANCARIO
              AND NOT GARANT-SEGURO-CREDITO
              DISPLAY "TIPO INVALIDO"
              GO TO 3500-EXIT
           END-IF
           DISPLAY "EMISOR (FIRMANTE, FIADOR, BANCO O ASEGURADORA): "
           ACCEPT GARANT-EMISOR
           DISPLAY "CUIT DEL EMISOR (0 = SIN CUIT): "
           ACCEPT GARANT-EMISOR-CUIT
           DISPLAY "MONEDA (ARS / USD): "
           ACCEPT GARANT-MONEDA
           IF NOT GARANT-EN-PESOS AND NOT GARANT-EN-DOLARES
              DISPLAY "MONEDA INVALIDA"
              GO TO 3500-EXIT
           END-IF
           DISPLAY "IMPORTE (000000000150000 = 1.500,00): "
           ACCEPT GARANT-IMPORTE
           IF GARANT-IMPORTE = ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3500-EXIT
           END-IF
           DISPLAY "FECHA DE EMISION (AAAAMMDD, 0 = HOY): "
           ACCEPT GARANT-FECHA-EMISION
           IF GARANT-FECHA-EMISION = ZERO
              MOVE WK-FECHA-HOY TO GARANT-FECHA-EMISION
           END-IF
           DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, 0 = SIN PLAZO): "
           ACCEPT GARANT-FECHA-VENCIMIENTO
           IF GARANT-FECHA-VENCIMIENTO NOT = ZERO
              AND GARANT-FECHA-VENCIMIENTO < GARANT-FECHA-EMISION
              DISPLAY "EL VENCIMIENTO ES ANTERIOR A LA EMISION"
              GO TO 3500-EXIT
           END-IF
           DISPLAY "OBSERVACION: "
           ACCEPT GARANT-OBSERVACION
           MOVE WK-USUARIO   TO GARANT-USUARIO
           MOVE WK-FECHA-HOY TO GARANT-FECHA-MODIF
           MOVE "S" TO WK-DATOS-OK.
       3500-EXIT.
           EXIT.

       4000-LISTAR.
           MOVE "N" TO WK-EOF-GARANTIA
           MOVE WK-CLIENTE TO GARANT-CLIENTE
           MOVE ZERO       TO GARANT-NRO
           START GARANTIA KEY >= GARANT-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GARANTIA
           END-START
           PERFORM 4100-LISTAR-GARANTIA THRU 4100-EXIT
               UNTIL WK-EOF-GARANTIA = "S".
       4000-EXIT.
           EXIT.

       4100-LISTAR-GARANTIA.
           READ GARANTIA NEXT
               AT END MOVE "S" TO WK-EOF-GARANTIA
           END-READ
           IF WK-EOF-GARANTIA = "S"
              OR GARANT-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-GARANTIA
              GO TO 4100-EXIT
           END-IF
           MOVE GARANT-NRO               TO WK-L-NRO
           MOVE GARANT-TIPO              TO WK-L-TIPO
           MOVE GARANT-EMISOR            TO WK-L-EMISOR
           MOVE GARANT-MONEDA            TO WK-L-MONEDA
           MOVE GARANT-IMPORTE           TO WK-L-IMPORTE
           MOVE GARANT-FECHA-VENCIMIENTO TO WK-L-VENCIMIENTO
           MOVE GARANT-ESTADO            TO WK-L-ESTADO
           DISPLAY WK-LINEA-GARANTIA.
       4100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE GARANTIA.
       9000-EXIT.
           EXIT.

       END PROGRAM "GARANTIA-ABM".
