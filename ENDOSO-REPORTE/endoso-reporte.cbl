       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ENDOSO-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Reporte de cheques de
      *                    terceros endosados a proveedores: primero
      *                    los endosados que todavia no se dieron por
      *                    cobrados (siguen como valor del cliente),
      *                    marcando los ya vencidos; despues los
      *                    endosos devueltos rechazados cuya deuda con
      *                    el proveedor sigue sin pagar.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ENDOSO.SEL".
           COPY "VALORES.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-ENDOSO ASSIGN TO "RPTENDPE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "ENDOSO.CPY".
           COPY "VALORES.CPY".
           COPY "CLIENTFD.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-ENDOSO
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-ENDOSO               PIC X(02).
       77  STATUS-VALORES              PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-ENDOSO               PIC X(01).
           88  EOF-ENDOSO                        VALUE "S".
       77  WK-EXISTE-VALOR             PIC X(01).
       77  WK-EXISTE-CLIENTE           PIC X(01).

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       77  WK-TOTAL-PENDIENTES         PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-VENCIDOS           PIC 9(05) VALUE ZERO.
       77  WK-IMPORTE-PENDIENTES       PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-RECHAZADOS         PIC 9(05) VALUE ZERO.
       77  WK-IMPORTE-DEUDA            PIC S9(15)V99 VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "ENDOSOPEND".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTENDPE.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "CHEQUES DE TERCEROS ENDOSADOS".
           03  FILLER                  PIC X(08) VALUE "FECHA: ".
           03  WK-TI-FECHA             PIC 9(08).

       01  WK-LINEA-SECCION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-SE-TEXTO             PIC X(70).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(28) VALUE
               "CLIENTE NOMBRE".
           03  FILLER                  PIC X(32) VALUE
               "BANCO                NRO CHEQUE".
           03  FILLER                  PIC X(28) VALUE
               "VENCIM.            IMPORTE".
           03  FILLER                  PIC X(30) VALUE
               "BENEFICIARIO         LISTA".

       01  WK-LINEA-DETALLE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BANCO              PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NRO-CHEQUE         PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-VENCIMIENTO        PIC 9(08).
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BENEFICIARIO       PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-LISTA              PIC ZZZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-MARCA              PIC X(09).

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
           PERFORM 2000-PENDIENTES    THRU 2000-EXIT
           PERFORM 3000-RECHAZADOS    THRU 3000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT ENDOSO
           IF STATUS-ENDOSO NOT = "00"
              DISPLAY "SIN ARCHIVO DE ENDOSOS - SIN PROCESO"
              GOBACK
           END-IF
           OPEN INPUT VALORES
           IF STATUS-VALORES NOT = "00"
              DISPLAY "SIN CARTERA DE VALORES - STATUS ",
                      STATUS-VALORES
              CLOSE ENDOSO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-ENDOSO
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY TO WK-TI-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
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
      *    Primera parte: cheques endosados que el proveedor todavia
      *    no cobro (o de los que no se confirmo el cobro). Los ya
      *    vencidos salen marcados: conviene confirmar con el
      *    proveedor si se acreditaron.
      ******************************************************************
       2000-PENDIENTES.
           MOVE "ENDOSADOS PENDIENTES DE COBRO"
             TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           PERFORM 8000-POSICIONAR THRU 8000-EXIT
           PERFORM 2100-LISTAR-PENDIENTE THRU 2100-EXIT
               UNTIL EOF-ENDOSO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "ENDOSADOS PENDIENTES" TO WK-T-LEYENDA
           MOVE WK-TOTAL-PENDIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "  DE ELLOS VENCIDOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-VENCIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "IMPORTE ENDOSADO PENDIENTE" TO WK-I-LEYENDA
           MOVE WK-IMPORTE-PENDIENTES TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       2000-EXIT.
           EXIT.

       2100-LISTAR-PENDIENTE.
           IF NOT ENDOSO-PENDIENTE
              GO TO 2100-SIGUIENTE
           END-IF
           PERFORM 8200-LEER-VALOR THRU 8200-EXIT
           IF WK-EXISTE-VALOR = "N"
              GO TO 2100-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-PENDIENTES
           ADD VALOR-IMPORTE TO WK-IMPORTE-PENDIENTES
           MOVE SPACES TO WK-D-MARCA
           IF VALOR-FECHA-VTO < WK-FECHA-HOY
              MOVE "VENCIDO" TO WK-D-MARCA
              ADD 1 TO WK-TOTAL-VENCIDOS
           END-IF
           PERFORM 8400-ARMAR-DETALLE THRU 8400-EXIT
           WRITE RPT-LINEA FROM WK-LINEA-DETALLE.
       2100-SIGUIENTE.
           PERFORM 8100-LEER-ENDOSO THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Segunda parte: endosos devueltos rechazados con la deuda
      *    con el proveedor (cheque mas gasto reclamado) sin pagar.
      ******************************************************************
       3000-RECHAZADOS.
           MOVE "ENDOSOS RECHAZADOS CON DEUDA AL PROVEEDOR SIN PAGAR"
             TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           PERFORM 8000-POSICIONAR THRU 8000-EXIT
           PERFORM 3100-LISTAR-RECHAZADO THRU 3100-EXIT
               UNTIL EOF-ENDOSO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "ENDOSOS RECHAZADOS SIN PAGAR" TO WK-T-LEYENDA
           MOVE WK-TOTAL-RECHAZADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DEUDA CON PROVEEDORES" TO WK-I-LEYENDA
           MOVE WK-IMPORTE-DEUDA TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE.
       3000-EXIT.
           EXIT.

       3100-LISTAR-RECHAZADO.
           IF NOT ENDOSO-RECHAZADO OR ENDOSO-DEUDA-SALDADA
              GO TO 3100-SIGUIENTE
           END-IF
           PERFORM 8200-LEER-VALOR THRU 8200-EXIT
           IF WK-EXISTE-VALOR = "N"
              GO TO 3100-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-RECHAZADOS
           ADD ENDOSO-DEUDA-PROV TO WK-IMPORTE-DEUDA
           MOVE "RECHAZADO" TO WK-D-MARCA
           PERFORM 8400-ARMAR-DETALLE THRU 8400-EXIT
           MOVE ENDOSO-DEUDA-PROV TO WK-D-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DETALLE.
       3100-SIGUIENTE.
           PERFORM 8100-LEER-ENDOSO THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       8000-POSICIONAR.
           MOVE "N" TO WK-EOF-ENDOSO
           MOVE ZERO TO ENDOSO-VALOR
           START ENDOSO KEY >= ENDOSO-VALOR
               INVALID KEY MOVE "S" TO WK-EOF-ENDOSO
           END-START
           PERFORM 8100-LEER-ENDOSO THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

       8100-LEER-ENDOSO.
           IF EOF-ENDOSO
              GO TO 8100-EXIT
           END-IF
           READ ENDOSO NEXT
               AT END MOVE "S" TO WK-EOF-ENDOSO
           END-READ.
       8100-EXIT.
           EXIT.

       8200-LEER-VALOR.
           MOVE ENDOSO-VALOR TO VALOR-NRO-INTERNO
           MOVE "S" TO WK-EXISTE-VALOR
           READ VALORES
               INVALID KEY MOVE "N" TO WK-EXISTE-VALOR
           END-READ.
       8200-EXIT.
           EXIT.

       8300-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY
                  MOVE "N" TO WK-EXISTE-CLIENTE
                  MOVE "** CLIENTE INEXISTENTE **" TO A101-NOMBRE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-ARMAR-DETALLE.
           MOVE VALOR-CLIENTE TO A101-CLIENTE
           PERFORM 8300-LEER-CLIENTE THRU 8300-EXIT
           MOVE VALOR-CLIENTE       TO WK-D-CLIENTE
           MOVE A101-NOMBRE         TO WK-D-NOMBRE
           MOVE VALOR-BANCO         TO WK-D-BANCO
           MOVE VALOR-NRO-CHEQUE    TO WK-D-NRO-CHEQUE
           MOVE VALOR-FECHA-VTO     TO WK-D-VENCIMIENTO
           MOVE VALOR-IMPORTE       TO WK-D-IMPORTE
           MOVE ENDOSO-BENEF-NOMBRE TO WK-D-BENEFICIARIO
           MOVE ENDOSO-LISTA        TO WK-D-LISTA.
       8400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ENDOSO
           CLOSE VALORES
           CLOSE CLIENTE
           CLOSE RPT-ENDOSO
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "ENDOSO-REPORTE".
