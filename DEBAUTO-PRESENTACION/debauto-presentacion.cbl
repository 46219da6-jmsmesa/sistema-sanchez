       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DEBAUTO-PRESENTACION".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Debito automatico con
      *                    tarjeta, ida: recorre las tarjetas de
      *                    TARJCLI adheridas al debito automatico y,
      *                    por cada cliente con saldo deudor en
      *                    pesos (A101-SALDO(1)) y tarjeta vigente,
      *                    arma la linea del archivo de presentacion
      *                    DEBPRES.TXT en el formato de la
      *                    procesadora (cabecera con el numero de
      *                    comercio, detalle y cola de control),
      *                    deja el debito pendiente en DEBAUTO y
      *                    asienta el acceso al numero en TARJACC.
      *                    El importe es el saldo mas el recargo de
      *                    la tarjeta. Un debito ya respondido no se
      *                    vuelve a presentar en el mismo periodo;
      *                    uno pendiente sale de nuevo con el mismo
      *                    importe (regeneracion del archivo).
      *                    DEBAUTO-RESPUESTA procesa la vuelta.
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
           COPY "TARJCLI.SEL".
           COPY "DEBAUTO.SEL".
           COPY "PARAMS.SEL".

           SELECT TARJACC ASSIGN TO "TARJACC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TARJACC.

           SELECT PRESENTACION-SALIDA ASSIGN TO "DEBPRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT RPT-DEBITOS ASSIGN TO "RPTDEBPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "TARJCLI.CPY".
           COPY "DEBAUTO.CPY".
           COPY "PARAMS.CPY".

       FD  TARJACC
                   LABEL RECORD STANDARD.
       01  TARJACC-LINEA               PIC X(60).

      ******************************************************************
      *    Archivo de presentacion: una cabecera, un detalle por
      *    debito y una cola con cantidad e importe total. La
      *    referencia del debito es la clave de DEBAUTO (periodo +
      *    cliente) y vuelve en el archivo de respuesta.
      ******************************************************************
       FD  PRESENTACION-SALIDA
                   LABEL RECORD STANDARD.
       01  PRES-CABECERA.
           03  PRES-C-TIPO             PIC X(01).
      *        'H' cabecera
           03  PRES-C-COMERCIO         PIC 9(10).
           03  PRES-C-FECHA            PIC 9(08).
           03  PRES-C-PERIODO          PIC 9(06).
           03  FILLER                  PIC X(35).
       01  PRES-DETALLE.
           03  PRES-D-TIPO             PIC X(01).
      *        'D' detalle
           03  PRES-D-TARJETA          PIC 9(03).
           03  PRES-D-NRO              PIC 9(16).
           03  PRES-D-VTO              PIC 9(06).
      *        FORMATO MMAAAA
           03  PRES-D-REFERENCIA       PIC 9(12).
           03  PRES-D-IMPORTE          PIC 9(13)V99.
           03  PRES-D-CUOTAS           PIC 9(02).
           03  FILLER                  PIC X(05).
       01  PRES-COLA.
           03  PRES-T-TIPO             PIC X(01).
      *        'T' cola de control
           03  PRES-T-CANTIDAD         PIC 9(07).
           03  PRES-T-TOTAL            PIC 9(15)V99.
           03  FILLER                  PIC X(35).

       FD  RPT-DEBITOS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-TARJCLI              PIC X(02).
       77  STATUS-DEBAUTO              PIC X(02).
       77  STATUS-TARJACC              PIC X(02).
       77  STATUS-SALIDA               PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-TARJCLI              PIC X(01) VALUE "N".
           88  EOF-TARJCLI                       VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-DEBAUTO           PIC X(01).
       77  WK-USUARIO                  PIC X(10).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-PERIODO                  PIC 9(06).
       77  WK-OBSERVACION              PIC X(30).

       01  WK-VTO-TARJETA.
           03  WK-VTO-ANIO             PIC 9(04).
           03  WK-VTO-MES              PIC 9(02).
       01  WK-VTO-AAAAMM REDEFINES WK-VTO-TARJETA
                                       PIC 9(06).

       77  WK-TOTAL-PRESENTADOS        PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-IMPORTE            PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-VENCIDAS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SIN-CLIENTE        PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RESPONDIDOS        PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS): numero de comercio para la cabecera y razon
      *    social para el encabezado del control.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-COMERCIO                 PIC 9(10) VALUE ZERO.
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "DEBAUTOPRE".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTDEBPR.TXT".

       01  WK-LINEA-ACCESO.
           03  WK-A-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-HORA               PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-USUARIO            PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-CLIENTE            PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-OPERACION          PIC X(20).

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "PRESENTACION DE DEBITO AUTOMATICO PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(52) VALUE
               "CLIENTE NOMBRE                              TARJETA".
           03  FILLER                  PIC X(51) VALUE
               "           SALDO    RECARGO         IMPORTE OBSERV.".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(35).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-TARJETA            PIC 9(03).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-D-ULT4               PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-SALDO              PIC ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-RECARGO            PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-OBSERVACION        PIC X(30).

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
      *    1000  -  PARAMETROS, PERIODO Y APERTURA DE ARCHIVOS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           IF WK-COMERCIO = ZERO
              DISPLAY "SIN NUMERO DE COMERCIO DE TARJETAS CARGADO - ",
                      "SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "PERIODO A PRESENTAR (AAAAMM, 0 = MES ACTUAL): "
           ACCEPT WK-PERIODO
           IF WK-PERIODO = ZERO
              MOVE WK-FECHA-HOY(1:6) TO WK-PERIODO
           END-IF
           OPEN INPUT TARJCLI
           IF STATUS-TARJCLI NOT = "00"
              DISPLAY "SIN TARJETAS DE CLIENTES - STATUS ",
                      STATUS-TARJCLI
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           OPEN I-O DEBAUTO
           IF STATUS-DEBAUTO = "35"
              OPEN OUTPUT DEBAUTO
              CLOSE DEBAUTO
              OPEN I-O DEBAUTO
           END-IF
           OPEN EXTEND TARJACC
           IF STATUS-TARJACC = "35"
              OPEN OUTPUT TARJACC
           END-IF
           OPEN OUTPUT PRESENTACION-SALIDA
           MOVE SPACES       TO PRES-CABECERA
           MOVE "H"          TO PRES-C-TIPO
           MOVE WK-COMERCIO  TO PRES-C-COMERCIO
           MOVE WK-FECHA-HOY TO PRES-C-FECHA
           MOVE WK-PERIODO   TO PRES-C-PERIODO
           WRITE PRES-CABECERA
           OPEN OUTPUT RPT-DEBITOS
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70: numero de comercio
      *    ante la procesadora y razon social.
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
              IF FECH-70-COMERCIO-TARJETA NUMERIC
                 MOVE FECH-70-COMERCIO-TARJETA TO WK-COMERCIO
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LEER-TARJCLI THRU 2100-EXIT
           PERFORM 2200-PRESENTAR-DEBITO THRU 2200-EXIT
               UNTIL EOF-TARJCLI
           PERFORM 2400-ESCRIBIR-TOTALES THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-TARJCLI.
           READ TARJCLI NEXT
               AT END MOVE "S" TO WK-EOF-TARJCLI
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Una tarjeta adherida de un cliente activo con saldo
      *    deudor en pesos sale a la presentacion, salvo que este
      *    vencida o que el debito del periodo ya tenga respuesta.
      ******************************************************************
       2200-PRESENTAR-DEBITO.
           IF NOT TARJCLI-ADHERIDO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE TARJCLI-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              MOVE SPACES TO A101-NOMBRE
              MOVE ZERO   TO A101-SALDO(1)
              MOVE "CLIENTE INEXISTENTE" TO WK-OBSERVACION
              PERFORM 2300-LINEA-OBSERVADA THRU 2300-EXIT
              ADD 1 TO WK-TOTAL-SIN-CLIENTE
              GO TO 2200-SIGUIENTE
           END-IF
           IF A101-DADO-DE-BAJA
              MOVE "CLIENTE DADO DE BAJA" TO WK-OBSERVACION
              PERFORM 2300-LINEA-OBSERVADA THRU 2300-EXIT
              ADD 1 TO WK-TOTAL-SIN-CLIENTE
              GO TO 2200-SIGUIENTE
           END-IF
           IF A101-SALDO(1) NOT > ZERO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE TARJCLI-VTO-ANIO TO WK-VTO-ANIO
           MOVE TARJCLI-VTO-MES  TO WK-VTO-MES
           IF WK-VTO-AAAAMM < WK-PERIODO
              MOVE "TARJETA VENCIDA - NO SE PRESENTA" TO WK-OBSERVACION
              PERFORM 2300-LINEA-OBSERVADA THRU 2300-EXIT
              ADD 1 TO WK-TOTAL-VENCIDAS
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE WK-PERIODO      TO DEBAUTO-PERIODO
           MOVE TARJCLI-CLIENTE TO DEBAUTO-CLIENTE
           MOVE "S" TO WK-EXISTE-DEBAUTO
           READ DEBAUTO
               INVALID KEY MOVE "N" TO WK-EXISTE-DEBAUTO
           END-READ
           IF WK-EXISTE-DEBAUTO = "S"
              AND NOT DEBAUTO-PENDIENTE
              MOVE "DEBITO DEL PERIODO YA RESPONDIDO" TO WK-OBSERVACION
              PERFORM 2300-LINEA-OBSERVADA THRU 2300-EXIT
              ADD 1 TO WK-TOTAL-RESPONDIDOS
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-EXISTE-DEBAUTO = "N"
              PERFORM 2250-GRABAR-DEBAUTO THRU 2250-EXIT
              MOVE SPACES TO WK-OBSERVACION
           ELSE
              MOVE "PRESENTADO NUEVAMENTE" TO WK-OBSERVACION
           END-IF
           MOVE SPACES              TO PRES-DETALLE
           MOVE "D"                 TO PRES-D-TIPO
           MOVE TARJCLI-TARJETA     TO PRES-D-TARJETA
           MOVE TARJCLI-NRO         TO PRES-D-NRO
           COMPUTE PRES-D-VTO = TARJCLI-VTO-MES * 10000
                              + TARJCLI-VTO-ANIO
           MOVE DEBAUTO-CLAVE       TO PRES-D-REFERENCIA
           MOVE DEBAUTO-IMPORTE     TO PRES-D-IMPORTE
           MOVE DEBAUTO-CUOTAS      TO PRES-D-CUOTAS
           WRITE PRES-DETALLE
           MOVE "DEBITO AUTOMATICO" TO WK-A-OPERACION
           PERFORM 8300-REGISTRAR-ACCESO THRU 8300-EXIT
           ADD 1               TO WK-TOTAL-PRESENTADOS
           ADD DEBAUTO-IMPORTE TO WK-TOTAL-IMPORTE
           MOVE DEBAUTO-CLIENTE      TO WK-D-CLIENTE
           MOVE A101-NOMBRE          TO WK-D-NOMBRE
           MOVE DEBAUTO-TARJETA      TO WK-D-TARJETA
           MOVE DEBAUTO-TARJETA-ULT4 TO WK-D-ULT4
           MOVE DEBAUTO-SALDO        TO WK-D-SALDO
           MOVE DEBAUTO-RECARGO      TO WK-D-RECARGO
           MOVE DEBAUTO-IMPORTE      TO WK-D-IMPORTE
           MOVE WK-OBSERVACION       TO WK-D-OBSERVACION
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-TARJCLI THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el debito pendiente de respuesta: saldo en pesos del
      *    cliente mas el recargo de la tarjeta.
      ******************************************************************
       2250-GRABAR-DEBAUTO.
           MOVE SPACES TO DEBAUTO-REG
           MOVE WK-PERIODO          TO DEBAUTO-PERIODO
           MOVE TARJCLI-CLIENTE     TO DEBAUTO-CLIENTE
           MOVE TARJCLI-TARJETA     TO DEBAUTO-TARJETA
           MOVE TARJCLI-NRO(13:4)   TO DEBAUTO-TARJETA-ULT4
           MOVE WK-FECHA-HOY        TO DEBAUTO-FECHA-PRES
           MOVE A101-SALDO(1)       TO DEBAUTO-SALDO
           COMPUTE DEBAUTO-RECARGO ROUNDED =
                   A101-SALDO(1) * TARJCLI-RECARGO / 100
           COMPUTE DEBAUTO-IMPORTE = DEBAUTO-SALDO + DEBAUTO-RECARGO
           MOVE TARJCLI-CUOTAS      TO DEBAUTO-CUOTAS
           MOVE "P"                 TO DEBAUTO-ESTADO
           MOVE ZEROS               TO DEBAUTO-FECHA-RESP
                                       DEBAUTO-RECIBO
           MOVE WK-USUARIO          TO DEBAUTO-USUARIO
           WRITE DEBAUTO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL DEBITO DEL CLIENTE ",
                          DEBAUTO-CLIENTE
           END-WRITE.
       2250-EXIT.
           EXIT.

       2300-LINEA-OBSERVADA.
           MOVE TARJCLI-CLIENTE     TO WK-D-CLIENTE
           MOVE A101-NOMBRE         TO WK-D-NOMBRE
           MOVE TARJCLI-TARJETA     TO WK-D-TARJETA
           MOVE TARJCLI-NRO(13:4)   TO WK-D-ULT4
           MOVE A101-SALDO(1)       TO WK-D-SALDO
           MOVE ZERO                TO WK-D-RECARGO WK-D-IMPORTE
           MOVE WK-OBSERVACION      TO WK-D-OBSERVACION
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2300-EXIT.
           EXIT.

       2400-ESCRIBIR-TOTALES.
           MOVE SPACES             TO PRES-COLA
           MOVE "T"                TO PRES-T-TIPO
           MOVE WK-TOTAL-PRESENTADOS TO PRES-T-CANTIDAD
           MOVE WK-TOTAL-IMPORTE   TO PRES-T-TOTAL
           WRITE PRES-COLA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "DEBITOS PRESENTADOS . . . . . . . . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-PRESENTADOS TO WK-T-CANTIDAD
           MOVE WK-TOTAL-IMPORTE   TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE ZERO TO WK-T-IMPORTE
           MOVE "TARJETAS VENCIDAS . . . . . . . . . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-VENCIDAS  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CLIENTES INEXISTENTES O DE BAJA . . . . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-CLIENTE TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DEBITOS YA RESPONDIDOS EN EL PERIODO  . "
                                   TO WK-T-LEYENDA
           MOVE WK-TOTAL-RESPONDIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           DISPLAY "DEBITOS PRESENTADOS: ", WK-TOTAL-PRESENTADOS.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Todo acceso al numero completo de la tarjeta queda
      *    asentado en TARJACC.TXT, igual que en TARJETAS-ABM.
      ******************************************************************
       8300-REGISTRAR-ACCESO.
           ACCEPT WK-A-FECHA FROM DATE YYYYMMDD
           ACCEPT WK-A-HORA  FROM TIME
           MOVE WK-USUARIO      TO WK-A-USUARIO
           MOVE TARJCLI-CLIENTE TO WK-A-CLIENTE
           WRITE TARJACC-LINEA FROM WK-LINEA-ACCESO.
       8300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE TARJCLI
           CLOSE CLIENTE
           CLOSE DEBAUTO
           CLOSE TARJACC
           CLOSE PRESENTACION-SALIDA
           CLOSE RPT-DEBITOS
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "DEBAUTO-PRESENTACION".
