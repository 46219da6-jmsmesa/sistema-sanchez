       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CONTACTO-FALTANTES".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Lista de excepcion de
      *                    contactos: los clientes activos a los que
      *                    les falta un contacto activo con e-mail
      *                    en la casa central para alguno de los
      *                    roles que usan los avisos (compras, pagos,
      *                    facturacion), indicando si el aviso caera
      *                    en el e-mail del maestro o quedara
      *                    fallido.
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
           COPY "CONTACTO.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-FALTANTES ASSIGN TO "RPTCONTF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "CONTACTO.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-FALTANTES
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-CONTACTO             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-CLIENTE              PIC X(01) VALUE "N".
           88  EOF-CLIENTE                       VALUE "S".
       77  WK-EOF-CONTACTO             PIC X(01).
       77  WK-HAY-CONTACTO             PIC X(01) VALUE "N".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Roles cubiertos por el cliente en proceso.
      ******************************************************************
       77  WK-TIENE-COMPRAS            PIC X(01).
       77  WK-TIENE-PAGOS              PIC X(01).
       77  WK-TIENE-FACTURACION        PIC X(01).

       77  WK-TOTAL-CLIENTES           PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-EXCEPCIONES        PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-SIN-DESTINO        PIC 9(06) VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "CONTACTOS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTCONTF.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(48) VALUE
               "CLIENTES SIN CONTACTO PARA LOS ROLES DE AVISO".
           03  FILLER                  PIC X(08) VALUE "FECHA: ".
           03  WK-TI-FECHA             PIC 9(08).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(43) VALUE
               "CLIENTE NOMBRE".
           03  FILLER                  PIC X(30) VALUE
               "COMPRAS  PAGOS  FACTURACION".
           03  FILLER                  PIC X(20) VALUE
               "E-MAIL MAESTRO".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(35).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WK-D-COMPRAS            PIC X(05).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WK-D-PAGOS              PIC X(05).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WK-D-FACTURACION        PIC X(05).
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  WK-D-EMAIL              PIC X(40).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 3000-TOTALES       THRU 3000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT CLIENTE
           OPEN INPUT CONTACTO
           IF STATUS-CONTACTO = "00"
              MOVE "S" TO WK-HAY-CONTACTO
           ELSE
              DISPLAY "SIN ARCHIVO DE CONTACTOS - SE LISTAN TODOS"
           END-IF
           OPEN OUTPUT RPT-FALTANTES
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY TO WK-TI-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
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

       2000-PROCESO.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-PROCESAR-CLIENTE THRU 2200-EXIT
               UNTIL EOF-CLIENTE.
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTE NEXT
               AT END MOVE "S" TO WK-EOF-CLIENTE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Un cliente activo entra en la lista si le falta alguno de
      *    los tres roles en la casa central (las sucursales sin
      *    contacto propio caen en los de la casa central).
      ******************************************************************
       2200-PROCESAR-CLIENTE.
           IF A101-DADO-DE-BAJA
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE "N" TO WK-TIENE-COMPRAS WK-TIENE-PAGOS
                       WK-TIENE-FACTURACION
           IF WK-HAY-CONTACTO = "S"
              PERFORM 2300-BUSCAR-ROLES THRU 2300-EXIT
           END-IF
           IF WK-TIENE-COMPRAS = "S" AND WK-TIENE-PAGOS = "S"
              AND WK-TIENE-FACTURACION = "S"
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-EXCEPCIONES
           MOVE A101-CLIENTE TO WK-D-CLIENTE
           MOVE A101-NOMBRE  TO WK-D-NOMBRE
           MOVE SPACES TO WK-D-COMPRAS WK-D-PAGOS WK-D-FACTURACION
           IF WK-TIENE-COMPRAS = "N"
              MOVE "FALTA" TO WK-D-COMPRAS
           END-IF
           IF WK-TIENE-PAGOS = "N"
              MOVE "FALTA" TO WK-D-PAGOS
           END-IF
           IF WK-TIENE-FACTURACION = "N"
              MOVE "FALTA" TO WK-D-FACTURACION
           END-IF
           IF A101-EMAIL = SPACES
              MOVE "SIN E-MAIL - EL AVISO QUEDA FALLIDO"
                TO WK-D-EMAIL
              ADD 1 TO WK-TOTAL-SIN-DESTINO
           ELSE
              MOVE A101-EMAIL TO WK-D-EMAIL
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-BUSCAR-ROLES.
           MOVE "N" TO WK-EOF-CONTACTO
           MOVE A101-CLIENTE TO CONTACTO-CLIENTE
           MOVE ZERO         TO CONTACTO-SUCURSAL CONTACTO-NRO
           START CONTACTO KEY >= CONTACTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CONTACTO
           END-START
           PERFORM 2310-EXAMINAR-CONTACTO THRU 2310-EXIT
               UNTIL WK-EOF-CONTACTO = "S".
       2300-EXIT.
           EXIT.

       2310-EXAMINAR-CONTACTO.
           READ CONTACTO NEXT
               AT END MOVE "S" TO WK-EOF-CONTACTO
           END-READ
           IF WK-EOF-CONTACTO = "S"
              OR CONTACTO-CLIENTE NOT = A101-CLIENTE
              OR CONTACTO-SUCURSAL NOT = ZERO
              MOVE "S" TO WK-EOF-CONTACTO
              GO TO 2310-EXIT
           END-IF
           IF NOT CONTACTO-ACTIVO OR CONTACTO-EMAIL = SPACES
              GO TO 2310-EXIT
           END-IF
           EVALUATE TRUE
              WHEN CONTACTO-ROL-COMPRAS
                 MOVE "S" TO WK-TIENE-COMPRAS
              WHEN CONTACTO-ROL-PAGOS
                 MOVE "S" TO WK-TIENE-PAGOS
              WHEN CONTACTO-ROL-FACTURACION
                 MOVE "S" TO WK-TIENE-FACTURACION
           END-EVALUATE.
       2310-EXIT.
           EXIT.

       3000-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES ACTIVOS REVISADOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-CLIENTES    TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CLIENTES CON ROLES SIN CONTACTO" TO WK-T-LEYENDA
           MOVE WK-TOTAL-EXCEPCIONES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DE ELLOS SIN E-MAIL EN EL MAESTRO" TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-DESTINO TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       3000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           IF WK-HAY-CONTACTO = "S"
              CLOSE CONTACTO
           END-IF
           CLOSE RPT-FALTANTES
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "CONTACTO-FALTANTES".
