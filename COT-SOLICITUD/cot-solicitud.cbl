       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "COT-SOLICITUD".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Interfaz del COT de
      *                    ARBA, ida: arma el archivo COTREQ.TXT con
      *                    los remitos que esperan COT (o que vuelven
      *                    a salir con el COT rechazado o vencido):
      *                    CUIT propio de FECH-70, CUIT y domicilio
      *                    de entrega del cliente (LUGENTRE cuando
      *                    tiene lugar de entrega fijo), CUIT del
      *                    transporte y la mercaderia del remito, y
      *                    deja el COT de cada uno como solicitado.
      *                    COT-RESPUESTA procesa la vuelta de ARBA.
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
           COPY "REMITOS.SEL".
           COPY "REMITLIN.SEL".
           COPY "PEDIDLIN.SEL".
           COPY "ARTICULOS.SEL".
           COPY "TRANSPOR.SEL".
           COPY "LUGENTRE.SEL".
           COPY "COTREM.SEL".
           COPY "PARAMS.SEL".

           SELECT SOLICITUD-SALIDA ASSIGN TO "COTREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "REMITOS.CPY".
           COPY "REMITLIN.CPY".
           COPY "PEDIDLIN.CPY".
           COPY "ARTICULOS.CPY".
           COPY "TRANSPOR.CPY".
           COPY "LUGENTRE.CPY".
           COPY "COTREM.CPY".
           COPY "PARAMS.CPY".

      ******************************************************************
      *    Archivo de solicitud: 01 encabezado, 02 un registro por
      *    remito, 03 un registro por articulo trasladado y 04 pie
      *    con la cantidad de remitos.
      ******************************************************************
       FD  SOLICITUD-SALIDA
                   LABEL RECORD STANDARD.
       01  SOL-ENCABEZADO.
           03  SOL-E-TIPO              PIC X(02).
           03  SOL-E-EMPRESA-CUIT      PIC 9(14).
           03  SOL-E-FECHA             PIC 9(08).
       01  SOL-REMITO.
           03  SOL-R-TIPO              PIC X(02).
           03  SOL-R-REMITO            PIC 9(08).
           03  SOL-R-FECHA             PIC 9(08).
           03  SOL-R-CLIENTE-CUIT      PIC 9(14).
           03  SOL-R-CLIENTE-NOMBRE    PIC X(35).
           03  SOL-R-DOMICILIO         PIC X(35).
           03  SOL-R-LOCALIDAD         PIC X(20).
           03  SOL-R-CODIGO-POSTAL     PIC X(08).
           03  SOL-R-PROVINCIA         PIC 9(02).
           03  SOL-R-TRANSPORTE-CUIT   PIC 9(14).
           03  SOL-R-IMPORTE           PIC S9(13)V99 SIGN TRAILING
                                       SEPARATE.
       01  SOL-ARTICULO.
           03  SOL-A-TIPO              PIC X(02).
           03  SOL-A-REMITO            PIC 9(08).
           03  SOL-A-ARTICULO          PIC 9(06).
           03  SOL-A-DESCRIPCION       PIC X(30).
           03  SOL-A-UNIDAD            PIC X(03).
           03  SOL-A-CANTIDAD          PIC 9(07)V99.
       01  SOL-PIE.
           03  SOL-P-TIPO              PIC X(02).
           03  SOL-P-CANTIDAD          PIC 9(07).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-REMITOS              PIC X(02).
       77  STATUS-REMITLIN             PIC X(02).
       77  STATUS-PEDIDLIN             PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-TRANSPOR             PIC X(02).
       77  STATUS-LUGENTRE             PIC X(02).
       77  STATUS-COTREM               PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-SALIDA               PIC X(02).

       77  WK-EOF-REMITOS              PIC X(01) VALUE "N".
           88  EOF-REMITOS                       VALUE "S".
       77  WK-FIN-LINEAS               PIC X(01).
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-COTREM            PIC X(01).
       77  WK-SOLICITAR                PIC X(01).
       77  WK-HAY-LUGENTRE             PIC X(01) VALUE "N".
       77  WK-HAY-TRANSPOR             PIC X(01) VALUE "N".
       77  WK-HAY-PEDIDLIN             PIC X(01) VALUE "N".
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-CANT-LINEAS              PIC 9(03).
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-TOTAL-SOLICITADOS        PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              DISPLAY "SIN PARAMETROS DE EMPRESA - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              MOVE FECH-70-EMPRESA-CUIT TO WK-EMPRESA-CUIT
           END-IF
           CLOSE PARAMS
           IF WK-EMPRESA-CUIT = ZEROS
              DISPLAY "SIN CUIT DE EMPRESA CARGADO - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT REMITOS
           IF STATUS-REMITOS NOT = "00"
              DISPLAY "SIN REMITOS - STATUS ", STATUS-REMITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT REMITLIN
           OPEN INPUT PEDIDLIN
           IF STATUS-PEDIDLIN = "00"
              MOVE "S" TO WK-HAY-PEDIDLIN
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT TRANSPOR
           IF STATUS-TRANSPOR = "00"
              MOVE "S" TO WK-HAY-TRANSPOR
           END-IF
           OPEN INPUT LUGENTRE
           IF STATUS-LUGENTRE = "00"
              MOVE "S" TO WK-HAY-LUGENTRE
           END-IF
           OPEN I-O COTREM
           IF STATUS-COTREM = "35"
              OPEN OUTPUT COTREM
              CLOSE COTREM
              OPEN I-O COTREM
           END-IF
           OPEN OUTPUT SOLICITUD-SALIDA
           MOVE SPACES          TO SOL-ENCABEZADO
           MOVE "01"            TO SOL-E-TIPO
           MOVE WK-EMPRESA-CUIT TO SOL-E-EMPRESA-CUIT
           MOVE WK-FECHA-HOY    TO SOL-E-FECHA
           WRITE SOL-ENCABEZADO.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE ZERO TO REMITO-NRO
           START REMITOS KEY >= REMITO-NRO
               INVALID KEY MOVE "S" TO WK-EOF-REMITOS
           END-START
           PERFORM 2100-LEER-REMITO THRU 2100-EXIT
           PERFORM 2200-SOLICITAR-COT THRU 2200-EXIT
               UNTIL EOF-REMITOS
           MOVE SPACES               TO SOL-PIE
           MOVE "04"                 TO SOL-P-TIPO
           MOVE WK-TOTAL-SOLICITADOS TO SOL-P-CANTIDAD
           WRITE SOL-PIE
           DISPLAY "REMITOS CON COT SOLICITADO: ",
                   WK-TOTAL-SOLICITADOS.
       2000-EXIT.
           EXIT.

       2100-LEER-REMITO.
           READ REMITOS NEXT
               AT END MOVE "S" TO WK-EOF-REMITOS
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Sale a la solicitud el remito no anulado que espera COT
      *    sin pedido en curso o con el anterior rechazado, y el
      *    reprogramado cuyo COT fue rechazado o ya vencio (tiene
      *    que volver a salir con uno vigente). El que ya tiene el
      *    pedido en curso no se repite.
      ******************************************************************
       2200-SOLICITAR-COT.
           IF REMITO-ANULADO
              GO TO 2200-SIGUIENTE
           END-IF
           IF NOT REMITO-ESPERA-COT
              AND NOT REMITO-REPROGRAMADO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE REMITO-NRO TO COTREM-REMITO
           MOVE "S" TO WK-EXISTE-COTREM
           READ COTREM
               INVALID KEY MOVE "N" TO WK-EXISTE-COTREM
           END-READ
           MOVE "N" TO WK-SOLICITAR
           IF REMITO-ESPERA-COT
              IF WK-EXISTE-COTREM = "N"
                 OR COTREM-RECHAZADO
                 MOVE "S" TO WK-SOLICITAR
              END-IF
           ELSE
              IF WK-EXISTE-COTREM = "S"
                 IF COTREM-RECHAZADO
                    OR (COTREM-OTORGADO
                        AND COTREM-VTO < WK-FECHA-HOY)
                    MOVE "S" TO WK-SOLICITAR
                 END-IF
              END-IF
           END-IF
           IF WK-SOLICITAR = "N"
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE REMITO-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "REMITO ", REMITO-NRO,
                      " SIN CLIENTE - NO SE SOLICITA COT"
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2300-GRABAR-REMITO THRU 2300-EXIT
           PERFORM 2400-GRABAR-ARTICULOS THRU 2400-EXIT
           MOVE REMITO-NRO   TO COTREM-REMITO
           MOVE "P"          TO COTREM-ESTADO
           MOVE ZEROS        TO COTREM-NRO COTREM-VTO
           MOVE WK-FECHA-HOY TO COTREM-FECHA-SOLICITUD
           MOVE SPACES       TO COTREM-OBSERVACION
           IF WK-EXISTE-COTREM = "S"
              REWRITE COTREM-REG
                  INVALID KEY
                     DISPLAY "ERROR AL MARCAR EL COT DEL REMITO ",
                             REMITO-NRO
              END-REWRITE
           ELSE
              WRITE COTREM-REG
                  INVALID KEY
                     DISPLAY "ERROR AL MARCAR EL COT DEL REMITO ",
                             REMITO-NRO
              END-WRITE
           END-IF
           ADD 1 TO WK-TOTAL-SOLICITADOS.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-REMITO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Registro del remito: domicilio de entrega del lugar fijo
      *    de LUGENTRE si el cliente lo tiene, si no su domicilio;
      *    el CUIT del transporte asignado al cliente o el propio
      *    cuando no tiene transporte (reparto con vehiculo propio).
      ******************************************************************
       2300-GRABAR-REMITO.
           MOVE SPACES             TO SOL-REMITO
           MOVE "02"               TO SOL-R-TIPO
           MOVE REMITO-NRO         TO SOL-R-REMITO
           MOVE REMITO-FECHA       TO SOL-R-FECHA
           MOVE A101-NRO-CUIT      TO SOL-R-CLIENTE-CUIT
           MOVE A101-NOMBRE        TO SOL-R-CLIENTE-NOMBRE
           MOVE A101-DOMICILIO     TO SOL-R-DOMICILIO
           MOVE A101-LOCALIDAD     TO SOL-R-LOCALIDAD
           MOVE A101-CODIGO-POSTAL TO SOL-R-CODIGO-POSTAL
           MOVE A101-PROVINCIA     TO SOL-R-PROVINCIA
           IF A101-LUGAR-ENTREGA-SI AND WK-HAY-LUGENTRE = "S"
              MOVE A101-CLIENTE TO LUGENTRE-CLIENTE
              READ LUGENTRE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE LUGENTRE-DOMICILIO     TO SOL-R-DOMICILIO
                     MOVE LUGENTRE-LOCALIDAD     TO SOL-R-LOCALIDAD
                     MOVE LUGENTRE-CODIGO-POSTAL
                                         TO SOL-R-CODIGO-POSTAL
                     MOVE LUGENTRE-PROVINCIA     TO SOL-R-PROVINCIA
              END-READ
           END-IF
           MOVE WK-EMPRESA-CUIT TO SOL-R-TRANSPORTE-CUIT
           IF WK-HAY-TRANSPOR = "S"
              AND A101-COD-TRANSPOR NUMERIC
              AND A101-COD-TRANSPOR NOT = ZERO
              MOVE A101-COD-TRANSPOR TO TRANSPOR-CODIGO
              READ TRANSPOR
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE TRANSPOR-CUIT TO SOL-R-TRANSPORTE-CUIT
              END-READ
           END-IF
           MOVE REMITO-IMPORTE TO SOL-R-IMPORTE
           WRITE SOL-REMITO.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    Mercaderia trasladada: los renglones del remito; los
      *    remitos viejos sin renglones llevan los renglones del
      *    pedido que los origino.
      ******************************************************************
       2400-GRABAR-ARTICULOS.
           MOVE ZERO TO WK-CANT-LINEAS
           MOVE REMITO-NRO TO REMITLIN-REMITO
           MOVE ZERO       TO REMITLIN-LINEA
           MOVE "N" TO WK-FIN-LINEAS
           START REMITLIN KEY >= REMITLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-FIN-LINEAS
           END-START
           PERFORM 2410-RENGLON-REMITO THRU 2410-EXIT
               UNTIL WK-FIN-LINEAS = "S"
           IF WK-CANT-LINEAS > ZERO OR WK-HAY-PEDIDLIN = "N"
              GO TO 2400-EXIT
           END-IF
           MOVE REMITO-PEDIDO TO PEDIDLIN-PEDIDO
           MOVE ZERO          TO PEDIDLIN-LINEA
           MOVE "N" TO WK-FIN-LINEAS
           START PEDIDLIN KEY >= PEDIDLIN-CLAVE
               INVALID KEY MOVE "S" TO WK-FIN-LINEAS
           END-START
           PERFORM 2420-RENGLON-PEDIDO THRU 2420-EXIT
               UNTIL WK-FIN-LINEAS = "S".
       2400-EXIT.
           EXIT.

       2410-RENGLON-REMITO.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-FIN-LINEAS
           END-READ
           IF WK-FIN-LINEAS = "S"
              GO TO 2410-EXIT
           END-IF
           IF REMITLIN-REMITO NOT = REMITO-NRO
              MOVE "S" TO WK-FIN-LINEAS
              GO TO 2410-EXIT
           END-IF
           MOVE REMITLIN-ARTICULO TO ARTICULO-CODIGO
           MOVE REMITLIN-CANTIDAD TO SOL-A-CANTIDAD
           PERFORM 2450-GRABAR-ARTICULO THRU 2450-EXIT.
       2410-EXIT.
           EXIT.

       2420-RENGLON-PEDIDO.
           READ PEDIDLIN NEXT
               AT END MOVE "S" TO WK-FIN-LINEAS
           END-READ
           IF WK-FIN-LINEAS = "S"
              GO TO 2420-EXIT
           END-IF
           IF PEDIDLIN-PEDIDO NOT = REMITO-PEDIDO
              MOVE "S" TO WK-FIN-LINEAS
              GO TO 2420-EXIT
           END-IF
           MOVE PEDIDLIN-ARTICULO TO ARTICULO-CODIGO
           MOVE PEDIDLIN-CANTIDAD TO SOL-A-CANTIDAD
           PERFORM 2450-GRABAR-ARTICULO THRU 2450-EXIT.
       2420-EXIT.
           EXIT.

      ******************************************************************
      *    Graba el registro 03 del articulo ARTICULO-CODIGO con la
      *    cantidad ya cargada en SOL-A-CANTIDAD.
      ******************************************************************
       2450-GRABAR-ARTICULO.
           MOVE "03"            TO SOL-A-TIPO
           MOVE REMITO-NRO      TO SOL-A-REMITO
           MOVE ARTICULO-CODIGO TO SOL-A-ARTICULO
           MOVE SPACES          TO SOL-A-DESCRIPCION
           MOVE SPACES          TO SOL-A-UNIDAD
           IF WK-HAY-ARTICULOS = "S"
              READ ARTICULOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE ARTICULO-DESCRIPCION TO SOL-A-DESCRIPCION
                     MOVE ARTICULO-UNIDAD      TO SOL-A-UNIDAD
              END-READ
           END-IF
           WRITE SOL-ARTICULO
           ADD 1 TO WK-CANT-LINEAS.
       2450-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE REMITOS
           CLOSE REMITLIN
           IF WK-HAY-PEDIDLIN = "S"
              CLOSE PEDIDLIN
           END-IF
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-TRANSPOR = "S"
              CLOSE TRANSPOR
           END-IF
           IF WK-HAY-LUGENTRE = "S"
              CLOSE LUGENTRE
           END-IF
           CLOSE COTREM
           CLOSE SOLICITUD-SALIDA.
       9000-EXIT.
           EXIT.

       END PROGRAM "COT-SOLICITUD".
