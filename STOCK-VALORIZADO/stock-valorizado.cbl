       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "STOCK-VALORIZADO".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Listado de stock
      *                    valorizado por deposito: existencia,
      *                    reservado, comprometido y disponible de
      *                    cada articulo, valorizando la existencia
      *                    al precio vigente de la lista indicada en
      *                    STOCK-LISTA-VALOR (01 si no se informa),
      *                    con subtotal por deposito y total
      *                    general.
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
           COPY "STOCK.SEL".
           COPY "ARTICULOS.SEL".
           COPY "LISTAPDET.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-VALORIZADO ASSIGN TO "RPTSTKVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-VALORIZADO ASSIGN TO "WSTKVAL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "STOCK.CPY".
           COPY "ARTICULOS.CPY".
           COPY "LISTAPDET.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-VALORIZADO
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-VALORIZADO.
       01  SD-VALORIZADO.
           03  SD-DEPOSITO             PIC 9(2).
           03  SD-ARTICULO             PIC 9(6).
           03  SD-EXISTENCIA           PIC S9(9)V99.
           03  SD-RESERVADO            PIC S9(9)V99.
           03  SD-COMPROMETIDO         PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       77  STATUS-STOCK                PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-LISTAPDET            PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-STOCK                PIC X(01) VALUE "N".
           88  EOF-STOCK                         VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-EOF-LISTAPDET            PIC X(01).
       77  WK-PRIMERA                  PIC X(01) VALUE "S".
       77  WK-EXISTE-ARTICULO          PIC X(01).
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-HAY-LISTAPDET            PIC X(01) VALUE "N".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-LISTA                    PIC 9(02).
       77  WK-DEPOSITO-ANT             PIC 9(02).
       77  WK-PRECIO                   PIC 9(09)V99.
       77  WK-DISPONIBLE               PIC S9(09)V99.
       77  WK-VALOR                    PIC S9(13)V99.
       77  WK-SUB-VALOR                PIC S9(15)V99 VALUE ZERO.
       77  WK-TOT-VALOR                PIC S9(15)V99 VALUE ZERO.
       77  WK-CANT-ARTICULOS           PIC 9(07) VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(47) VALUE
               "STOCK VALORIZADO POR DEPOSITO - LISTA DE PRECIO".
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-T-LISTA              PIC 9(02).
           03  FILLER                  PIC X(07) VALUE " - AL ".
           03  WK-T-FECHA              PIC 9(08).

       01  WK-LINEA-COLUMNAS.
           03  FILLER                  PIC X(40) VALUE
               "  ARTICULO DESCRIPCION".
           03  FILLER                  PIC X(60) VALUE
               "    EXISTENCIA   RESERVADO COMPROMETIDO  DISPONIBLE".
           03  FILLER                  PIC X(32) VALUE
               "      PRECIO            VALOR".

       01  WK-LINEA-DEPOSITO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "DEPOSITO ".
           03  WK-P-DEPOSITO           PIC 9(02).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-ARTICULO           PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-DESCRIPCION        PIC X(30).
           03  WK-D-EXISTENCIA         PIC ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-RESERVADO          PIC Z,ZZZ,ZZ9.99-.
           03  WK-D-COMPROMETIDO       PIC Z,ZZZ,ZZ9.99-.
           03  WK-D-DISPONIBLE         PIC ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-PRECIO             PIC ZZZ,ZZZ,ZZ9.99.
           03  WK-D-VALOR              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(30).
           03  WK-S-VALOR              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-CANT.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "ARTICULOS LISTADOS  . . . . . ".
           03  WK-T-ARTICULOS          PIC ZZZ,ZZ9.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion; sin parametros
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-LISTA FROM ENVIRONMENT "STOCK-LISTA-VALOR"
           IF WK-LISTA NOT NUMERIC OR WK-LISTA = ZERO
              MOVE 1 TO WK-LISTA
           END-IF
           OPEN INPUT STOCK
           IF STATUS-STOCK NOT = "00"
              DISPLAY "SIN ARCHIVO DE STOCK - STATUS ", STATUS-STOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT LISTAPDET
           IF STATUS-LISTAPDET = "00"
              MOVE "S" TO WK-HAY-LISTAPDET
           END-IF
           OPEN OUTPUT RPT-VALORIZADO
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-LISTA     TO WK-T-LISTA
           MOVE WK-FECHA-HOY TO WK-T-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-COLUMNAS.
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
           SORT WORK-VALORIZADO
               ON ASCENDING KEY SD-DEPOSITO SD-ARTICULO
               INPUT PROCEDURE  2100-VOLCAR-STOCK THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR     THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Vuelca los registros de STOCK con algun saldo; los que
      *    quedaron en cero en las tres columnas no se listan.
      ******************************************************************
       2100-VOLCAR-STOCK.
           MOVE ZEROS TO STOCK-CLAVE
           START STOCK KEY >= STOCK-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-STOCK
           END-START
           PERFORM 2110-LEER-STOCK THRU 2110-EXIT
           PERFORM 2120-CARGAR-STOCK THRU 2120-EXIT
               UNTIL EOF-STOCK.
       2100-EXIT.
           EXIT.

       2110-LEER-STOCK.
           READ STOCK NEXT
               AT END MOVE "S" TO WK-EOF-STOCK
           END-READ.
       2110-EXIT.
           EXIT.

       2120-CARGAR-STOCK.
           IF STOCK-EXISTENCIA NOT = ZERO
              OR STOCK-RESERVADO NOT = ZERO
              OR STOCK-COMPROMETIDO NOT = ZERO
              MOVE STOCK-DEPOSITO     TO SD-DEPOSITO
              MOVE STOCK-ARTICULO     TO SD-ARTICULO
              MOVE STOCK-EXISTENCIA   TO SD-EXISTENCIA
              MOVE STOCK-RESERVADO    TO SD-RESERVADO
              MOVE STOCK-COMPROMETIDO TO SD-COMPROMETIDO
              RELEASE SD-VALORIZADO
           END-IF
           PERFORM 2110-LEER-STOCK THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

       2200-IMPRIMIR.
           PERFORM 2210-RETORNAR THRU 2210-EXIT
           PERFORM 2220-PROCESAR-RENGLON THRU 2220-EXIT
               UNTIL EOF-SORT
           IF WK-PRIMERA = "N"
              PERFORM 2260-SUBTOTAL-DEPOSITO THRU 2260-EXIT
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "TOTAL GENERAL VALORIZADO  . ." TO WK-S-LEYENDA
           MOVE WK-TOT-VALOR TO WK-S-VALOR
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE WK-CANT-ARTICULOS TO WK-T-ARTICULOS
           WRITE RPT-LINEA FROM WK-LINEA-CANT.
       2200-EXIT.
           EXIT.

       2210-RETORNAR.
           RETURN WORK-VALORIZADO
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2220-PROCESAR-RENGLON.
           IF WK-PRIMERA = "S"
              MOVE "N" TO WK-PRIMERA
              MOVE SD-DEPOSITO TO WK-DEPOSITO-ANT
              PERFORM 2230-ENCABEZADO-DEPOSITO THRU 2230-EXIT
           ELSE
              IF SD-DEPOSITO NOT = WK-DEPOSITO-ANT
                 PERFORM 2260-SUBTOTAL-DEPOSITO THRU 2260-EXIT
                 MOVE SD-DEPOSITO TO WK-DEPOSITO-ANT
                 PERFORM 2230-ENCABEZADO-DEPOSITO THRU 2230-EXIT
              END-IF
           END-IF
           PERFORM 2240-DETALLE THRU 2240-EXIT
           PERFORM 2210-RETORNAR THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

       2230-ENCABEZADO-DEPOSITO.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SD-DEPOSITO TO WK-P-DEPOSITO
           WRITE RPT-LINEA FROM WK-LINEA-DEPOSITO.
       2230-EXIT.
           EXIT.

       2240-DETALLE.
           MOVE SD-ARTICULO TO WK-D-ARTICULO
           MOVE "N" TO WK-EXISTE-ARTICULO
           IF WK-HAY-ARTICULOS = "S"
              MOVE SD-ARTICULO TO ARTICULO-CODIGO
              MOVE "S" TO WK-EXISTE-ARTICULO
              READ ARTICULOS
                  INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
              END-READ
           END-IF
           IF WK-EXISTE-ARTICULO = "S"
              MOVE ARTICULO-DESCRIPCION TO WK-D-DESCRIPCION
           ELSE
              MOVE "(ARTICULO SIN MAESTRO)" TO WK-D-DESCRIPCION
           END-IF
           PERFORM 2250-BUSCAR-PRECIO THRU 2250-EXIT
           COMPUTE WK-DISPONIBLE = SD-EXISTENCIA - SD-RESERVADO
           COMPUTE WK-VALOR ROUNDED = SD-EXISTENCIA * WK-PRECIO
           MOVE SD-EXISTENCIA   TO WK-D-EXISTENCIA
           MOVE SD-RESERVADO    TO WK-D-RESERVADO
           MOVE SD-COMPROMETIDO TO WK-D-COMPROMETIDO
           MOVE WK-DISPONIBLE   TO WK-D-DISPONIBLE
           MOVE WK-PRECIO       TO WK-D-PRECIO
           MOVE WK-VALOR        TO WK-D-VALOR
           WRITE RPT-LINEA FROM WK-LINEA-DET
           ADD WK-VALOR TO WK-SUB-VALOR
           ADD 1 TO WK-CANT-ARTICULOS.
       2240-EXIT.
           EXIT.

      ******************************************************************
      *    Precio vigente del articulo en la lista de valorizacion:
      *    la fila con mayor vigencia no posterior a la fecha del
      *    dia. Sin precio el articulo se lista valorizado en cero.
      ******************************************************************
       2250-BUSCAR-PRECIO.
           MOVE ZERO TO WK-PRECIO
           IF WK-HAY-LISTAPDET = "N"
              GO TO 2250-EXIT
           END-IF
           MOVE "N" TO WK-EOF-LISTAPDET
           MOVE WK-LISTA    TO LISTAPDET-LISTA
           MOVE SD-ARTICULO TO LISTAPDET-ARTICULO
           MOVE ZEROS       TO LISTAPDET-VIGENCIA
           START LISTAPDET KEY >= LISTAPDET-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LISTAPDET
           END-START
           PERFORM 2255-LEER-PRECIO THRU 2255-EXIT
               UNTIL WK-EOF-LISTAPDET = "S".
       2250-EXIT.
           EXIT.

       2255-LEER-PRECIO.
           READ LISTAPDET NEXT
               AT END MOVE "S" TO WK-EOF-LISTAPDET
           END-READ
           IF WK-EOF-LISTAPDET = "S"
              GO TO 2255-EXIT
           END-IF
           IF LISTAPDET-LISTA NOT = WK-LISTA
              OR LISTAPDET-ARTICULO NOT = SD-ARTICULO
              OR LISTAPDET-VIGENCIA > WK-FECHA-HOY
              MOVE "S" TO WK-EOF-LISTAPDET
           ELSE
              MOVE LISTAPDET-PRECIO TO WK-PRECIO
           END-IF.
       2255-EXIT.
           EXIT.

       2260-SUBTOTAL-DEPOSITO.
           MOVE "TOTAL VALORIZADO DEPOSITO . ." TO WK-S-LEYENDA
           MOVE WK-SUB-VALOR TO WK-S-VALOR
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           ADD WK-SUB-VALOR TO WK-TOT-VALOR
           MOVE ZERO TO WK-SUB-VALOR.
       2260-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE STOCK
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-LISTAPDET = "S"
              CLOSE LISTAPDET
           END-IF
           CLOSE RPT-VALORIZADO.
       9000-EXIT.
           EXIT.

       END PROGRAM "STOCK-VALORIZADO".
