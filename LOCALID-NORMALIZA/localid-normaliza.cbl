       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "LOCALID-NORMALIZA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Normalizacion de los
      *                    domicilios ya cargados contra el maestro
      *                    de localidades LOCALID: clientes activos,
      *                    sucursales (CLISUCUR) y lugares de entrega
      *                    (LUGENTRE). Propone la localidad y el
      *                    codigo postal del maestro para cada
      *                    domicilio que no coincide y lista los que
      *                    no pudo ubicar (reporte RPTLOCNO.TXT).
      *                    Con NORMALIZA-APLICAR = S en el ambiente
      *                    graba las propuestas; en los clientes
      *                    deja las dos imagenes en AUDITCLI.
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
           COPY "CLISUCUR.SEL".
           COPY "LUGENTRE.SEL".
           COPY "LOCALID.SEL".
           COPY "AUDITCLI.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-NORMALIZA ASSIGN TO "RPTLOCNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "CLISUCUR.CPY".
           COPY "LUGENTRE.CPY".
           COPY "LOCALID.CPY".
           COPY "AUDITCLI.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-NORMALIZA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-CLISUCUR             PIC X(02).
       77  STATUS-LUGENTRE             PIC X(02).
       77  STATUS-LOCALID              PIC X(02).
       77  STATUS-AUDITCLI             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-CLIENTE              PIC X(01) VALUE "N".
       77  WK-EOF-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-EOF-LUGENTRE             PIC X(01) VALUE "N".
       77  WK-EOF-LOCALID              PIC X(01).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "S".
       77  WK-HAY-LUGENTRE             PIC X(01) VALUE "S".

       77  WK-APLICAR                  PIC X(01) VALUE "N".
           88  APLICAR-PROPUESTAS                VALUE "S".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-AUDIT-ANTES              PIC X(1000).

      ******************************************************************
      *    Domicilio en proceso, sea del cliente, de una sucursal o
      *    del lugar de entrega, y la propuesta que sale de LOCALID.
      ******************************************************************
       01  WK-DOM.
           03  WK-DOM-TIPO             PIC X(03).
           03  WK-DOM-CLIENTE          PIC 9(06).
           03  WK-DOM-SUCURSAL         PIC 9(02).
           03  WK-DOM-LOCALIDAD        PIC X(20).
           03  WK-DOM-CP               PIC X(08).
           03  WK-DOM-PROVINCIA        PIC 9(02).
           03  WK-DOM-NUEVA-LOCALIDAD  PIC X(20).
           03  WK-DOM-NUEVO-CP         PIC X(08).
           03  WK-DOM-RESULTADO        PIC X(01).
               88  DOM-COINCIDE                  VALUE "O".
               88  DOM-EN-BLANCO                 VALUE "B".
               88  DOM-CON-PROPUESTA             VALUE "M" "N"
                                                       "U" "C".
               88  DOM-PROPUESTA-MAYUSCULAS      VALUE "M".
               88  DOM-PROPUESTA-NOMBRE          VALUE "N".
               88  DOM-PROPUESTA-UNICA-CP        VALUE "U".
               88  DOM-PROPUESTA-CP              VALUE "C".
               88  DOM-VARIOS-CP                 VALUE "V".
               88  DOM-SIN-COINCIDENCIA          VALUE "S".
               88  DOM-SIN-PROVINCIA             VALUE "P".

       77  WK-CP-BUSCA                 PIC X(08).
       77  WK-LOCALIDAD-MAYUS          PIC X(20).
       77  WK-COMPACTO-DOM             PIC X(20).
       77  WK-COMPACTO-LOC             PIC X(20).

      ******************************************************************
      *    Candidatos de la provincia recorrida en LOCALID: los del
      *    mismo codigo postal y los de igual nombre compactado (sin
      *    blancos, puntos ni guiones) en cualquier codigo postal.
      ******************************************************************
       77  WK-CANT-MISMO-CP            PIC 9(04) COMP.
       77  WK-CANT-MISMO-NOMBRE        PIC 9(04) COMP.
       77  WK-PRIMERA-DEL-CP           PIC X(20).
       77  WK-NOMBRE-EN-CP             PIC X(20).
       77  WK-NOMBRE-OTRO-CP           PIC X(20).
       77  WK-CP-OTRO                  PIC X(08).

      ******************************************************************
      *    Area de compactacion del nombre.
      ******************************************************************
       77  WK-COMP-ENTRADA             PIC X(20).
       77  WK-COMP-SALIDA              PIC X(20).
       77  WK-I                        PIC 9(02) COMP.
       77  WK-J                        PIC 9(02) COMP.

       77  WK-TOTAL-REVISADOS          PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-COINCIDEN          PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-EN-BLANCO          PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-PROPUESTAS         PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-APLICADAS          PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-SIN-UBICAR         PIC 9(06) VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "LOCALIDAD".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTLOCNO.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(48) VALUE
               "NORMALIZACION DE LOCALIDADES Y CODIGOS POSTALES".
           03  FILLER                  PIC X(08) VALUE "FECHA: ".
           03  WK-TI-FECHA             PIC 9(08).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WK-TI-MODO              PIC X(20).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "ORIG CLAVE".
           03  FILLER                  PIC X(35) VALUE
               "LOCALIDAD ACTUAL     CP       PV".
           03  FILLER                  PIC X(31) VALUE
               "LOCALIDAD PROPUESTA  CP".
           03  FILLER                  PIC X(20) VALUE "RESULTADO".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-TIPO               PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-CLIENTE            PIC 9(06).
           03  WK-D-BARRA              PIC X(01).
           03  WK-D-SUCURSAL           PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-LOCALIDAD          PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CP                 PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PROVINCIA          PIC 9(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WK-D-NUEVA-LOCALIDAD    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NUEVO-CP           PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-RESULTADO          PIC X(25).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-CLIENTES      THRU 2000-EXIT
           PERFORM 3000-SUCURSALES    THRU 3000-EXIT
           PERFORM 4000-LUGARES       THRU 4000-EXIT
           PERFORM 5000-TOTALES       THRU 5000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-APLICAR FROM ENVIRONMENT "NORMALIZA-APLICAR"
           IF WK-APLICAR NOT = "S"
              MOVE "N" TO WK-APLICAR
           END-IF
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT LOCALID
           IF STATUS-LOCALID NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LOCALID - STATUS ",
                      STATUS-LOCALID
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF APLICAR-PROPUESTAS
              OPEN I-O CLIENTE
              OPEN I-O CLISUCUR
              OPEN I-O LUGENTRE
              OPEN EXTEND AUDITCLI
              IF STATUS-AUDITCLI = "35"
                 OPEN OUTPUT AUDITCLI
              END-IF
              MOVE "PROPUESTAS APLICADAS" TO WK-TI-MODO
           ELSE
              OPEN INPUT CLIENTE
              OPEN INPUT CLISUCUR
              OPEN INPUT LUGENTRE
              MOVE "SOLO PROPUESTAS" TO WK-TI-MODO
           END-IF
           IF STATUS-CLISUCUR NOT = "00"
              MOVE "N" TO WK-HAY-CLISUCUR
           END-IF
           IF STATUS-LUGENTRE NOT = "00"
              MOVE "N" TO WK-HAY-LUGENTRE
           END-IF
           OPEN OUTPUT RPT-NORMALIZA
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

      ******************************************************************
      *    2000  -  Domicilio principal de los clientes activos.
      ******************************************************************
       2000-CLIENTES.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-PROCESAR-CLIENTE THRU 2200-EXIT
               UNTIL WK-EOF-CLIENTE = "S".
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTE NEXT
               AT END MOVE "S" TO WK-EOF-CLIENTE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROCESAR-CLIENTE.
           IF A101-DADO-DE-BAJA
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE "CLI"              TO WK-DOM-TIPO
           MOVE A101-CLIENTE       TO WK-DOM-CLIENTE
           MOVE ZERO               TO WK-DOM-SUCURSAL
           MOVE A101-LOCALIDAD     TO WK-DOM-LOCALIDAD
           MOVE A101-CODIGO-POSTAL TO WK-DOM-CP
           MOVE A101-PROVINCIA     TO WK-DOM-PROVINCIA
           PERFORM 8000-BUSCAR-PROPUESTA THRU 8000-EXIT
           PERFORM 8200-IMPRIMIR THRU 8200-EXIT
           IF APLICAR-PROPUESTAS AND DOM-CON-PROPUESTA
              MOVE A101-REG TO WK-AUDIT-ANTES
              MOVE WK-DOM-NUEVA-LOCALIDAD TO A101-LOCALIDAD
              MOVE WK-DOM-NUEVO-CP        TO A101-CODIGO-POSTAL
              REWRITE A101-REG
                  INVALID KEY GO TO 2200-SIGUIENTE
              END-REWRITE
              PERFORM 8300-AUDITAR-CLIENTE THRU 8300-EXIT
              ADD 1 TO WK-TOTAL-APLICADAS
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000  -  Sucursales de entrega de los clientes.
      ******************************************************************
       3000-SUCURSALES.
           IF WK-HAY-CLISUCUR = "N"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LEER-CLISUCUR THRU 3100-EXIT
           PERFORM 3200-PROCESAR-SUCURSAL THRU 3200-EXIT
               UNTIL WK-EOF-CLISUCUR = "S".
       3000-EXIT.
           EXIT.

       3100-LEER-CLISUCUR.
           READ CLISUCUR NEXT
               AT END MOVE "S" TO WK-EOF-CLISUCUR
           END-READ.
       3100-EXIT.
           EXIT.

       3200-PROCESAR-SUCURSAL.
           MOVE "SUC"                  TO WK-DOM-TIPO
           MOVE CLISUCUR-CLIENTE       TO WK-DOM-CLIENTE
           MOVE CLISUCUR-SUCURSAL      TO WK-DOM-SUCURSAL
           MOVE CLISUCUR-LOCALIDAD     TO WK-DOM-LOCALIDAD
           MOVE CLISUCUR-CODIGO-POSTAL TO WK-DOM-CP
           MOVE CLISUCUR-PROVINCIA     TO WK-DOM-PROVINCIA
           PERFORM 8000-BUSCAR-PROPUESTA THRU 8000-EXIT
           PERFORM 8200-IMPRIMIR THRU 8200-EXIT
           IF APLICAR-PROPUESTAS AND DOM-CON-PROPUESTA
              MOVE WK-DOM-NUEVA-LOCALIDAD TO CLISUCUR-LOCALIDAD
              MOVE WK-DOM-NUEVO-CP        TO CLISUCUR-CODIGO-POSTAL
              REWRITE CLISUCUR-REG
                  INVALID KEY GO TO 3200-SIGUIENTE
              END-REWRITE
              ADD 1 TO WK-TOTAL-APLICADAS
           END-IF.
       3200-SIGUIENTE.
           PERFORM 3100-LEER-CLISUCUR THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000  -  Lugares de entrega fijos.
      ******************************************************************
       4000-LUGARES.
           IF WK-HAY-LUGENTRE = "N"
              GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LEER-LUGENTRE THRU 4100-EXIT
           PERFORM 4200-PROCESAR-LUGAR THRU 4200-EXIT
               UNTIL WK-EOF-LUGENTRE = "S".
       4000-EXIT.
           EXIT.

       4100-LEER-LUGENTRE.
           READ LUGENTRE NEXT
               AT END MOVE "S" TO WK-EOF-LUGENTRE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-PROCESAR-LUGAR.
           MOVE "LUG"                  TO WK-DOM-TIPO
           MOVE LUGENTRE-CLIENTE       TO WK-DOM-CLIENTE
           MOVE ZERO                   TO WK-DOM-SUCURSAL
           MOVE LUGENTRE-LOCALIDAD     TO WK-DOM-LOCALIDAD
           MOVE LUGENTRE-CODIGO-POSTAL TO WK-DOM-CP
           MOVE LUGENTRE-PROVINCIA     TO WK-DOM-PROVINCIA
           PERFORM 8000-BUSCAR-PROPUESTA THRU 8000-EXIT
           PERFORM 8200-IMPRIMIR THRU 8200-EXIT
           IF APLICAR-PROPUESTAS AND DOM-CON-PROPUESTA
              MOVE WK-DOM-NUEVA-LOCALIDAD TO LUGENTRE-LOCALIDAD
              MOVE WK-DOM-NUEVO-CP        TO LUGENTRE-CODIGO-POSTAL
              REWRITE LUGENTRE-REG
                  INVALID KEY GO TO 4200-SIGUIENTE
              END-REWRITE
              ADD 1 TO WK-TOTAL-APLICADAS
           END-IF.
       4200-SIGUIENTE.
           PERFORM 4100-LEER-LUGENTRE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "DOMICILIOS REVISADOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-REVISADOS  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "COINCIDEN CON EL MAESTRO" TO WK-T-LEYENDA
           MOVE WK-TOTAL-COINCIDEN  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SIN LOCALIDAD NI CODIGO POSTAL" TO WK-T-LEYENDA
           MOVE WK-TOTAL-EN-BLANCO  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CON CORRECCION PROPUESTA" TO WK-T-LEYENDA
           MOVE WK-TOTAL-PROPUESTAS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CORRECCIONES GRABADAS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-APLICADAS  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SIN UBICAR EN EL MAESTRO" TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-UBICAR TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el domicilio WK-DOM en LOCALID y deja el resultado:
      *    coincide tal cual; coincide salvo mayusculas; el codigo
      *    postal existe y tiene una localidad de igual nombre
      *    compactado o una sola localidad; el nombre existe en un
      *    solo codigo postal de la provincia; o no se ubica.
      ******************************************************************
       8000-BUSCAR-PROPUESTA.
           ADD 1 TO WK-TOTAL-REVISADOS
           MOVE SPACES TO WK-DOM-NUEVA-LOCALIDAD WK-DOM-NUEVO-CP
           IF WK-DOM-LOCALIDAD = SPACES AND WK-DOM-CP = SPACES
              MOVE "B" TO WK-DOM-RESULTADO
              ADD 1 TO WK-TOTAL-EN-BLANCO
              GO TO 8000-EXIT
           END-IF
           IF WK-DOM-PROVINCIA = ZERO
              MOVE "P" TO WK-DOM-RESULTADO
              ADD 1 TO WK-TOTAL-SIN-UBICAR
              GO TO 8000-EXIT
           END-IF
           MOVE WK-DOM-LOCALIDAD TO WK-LOCALIDAD-MAYUS
           INSPECT WK-LOCALIDAD-MAYUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WK-DOM-CP TO WK-CP-BUSCA
           IF WK-DOM-CP(1:1) NOT NUMERIC
              AND WK-DOM-CP(2:4) NUMERIC
              MOVE WK-DOM-CP(2:4) TO WK-CP-BUSCA
           END-IF
           MOVE WK-DOM-PROVINCIA   TO LOCALID-PROVINCIA
           MOVE WK-CP-BUSCA        TO LOCALID-CODIGO-POSTAL
           MOVE WK-LOCALIDAD-MAYUS TO LOCALID-NOMBRE
           READ LOCALID
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-LOCALID = "00"
              IF WK-LOCALIDAD-MAYUS = WK-DOM-LOCALIDAD
                 MOVE "O" TO WK-DOM-RESULTADO
                 ADD 1 TO WK-TOTAL-COINCIDEN
              ELSE
                 MOVE WK-LOCALIDAD-MAYUS TO WK-DOM-NUEVA-LOCALIDAD
                 MOVE WK-DOM-CP          TO WK-DOM-NUEVO-CP
                 MOVE "M" TO WK-DOM-RESULTADO
                 ADD 1 TO WK-TOTAL-PROPUESTAS
              END-IF
              GO TO 8000-EXIT
           END-IF
           MOVE WK-LOCALIDAD-MAYUS TO WK-COMP-ENTRADA
           PERFORM 8100-COMPACTAR THRU 8100-EXIT
           MOVE WK-COMP-SALIDA TO WK-COMPACTO-DOM
           PERFORM 8010-RECORRER-PROVINCIA THRU 8010-EXIT
           EVALUATE TRUE
              WHEN WK-NOMBRE-EN-CP NOT = SPACES
                 MOVE WK-NOMBRE-EN-CP TO WK-DOM-NUEVA-LOCALIDAD
                 MOVE WK-DOM-CP       TO WK-DOM-NUEVO-CP
                 MOVE "N" TO WK-DOM-RESULTADO
              WHEN WK-CANT-MISMO-CP = 1
                 MOVE WK-PRIMERA-DEL-CP TO WK-DOM-NUEVA-LOCALIDAD
                 MOVE WK-DOM-CP         TO WK-DOM-NUEVO-CP
                 MOVE "U" TO WK-DOM-RESULTADO
              WHEN WK-CANT-MISMO-NOMBRE = 1
                 MOVE WK-NOMBRE-OTRO-CP TO WK-DOM-NUEVA-LOCALIDAD
                 MOVE WK-CP-OTRO        TO WK-DOM-NUEVO-CP
                 MOVE "C" TO WK-DOM-RESULTADO
              WHEN WK-CANT-MISMO-NOMBRE > 1
                 MOVE "V" TO WK-DOM-RESULTADO
              WHEN OTHER
                 MOVE "S" TO WK-DOM-RESULTADO
           END-EVALUATE
           IF DOM-CON-PROPUESTA
              ADD 1 TO WK-TOTAL-PROPUESTAS
           ELSE
              ADD 1 TO WK-TOTAL-SIN-UBICAR
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre las localidades de la provincia del domicilio y
      *    junta los candidatos del mismo codigo postal y los de
      *    igual nombre compactado.
      ******************************************************************
       8010-RECORRER-PROVINCIA.
           MOVE ZERO   TO WK-CANT-MISMO-CP WK-CANT-MISMO-NOMBRE
           MOVE SPACES TO WK-PRIMERA-DEL-CP WK-NOMBRE-EN-CP
                          WK-NOMBRE-OTRO-CP WK-CP-OTRO
           MOVE "N" TO WK-EOF-LOCALID
           MOVE WK-DOM-PROVINCIA TO LOCALID-PROVINCIA
           MOVE LOW-VALUES TO LOCALID-CODIGO-POSTAL LOCALID-NOMBRE
           START LOCALID KEY > LOCALID-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LOCALID
           END-START
           PERFORM 8020-EXAMINAR-LOCALIDAD THRU 8020-EXIT
               UNTIL WK-EOF-LOCALID = "S".
       8010-EXIT.
           EXIT.

       8020-EXAMINAR-LOCALIDAD.
           READ LOCALID NEXT
               AT END MOVE "S" TO WK-EOF-LOCALID
           END-READ
           IF WK-EOF-LOCALID = "S"
              OR LOCALID-PROVINCIA NOT = WK-DOM-PROVINCIA
              MOVE "S" TO WK-EOF-LOCALID
              GO TO 8020-EXIT
           END-IF
           MOVE LOCALID-NOMBRE TO WK-COMP-ENTRADA
           PERFORM 8100-COMPACTAR THRU 8100-EXIT
           MOVE WK-COMP-SALIDA TO WK-COMPACTO-LOC
           IF LOCALID-CODIGO-POSTAL = WK-CP-BUSCA
              ADD 1 TO WK-CANT-MISMO-CP
              IF WK-CANT-MISMO-CP = 1
                 MOVE LOCALID-NOMBRE TO WK-PRIMERA-DEL-CP
              END-IF
              IF WK-COMPACTO-LOC = WK-COMPACTO-DOM
                 MOVE LOCALID-NOMBRE TO WK-NOMBRE-EN-CP
              END-IF
           END-IF
           IF WK-COMPACTO-LOC = WK-COMPACTO-DOM
              ADD 1 TO WK-CANT-MISMO-NOMBRE
              MOVE LOCALID-NOMBRE        TO WK-NOMBRE-OTRO-CP
              MOVE LOCALID-CODIGO-POSTAL TO WK-CP-OTRO
           END-IF.
       8020-EXIT.
           EXIT.

      ******************************************************************
      *    Copia WK-COMP-ENTRADA a WK-COMP-SALIDA sin blancos, puntos
      *    ni guiones, para comparar "GRAL. PACHECO" con
      *    "GRAL PACHECO" o "VILLA-MARIA" con "VILLA MARIA".
      ******************************************************************
       8100-COMPACTAR.
           MOVE SPACES TO WK-COMP-SALIDA
           MOVE ZERO TO WK-J
           PERFORM 8110-COMPACTAR-CARACTER THRU 8110-EXIT
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 20.
       8100-EXIT.
           EXIT.

       8110-COMPACTAR-CARACTER.
           IF WK-COMP-ENTRADA(WK-I:1) = SPACE OR "." OR "-"
              GO TO 8110-EXIT
           END-IF
           ADD 1 TO WK-J
           MOVE WK-COMP-ENTRADA(WK-I:1) TO WK-COMP-SALIDA(WK-J:1).
       8110-EXIT.
           EXIT.

       8200-IMPRIMIR.
           IF DOM-COINCIDE OR DOM-EN-BLANCO
              GO TO 8200-EXIT
           END-IF
           MOVE WK-DOM-TIPO            TO WK-D-TIPO
           MOVE WK-DOM-CLIENTE         TO WK-D-CLIENTE
           IF WK-DOM-TIPO = "SUC"
              MOVE "/"             TO WK-D-BARRA
              MOVE WK-DOM-SUCURSAL TO WK-D-SUCURSAL
           ELSE
              MOVE SPACES TO WK-D-BARRA WK-D-SUCURSAL
           END-IF
           MOVE WK-DOM-LOCALIDAD       TO WK-D-LOCALIDAD
           MOVE WK-DOM-CP              TO WK-D-CP
           MOVE WK-DOM-PROVINCIA       TO WK-D-PROVINCIA
           MOVE WK-DOM-NUEVA-LOCALIDAD TO WK-D-NUEVA-LOCALIDAD
           MOVE WK-DOM-NUEVO-CP        TO WK-D-NUEVO-CP
           EVALUATE TRUE
              WHEN DOM-PROPUESTA-MAYUSCULAS
                 MOVE "SOLO MAYUSCULAS" TO WK-D-RESULTADO
              WHEN DOM-PROPUESTA-NOMBRE
                 MOVE "NOMBRE DEL MAESTRO" TO WK-D-RESULTADO
              WHEN DOM-PROPUESTA-UNICA-CP
                 MOVE "UNICA LOCALIDAD DEL CP" TO WK-D-RESULTADO
              WHEN DOM-PROPUESTA-CP
                 MOVE "CODIGO POSTAL DEL MAESTRO" TO WK-D-RESULTADO
              WHEN DOM-VARIOS-CP
                 MOVE "SIN UBICAR: VARIOS CP" TO WK-D-RESULTADO
              WHEN DOM-SIN-PROVINCIA
                 MOVE "SIN UBICAR: SIN PROVINCIA" TO WK-D-RESULTADO
              WHEN OTHER
                 MOVE "SIN UBICAR" TO WK-D-RESULTADO
           END-EVALUATE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       8200-EXIT.
           EXIT.

       8300-AUDITAR-CLIENTE.
           MOVE SPACES TO AUDITCLI-REG
           MOVE WK-USUARIO TO AUDITCLI-USUARIO
           ACCEPT AUDITCLI-TERMINAL FROM ENVIRONMENT "TERMINAL"
           ACCEPT AUDITCLI-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITCLI-HORA  FROM TIME
           MOVE "CLIENTE"      TO AUDITCLI-ARCHIVO
           MOVE A101-CLIENTE   TO AUDITCLI-CLAVE
           MOVE "M"            TO AUDITCLI-OPERACION
           MOVE WK-AUDIT-ANTES TO AUDITCLI-IMAGEN-ANTES
           MOVE A101-REG       TO AUDITCLI-IMAGEN-DESPUES
           WRITE AUDITCLI-REG.
       8300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF
           IF WK-HAY-LUGENTRE = "S"
              CLOSE LUGENTRE
           END-IF
           CLOSE LOCALID
           IF APLICAR-PROPUESTAS
              CLOSE AUDITCLI
           END-IF
           CLOSE RPT-NORMALIZA
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO
           DISPLAY "DOMICILIOS REVISADOS  : ", WK-TOTAL-REVISADOS
           DISPLAY "PROPUESTAS  . . . . . : ", WK-TOTAL-PROPUESTAS
           DISPLAY "GRABADAS  . . . . . . : ", WK-TOTAL-APLICADAS
           DISPLAY "SIN UBICAR  . . . . . : ", WK-TOTAL-SIN-UBICAR.
       9000-EXIT.
           EXIT.

       END PROGRAM "LOCALID-NORMALIZA".
