       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "OPERADOR-AUDITORIA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Reporte periodico de
      *                    actividad de los operadores para auditoria
      *                    y separacion de funciones: por operador,
      *                    ingresos e intentos fallidos (SESLOG),
      *                    cambios de clientes y demas asientos de
      *                    AUDITCLI, pedidos sobre el limite
      *                    autorizados, recibos cargados y anulados
      *                    (RECIBOS) y notas cargadas y autorizadas
      *                    (NOTAMAN). Marca como observaciones: la
      *                    nota autorizada por el mismo operador que
      *                    la cargo, el recibo cargado por quien
      *                    modifico los datos de ese cliente en el
      *                    periodo, la actividad fuera del horario
      *                    de FECH-70 o en dia no habil y los recibos
      *                    anulados por encima del tope.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR.SEL".
           COPY "SESLOG.SEL".
           COPY "AUDITCLI.SEL".
           COPY "RECIBOS.SEL".
           COPY "NOTAMAN.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-AUDITORIA ASSIGN TO "RPTOPAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-OBSERV ASSIGN TO "WOPAUD.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "OPERADOR.CPY".
           COPY "SESLOG.CPY".
           COPY "AUDITCLI.CPY".
           COPY "RECIBOS.CPY".
           COPY "NOTAMAN.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-AUDITORIA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-OBSERV.
       01  SD-OBSERV.
           03  SD-USUARIO              PIC X(10).
           03  SD-FECHA                PIC 9(08).
           03  SD-HORA                 PIC 9(04).
           03  SD-TIPO                 PIC X(30).
           03  SD-TEXTO                PIC X(80).

       WORKING-STORAGE SECTION.
       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-SESLOG               PIC X(02).
       77  STATUS-AUDITCLI             PIC X(02).
       77  STATUS-RECIBOS              PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  STATUS-RPT                  PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       77  WK-EOF-ARCHIVO              PIC X(01).
           88  EOF-ARCHIVO                       VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-FECHA-DESDE              PIC 9(08).
       77  WK-FECHA-HASTA              PIC 9(08).

      ******************************************************************
      *    Horario de trabajo (HHMM) de FECH-70 y tope de anulacion
      *    de recibos: por defecto el tope de NC manual sin
      *    supervisor, que es el mismo criterio de importe
      *    relevante que ya usa la carga de notas.
      ******************************************************************
       77  WK-HORA-DESDE               PIC 9(04) VALUE 0800.
       77  WK-HORA-HASTA               PIC 9(04) VALUE 2000.
       77  WK-TOPE-ANULACION           PIC 9(11)V99 VALUE ZERO.
       77  WK-TOPE-INGRESADO           PIC 9(11)V99.

      ******************************************************************
      *    Control de horario: fecha y hora del hecho; sin hora
      *    (recibos y notas) solo se controla el dia habil. El
      *    ultimo dia consultado a FERIADO-CONTROL queda guardado
      *    porque las bitacoras vienen ordenadas por fecha.
      ******************************************************************
       77  WK-CTL-FECHA                PIC 9(08).
       77  WK-CTL-HORA                 PIC 9(04).
       77  WK-CTL-CON-HORA             PIC X(01).
       77  WK-FUERA-HORARIO            PIC X(01).
       77  WK-HAB-FUNCION              PIC X(01) VALUE "H".
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).
       77  WK-HAB-FECHA-ANT            PIC 9(08) VALUE ZERO.

      ******************************************************************
      *    Actividad acumulada por operador: los del maestro
      *    OPERADOR primero, despues los usuarios de las bitacoras
      *    que no estan en el maestro. Si la tabla se llena, el
      *    resto se acumula en la ultima posicion (*OTROS*).
      ******************************************************************
       77  WK-CANT-OPER                PIC 9(03) VALUE ZERO.
       77  WK-IND-OPER                 PIC 9(03).
       77  WK-IND-BUSCA                PIC 9(03).
       77  WK-USUARIO-BUSCA            PIC X(10).
       01  WK-TABLA-OPER.
           03  WK-OPER OCCURS 300 TIMES.
               05  WK-OP-USUARIO       PIC X(10).
               05  WK-OP-NOMBRE        PIC X(20).
               05  WK-OP-INGRESOS      PIC 9(05).
               05  WK-OP-FALLIDOS      PIC 9(05).
               05  WK-OP-BLOQUEOS      PIC 9(03).
               05  WK-OP-CAMBIOS-CLI   PIC 9(05).
               05  WK-OP-OTROS-CAMBIOS PIC 9(05).
               05  WK-OP-AUTORIZ-PED   PIC 9(05).
               05  WK-OP-RECIBOS       PIC 9(05).
               05  WK-OP-IMPORTE-REC   PIC S9(13)V99.
               05  WK-OP-ANULADOS      PIC 9(05).
               05  WK-OP-NOTAS         PIC 9(05).
               05  WK-OP-AUTORIZ-NOT   PIC 9(05).
               05  WK-OP-FUERA-HORA    PIC 9(05).
               05  WK-OP-OBSERV        PIC 9(05).

      ******************************************************************
      *    Clientes modificados en el periodo y por quien, para
      *    cruzarlos con los recibos (un par cliente/operador por
      *    posicion, con la ultima fecha de cambio).
      ******************************************************************
       77  WK-CANT-CAMBIOS             PIC 9(04) VALUE ZERO.
       77  WK-IND-CAMBIO               PIC 9(04).
       77  WK-IND-CB                   PIC 9(04).
       77  WK-CAMBIOS-COMPLETA         PIC X(01) VALUE "N".
       77  WK-CB-CLIENTE-BUSCA         PIC 9(06).
       01  WK-TABLA-CAMBIOS.
           03  WK-CAMBIO OCCURS 3000 TIMES.
               05  WK-CB-CLIENTE       PIC 9(06).
               05  WK-CB-USUARIO       PIC X(10).
               05  WK-CB-FECHA         PIC 9(08).

       77  WK-USUARIO-ANT              PIC X(10).
       77  WK-TOTAL-OBSERV             PIC 9(05) VALUE ZERO.
       77  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
       77  WK-TOPE-EDIT                PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "OPERAUDIT".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTOPAUD.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(32) VALUE
               "AUDITORIA DE OPERADORES DEL ".
           03  WK-TI-DESDE             PIC 9(08).
           03  FILLER                  PIC X(04) VALUE " AL ".
           03  WK-TI-HASTA             PIC 9(08).

       01  WK-LINEA-CRITERIOS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
               "HORARIO DE TRABAJO".
           03  WK-CR-DESDE             PIC 9(04).
           03  FILLER                  PIC X(03) VALUE " A ".
           03  WK-CR-HASTA             PIC 9(04).
           03  FILLER                  PIC X(30) VALUE
               "   TOPE ANULACION DE RECIBOS ".
           03  WK-CR-TOPE              PIC ZZZ,ZZZ,ZZ9.99.

       01  WK-LINEA-SECCION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-SE-TEXTO             PIC X(70).

       01  WK-LINEA-OPERADOR.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "OPERADOR: ".
           03  WK-LO-USUARIO           PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-LO-NOMBRE            PIC X(20).

       01  WK-LINEA-OBSERV.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  WK-O-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-O-HORA               PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-O-TIPO               PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-O-TEXTO              PIC X(79).

       01  WK-HORA-IMPRESA.
           03  WK-HI-HH                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE ":".
           03  WK-HI-MM                PIC 9(02).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(40) VALUE
               "  USUARIO    NOMBRE               INGR. ".
           03  FILLER                  PIC X(40) VALUE
               "FALL. BLQ CLIEN OTROS AUT.P RECIB IMPORT".
           03  FILLER                  PIC X(39) VALUE
               "E RECIBOS ANUL. NOTAS AUT.N F.HOR OBSER".

       01  WK-LINEA-RESUMEN.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-R-USUARIO            PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-NOMBRE             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-INGRESOS           PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-FALLIDOS           PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-BLOQUEOS           PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-CAMBIOS-CLI        PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-OTROS-CAMBIOS      PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-AUTORIZ-PED        PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-RECIBOS            PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-IMPORTE-REC        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-ANULADOS           PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-NOTAS              PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-AUTORIZ-NOT        PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-FUERA-HORA         PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-OBSERV             PIC ZZZZ9.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR        THRU 1000-EXIT
           PERFORM 1100-CARGAR-OPERADORES  THRU 1100-EXIT
           PERFORM 2000-PROCESO            THRU 2000-EXIT
           PERFORM 6000-RESUMEN            THRU 6000-EXIT
           PERFORM 9000-FINALIZAR          THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = PRIMERO DEL MES): "
           ACCEPT WK-FECHA-DESDE
           IF WK-FECHA-DESDE = ZERO
              MOVE WK-FECHA-HOY TO WK-FECHA-DESDE
              MOVE "01" TO WK-FECHA-DESDE(7:2)
           END-IF
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = HOY): "
           ACCEPT WK-FECHA-HASTA
           IF WK-FECHA-HASTA = ZERO
              MOVE WK-FECHA-HOY TO WK-FECHA-HASTA
           END-IF
           IF WK-FECHA-HASTA < WK-FECHA-DESDE
              DISPLAY "PERIODO INVALIDO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WK-TOPE-ANULACION TO WK-TOPE-EDIT
           DISPLAY "TOPE DE ANULACION DE RECIBOS (ENTER = ",
                   WK-TOPE-EDIT, "): "
           ACCEPT WK-TOPE-INGRESADO
           IF WK-TOPE-INGRESADO NOT = ZERO
              MOVE WK-TOPE-INGRESADO TO WK-TOPE-ANULACION
           END-IF
           OPEN OUTPUT RPT-AUDITORIA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-DESDE TO WK-TI-DESDE
           MOVE WK-FECHA-HASTA TO WK-TI-HASTA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE WK-HORA-DESDE     TO WK-CR-DESDE
           MOVE WK-HORA-HASTA     TO WK-CR-HASTA
           MOVE WK-TOPE-ANULACION TO WK-CR-TOPE
           WRITE RPT-LINEA FROM WK-LINEA-CRITERIOS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70: razon social,
      *    horario de trabajo y tope de NC sin supervisor.
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
              IF FECH-70-HORARIO-DESDE NUMERIC
                 AND FECH-70-HORARIO-DESDE > ZERO
                 MOVE FECH-70-HORARIO-DESDE TO WK-HORA-DESDE
              END-IF
              IF FECH-70-HORARIO-HASTA NUMERIC
                 AND FECH-70-HORARIO-HASTA > ZERO
                 MOVE FECH-70-HORARIO-HASTA TO WK-HORA-HASTA
              END-IF
              IF FECH-70-TOPE-NC NUMERIC
                 MOVE FECH-70-TOPE-NC TO WK-TOPE-ANULACION
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Los operadores del maestro entran primero a la tabla,
      *    asi el resumen los muestra a todos, tengan o no
      *    actividad en el periodo.
      ******************************************************************
       1100-CARGAR-OPERADORES.
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR NOT = "00"
              MOVE "SIN MAESTRO DE OPERADORES" TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
              GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           PERFORM 1110-LEER-OPERADOR THRU 1110-EXIT
               UNTIL EOF-ARCHIVO
           CLOSE OPERADOR.
       1100-EXIT.
           EXIT.

       1110-LEER-OPERADOR.
           READ OPERADOR NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF EOF-ARCHIVO
              GO TO 1110-EXIT
           END-IF
           MOVE OPERADOR-USUARIO TO WK-USUARIO-BUSCA
           PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
           MOVE OPERADOR-NOMBRE TO WK-OP-NOMBRE(WK-IND-OPER).
       1110-EXIT.
           EXIT.

      ******************************************************************
      *    Las observaciones de todas las bitacoras se ordenan por
      *    operador, fecha y hora para el reporte.
      ******************************************************************
       2000-PROCESO.
           SORT WORK-OBSERV
               ON ASCENDING KEY SD-USUARIO SD-FECHA SD-HORA
               INPUT PROCEDURE  3000-RELEVAR          THRU 3000-EXIT
               OUTPUT PROCEDURE 5000-IMPRIMIR-OBSERV  THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

       3000-RELEVAR.
           PERFORM 3100-SESIONES  THRU 3100-EXIT
           PERFORM 3200-AUDITORIA THRU 3200-EXIT
           PERFORM 3300-RECIBOS   THRU 3300-EXIT
           PERFORM 3400-NOTAS     THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    SESLOG: ingresos, claves erroneas y bloqueos; cualquier
      *    intento fuera de horario o en dia no habil se observa.
      ******************************************************************
       3100-SESIONES.
           OPEN INPUT SESLOG
           IF STATUS-SESLOG NOT = "00"
              MOVE "SIN BITACORA DE SESIONES (SESLOG)" TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
              GO TO 3100-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           PERFORM 3110-PROCESAR-SESION THRU 3110-EXIT
               UNTIL EOF-ARCHIVO
           CLOSE SESLOG.
       3100-EXIT.
           EXIT.

       3110-PROCESAR-SESION.
           READ SESLOG
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF EOF-ARCHIVO
              GO TO 3110-EXIT
           END-IF
           IF SESLOG-FECHA < WK-FECHA-DESDE
              OR SESLOG-FECHA > WK-FECHA-HASTA
              GO TO 3110-EXIT
           END-IF
           MOVE SESLOG-USUARIO TO WK-USUARIO-BUSCA
           PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
           EVALUATE TRUE
              WHEN SESLOG-INGRESO-OK
                 ADD 1 TO WK-OP-INGRESOS(WK-IND-OPER)
              WHEN SESLOG-CLAVE-MAL
                 ADD 1 TO WK-OP-FALLIDOS(WK-IND-OPER)
              WHEN SESLOG-CUENTA-BLOQUEADA
                 ADD 1 TO WK-OP-BLOQUEOS(WK-IND-OPER)
           END-EVALUATE
           MOVE SESLOG-FECHA TO WK-CTL-FECHA
           DIVIDE SESLOG-HORA BY 10000 GIVING WK-CTL-HORA
           MOVE "S" TO WK-CTL-CON-HORA
           PERFORM 8200-CONTROLAR-HORARIO THRU 8200-EXIT
           IF WK-FUERA-HORARIO = "N"
              GO TO 3110-EXIT
           END-IF
           ADD 1 TO WK-OP-FUERA-HORA(WK-IND-OPER)
           MOVE "FUERA DE HORARIO" TO SD-TIPO
           MOVE SPACES TO SD-TEXTO
           EVALUATE TRUE
              WHEN SESLOG-INGRESO-OK
                 STRING "INGRESO DESDE LA TERMINAL "
                        SESLOG-TERMINAL
                     DELIMITED BY SIZE INTO SD-TEXTO
              WHEN SESLOG-CLAVE-MAL
                 STRING "CLAVE ERRONEA DESDE LA TERMINAL "
                        SESLOG-TERMINAL
                     DELIMITED BY SIZE INTO SD-TEXTO
              WHEN OTHER
                 STRING "INTENTO CON LA CUENTA BLOQUEADA DESDE "
                        SESLOG-TERMINAL
                     DELIMITED BY SIZE INTO SD-TEXTO
           END-EVALUATE
           PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      *    AUDITCLI: cambios de clientes (que se guardan para el
      *    cruce con los recibos), pedidos sobre el limite
      *    autorizados por un supervisor y los demas asientos
      *    (operadores, periodos, inventario).
      ******************************************************************
       3200-AUDITORIA.
           OPEN INPUT AUDITCLI
           IF STATUS-AUDITCLI NOT = "00"
              MOVE "SIN ARCHIVO DE AUDITORIA (AUDITCLI)" TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
              GO TO 3200-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           PERFORM 3210-PROCESAR-ASIENTO THRU 3210-EXIT
               UNTIL EOF-ARCHIVO
           CLOSE AUDITCLI.
       3200-EXIT.
           EXIT.

       3210-PROCESAR-ASIENTO.
           READ AUDITCLI
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF EOF-ARCHIVO
              GO TO 3210-EXIT
           END-IF
           IF AUDITCLI-FECHA < WK-FECHA-DESDE
              OR AUDITCLI-FECHA > WK-FECHA-HASTA
              GO TO 3210-EXIT
           END-IF
           MOVE AUDITCLI-USUARIO TO WK-USUARIO-BUSCA
           PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
           EVALUATE AUDITCLI-ARCHIVO
              WHEN "CLIENTE"
                 ADD 1 TO WK-OP-CAMBIOS-CLI(WK-IND-OPER)
                 IF AUDITCLI-OPERACION NOT = "A"
                    AND AUDITCLI-CLAVE(1:6) NUMERIC
                    PERFORM 3220-GUARDAR-CAMBIO THRU 3220-EXIT
                 END-IF
              WHEN "PEDIDOS"
                 ADD 1 TO WK-OP-AUTORIZ-PED(WK-IND-OPER)
              WHEN OTHER
                 ADD 1 TO WK-OP-OTROS-CAMBIOS(WK-IND-OPER)
           END-EVALUATE
           MOVE AUDITCLI-FECHA TO WK-CTL-FECHA
           DIVIDE AUDITCLI-HORA BY 10000 GIVING WK-CTL-HORA
           MOVE "S" TO WK-CTL-CON-HORA
           PERFORM 8200-CONTROLAR-HORARIO THRU 8200-EXIT
           IF WK-FUERA-HORARIO = "N"
              GO TO 3210-EXIT
           END-IF
           ADD 1 TO WK-OP-FUERA-HORA(WK-IND-OPER)
           MOVE "FUERA DE HORARIO" TO SD-TIPO
           MOVE SPACES TO SD-TEXTO
           STRING "CAMBIO EN " AUDITCLI-ARCHIVO
                  " CLAVE " AUDITCLI-CLAVE
                  " OPERACION " AUDITCLI-OPERACION
               DELIMITED BY SIZE INTO SD-TEXTO
           PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *    Modificacion, baja, deshacer o reactivacion de un
      *    cliente: se guarda el par cliente/operador con la ultima
      *    fecha. Las altas no cuentan (quien da de alta un cliente
      *    no tiene un dato anterior que cambiar).
      ******************************************************************
       3220-GUARDAR-CAMBIO.
           MOVE AUDITCLI-CLAVE(1:6) TO WK-CB-CLIENTE-BUSCA
           PERFORM 8400-BUSCAR-CAMBIO THRU 8400-EXIT
           IF WK-IND-CAMBIO NOT = ZERO
              MOVE AUDITCLI-FECHA TO WK-CB-FECHA(WK-IND-CAMBIO)
              GO TO 3220-EXIT
           END-IF
           IF WK-CANT-CAMBIOS = 3000
              MOVE "S" TO WK-CAMBIOS-COMPLETA
              GO TO 3220-EXIT
           END-IF
           ADD 1 TO WK-CANT-CAMBIOS
           MOVE WK-CB-CLIENTE-BUSCA TO WK-CB-CLIENTE(WK-CANT-CAMBIOS)
           MOVE WK-USUARIO-BUSCA    TO WK-CB-USUARIO(WK-CANT-CAMBIOS)
           MOVE AUDITCLI-FECHA      TO WK-CB-FECHA(WK-CANT-CAMBIOS).
       3220-EXIT.
           EXIT.

      ******************************************************************
      *    RECIBOS del periodo: cargados y anulados por operador.
      *    Se observan el recibo de un cliente cuyos datos modifico
      *    el mismo operador, el anulado por encima del tope y el
      *    cargado en dia no habil.
      ******************************************************************
       3300-RECIBOS.
           OPEN INPUT RECIBOS
           IF STATUS-RECIBOS NOT = "00"
              MOVE "SIN ARCHIVO DE RECIBOS" TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
              GO TO 3300-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           MOVE ZERO TO RECIBO-NRO
           START RECIBOS KEY >= RECIBO-NRO
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           PERFORM 3310-PROCESAR-RECIBO THRU 3310-EXIT
               UNTIL EOF-ARCHIVO
           CLOSE RECIBOS.
       3300-EXIT.
           EXIT.

       3310-PROCESAR-RECIBO.
           READ RECIBOS NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF EOF-ARCHIVO
              GO TO 3310-EXIT
           END-IF
           IF RECIBO-FECHA < WK-FECHA-DESDE
              OR RECIBO-FECHA > WK-FECHA-HASTA
              GO TO 3310-EXIT
           END-IF
           MOVE RECIBO-USUARIO TO WK-USUARIO-BUSCA
           PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
           ADD 1 TO WK-OP-RECIBOS(WK-IND-OPER)
           ADD RECIBO-IMPORTE TO WK-OP-IMPORTE-REC(WK-IND-OPER)
           MOVE RECIBO-FECHA TO WK-CTL-FECHA
           MOVE ZERO TO WK-CTL-HORA
           IF NOT RECIBO-VIGENTE-SI
              ADD 1 TO WK-OP-ANULADOS(WK-IND-OPER)
              IF RECIBO-IMPORTE > WK-TOPE-ANULACION
                 MOVE RECIBO-IMPORTE TO WK-IMPORTE-EDIT
                 MOVE "ANULACION SOBRE EL TOPE" TO SD-TIPO
                 MOVE SPACES TO SD-TEXTO
                 STRING "RECIBO " RECIBO-NRO
                        " CLIENTE " RECIBO-CLIENTE
                        " IMPORTE " WK-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO SD-TEXTO
                 PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT
              END-IF
           END-IF
           MOVE RECIBO-CLIENTE TO WK-CB-CLIENTE-BUSCA
           PERFORM 8400-BUSCAR-CAMBIO THRU 8400-EXIT
           IF WK-IND-CAMBIO NOT = ZERO
              MOVE RECIBO-IMPORTE TO WK-IMPORTE-EDIT
              MOVE "RECIBO DE CLIENTE QUE MODIFICO" TO SD-TIPO
              MOVE SPACES TO SD-TEXTO
              STRING "RECIBO " RECIBO-NRO
                     " CLIENTE " RECIBO-CLIENTE
                     " IMPORTE " WK-IMPORTE-EDIT
                     " - CAMBIO DEL " WK-CB-FECHA(WK-IND-CAMBIO)
                  DELIMITED BY SIZE INTO SD-TEXTO
              PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT
           END-IF
           MOVE "N" TO WK-CTL-CON-HORA
           PERFORM 8200-CONTROLAR-HORARIO THRU 8200-EXIT
           IF WK-FUERA-HORARIO = "N"
              GO TO 3310-EXIT
           END-IF
           ADD 1 TO WK-OP-FUERA-HORA(WK-IND-OPER)
           MOVE "FUERA DE HORARIO" TO SD-TIPO
           MOVE SPACES TO SD-TEXTO
           STRING "RECIBO " RECIBO-NRO " CLIENTE " RECIBO-CLIENTE
                  " CARGADO EN DIA NO HABIL"
               DELIMITED BY SIZE INTO SD-TEXTO
           PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT.
       3310-EXIT.
           EXIT.

      ******************************************************************
      *    NOTAMAN del periodo: notas cargadas por operador y
      *    autorizaciones por supervisor; la nota autorizada por el
      *    mismo que la cargo se observa.
      ******************************************************************
       3400-NOTAS.
           OPEN INPUT NOTAMAN
           IF STATUS-NOTAMAN NOT = "00"
              MOVE "SIN REGISTRO DE NOTAS MANUALES (NOTAMAN)"
                TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
              GO TO 3400-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           MOVE SPACES TO NOTAMAN-TIPO
           MOVE ZEROS  TO NOTAMAN-NRO
           START NOTAMAN KEY >= NOTAMAN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           PERFORM 3410-PROCESAR-NOTA THRU 3410-EXIT
               UNTIL EOF-ARCHIVO
           CLOSE NOTAMAN.
       3400-EXIT.
           EXIT.

       3410-PROCESAR-NOTA.
           READ NOTAMAN NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF EOF-ARCHIVO
              GO TO 3410-EXIT
           END-IF
           IF NOTAMAN-FECHA < WK-FECHA-DESDE
              OR NOTAMAN-FECHA > WK-FECHA-HASTA
              GO TO 3410-EXIT
           END-IF
           IF NOTAMAN-SUPERVISOR NOT = SPACES
              MOVE NOTAMAN-SUPERVISOR TO WK-USUARIO-BUSCA
              PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
              ADD 1 TO WK-OP-AUTORIZ-NOT(WK-IND-OPER)
           END-IF
           MOVE NOTAMAN-USUARIO TO WK-USUARIO-BUSCA
           PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
           ADD 1 TO WK-OP-NOTAS(WK-IND-OPER)
           MOVE NOTAMAN-FECHA TO WK-CTL-FECHA
           MOVE ZERO TO WK-CTL-HORA
           IF NOTAMAN-SUPERVISOR = NOTAMAN-USUARIO
              AND NOTAMAN-SUPERVISOR NOT = SPACES
              MOVE NOTAMAN-IMPORTE TO WK-IMPORTE-EDIT
              MOVE "CARGA Y AUTORIZA" TO SD-TIPO
              MOVE SPACES TO SD-TEXTO
              STRING "NOTA " NOTAMAN-TIPO "-" NOTAMAN-NRO
                     " CLIENTE " NOTAMAN-CLIENTE
                     " IMPORTE " WK-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO SD-TEXTO
              PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT
           END-IF
           MOVE "N" TO WK-CTL-CON-HORA
           PERFORM 8200-CONTROLAR-HORARIO THRU 8200-EXIT
           IF WK-FUERA-HORARIO = "N"
              GO TO 3410-EXIT
           END-IF
           ADD 1 TO WK-OP-FUERA-HORA(WK-IND-OPER)
           MOVE "FUERA DE HORARIO" TO SD-TIPO
           MOVE SPACES TO SD-TEXTO
           STRING "NOTA " NOTAMAN-TIPO "-" NOTAMAN-NRO
                  " CLIENTE " NOTAMAN-CLIENTE
                  " CARGADA EN DIA NO HABIL"
               DELIMITED BY SIZE INTO SD-TEXTO
           PERFORM 8300-GRABAR-OBSERVACION THRU 8300-EXIT.
       3410-EXIT.
           EXIT.

      ******************************************************************
      *    Observaciones agrupadas por operador.
      ******************************************************************
       5000-IMPRIMIR-OBSERV.
           MOVE "OBSERVACIONES POR OPERADOR" TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           IF WK-CAMBIOS-COMPLETA = "S"
              MOVE "CRUCE CON RECIBOS PARCIAL: TABLA DE CAMBIOS LLENA"
                TO WK-SE-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
           END-IF
           MOVE LOW-VALUES TO WK-USUARIO-ANT
           RETURN WORK-OBSERV
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN
           PERFORM 5100-IMPRIMIR-LINEA THRU 5100-EXIT
               UNTIL EOF-SORT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "TOTAL DE OBSERVACIONES" TO WK-T-LEYENDA
           MOVE WK-TOTAL-OBSERV TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-LINEA.
           IF SD-USUARIO NOT = WK-USUARIO-ANT
              MOVE SD-USUARIO TO WK-USUARIO-ANT WK-USUARIO-BUSCA
              PERFORM 8000-BUSCAR-OPERADOR THRU 8000-EXIT
              MOVE SPACES TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE SD-USUARIO TO WK-LO-USUARIO
              MOVE WK-OP-NOMBRE(WK-IND-OPER) TO WK-LO-NOMBRE
              WRITE RPT-LINEA FROM WK-LINEA-OPERADOR
           END-IF
           MOVE SD-FECHA TO WK-O-FECHA
           MOVE SPACES   TO WK-O-HORA
           IF SD-HORA NOT = ZERO
              DIVIDE SD-HORA BY 100 GIVING WK-HI-HH
                  REMAINDER WK-HI-MM
              MOVE WK-HORA-IMPRESA TO WK-O-HORA
           END-IF
           MOVE SD-TIPO  TO WK-O-TIPO
           MOVE SD-TEXTO TO WK-O-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-OBSERV
           RETURN WORK-OBSERV
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    Resumen de actividad por operador.
      ******************************************************************
       6000-RESUMEN.
           MOVE "ACTIVIDAD POR OPERADOR" TO WK-SE-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-SECCION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
           PERFORM 6100-IMPRIMIR-OPERADOR THRU 6100-EXIT
               VARYING WK-IND-OPER FROM 1 BY 1
               UNTIL WK-IND-OPER > WK-CANT-OPER.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-OPERADOR.
           MOVE WK-OP-USUARIO(WK-IND-OPER)       TO WK-R-USUARIO
           MOVE WK-OP-NOMBRE(WK-IND-OPER)        TO WK-R-NOMBRE
           MOVE WK-OP-INGRESOS(WK-IND-OPER)      TO WK-R-INGRESOS
           MOVE WK-OP-FALLIDOS(WK-IND-OPER)      TO WK-R-FALLIDOS
           MOVE WK-OP-BLOQUEOS(WK-IND-OPER)      TO WK-R-BLOQUEOS
           MOVE WK-OP-CAMBIOS-CLI(WK-IND-OPER)   TO WK-R-CAMBIOS-CLI
           MOVE WK-OP-OTROS-CAMBIOS(WK-IND-OPER) TO WK-R-OTROS-CAMBIOS
           MOVE WK-OP-AUTORIZ-PED(WK-IND-OPER)   TO WK-R-AUTORIZ-PED
           MOVE WK-OP-RECIBOS(WK-IND-OPER)       TO WK-R-RECIBOS
           MOVE WK-OP-IMPORTE-REC(WK-IND-OPER)   TO WK-R-IMPORTE-REC
           MOVE WK-OP-ANULADOS(WK-IND-OPER)      TO WK-R-ANULADOS
           MOVE WK-OP-NOTAS(WK-IND-OPER)         TO WK-R-NOTAS
           MOVE WK-OP-AUTORIZ-NOT(WK-IND-OPER)   TO WK-R-AUTORIZ-NOT
           MOVE WK-OP-FUERA-HORA(WK-IND-OPER)    TO WK-R-FUERA-HORA
           MOVE WK-OP-OBSERV(WK-IND-OPER)        TO WK-R-OBSERV
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    Deja en WK-IND-OPER la posicion de WK-USUARIO-BUSCA en la
      *    tabla de operadores, agregandolo si no estaba.
      ******************************************************************
       8000-BUSCAR-OPERADOR.
           IF WK-USUARIO-BUSCA = SPACES
              MOVE "*BLANCO*" TO WK-USUARIO-BUSCA
           END-IF
           MOVE ZERO TO WK-IND-OPER
           PERFORM 8010-COMPARAR-OPERADOR THRU 8010-EXIT
               VARYING WK-IND-BUSCA FROM 1 BY 1
               UNTIL WK-IND-BUSCA > WK-CANT-OPER
                  OR WK-IND-OPER NOT = ZERO
           IF WK-IND-OPER NOT = ZERO
              GO TO 8000-EXIT
           END-IF
           IF WK-CANT-OPER NOT < 299
              IF WK-CANT-OPER = 299
                 MOVE 300 TO WK-CANT-OPER
                 INITIALIZE WK-OPER(300)
                 MOVE "*OTROS*" TO WK-OP-USUARIO(300)
                 MOVE "(TABLA COMPLETA)" TO WK-OP-NOMBRE(300)
              END-IF
              MOVE 300 TO WK-IND-OPER
              GO TO 8000-EXIT
           END-IF
           ADD 1 TO WK-CANT-OPER
           MOVE WK-CANT-OPER TO WK-IND-OPER
           INITIALIZE WK-OPER(WK-IND-OPER)
           MOVE WK-USUARIO-BUSCA TO WK-OP-USUARIO(WK-IND-OPER)
           MOVE "(NO ESTA EN EL MAESTRO)" TO WK-OP-NOMBRE(WK-IND-OPER).
       8000-EXIT.
           EXIT.

       8010-COMPARAR-OPERADOR.
           IF WK-OP-USUARIO(WK-IND-BUSCA) = WK-USUARIO-BUSCA
              MOVE WK-IND-BUSCA TO WK-IND-OPER
           END-IF.
       8010-EXIT.
           EXIT.

      ******************************************************************
      *    WK-FUERA-HORARIO = 'S' si WK-CTL-FECHA no es dia habil
      *    (FERIADO-CONTROL) o, con hora, si WK-CTL-HORA cae fuera
      *    del horario de trabajo.
      ******************************************************************
       8200-CONTROLAR-HORARIO.
           MOVE "N" TO WK-FUERA-HORARIO
           IF WK-CTL-FECHA NOT = WK-HAB-FECHA-ANT
              MOVE WK-CTL-FECHA TO WK-HAB-FECHA-ANT
              CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION
                   WK-HAB-FECHA-ANT WK-HAB-RESULTADO WK-HAB-ES-HABIL
           END-IF
           IF WK-HAB-ES-HABIL = "N"
              MOVE "S" TO WK-FUERA-HORARIO
              GO TO 8200-EXIT
           END-IF
           IF WK-CTL-CON-HORA = "S"
              AND (WK-CTL-HORA < WK-HORA-DESDE
                   OR WK-CTL-HORA NOT < WK-HORA-HASTA)
              MOVE "S" TO WK-FUERA-HORARIO
           END-IF.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Entrega una observacion al sort a nombre del operador de
      *    WK-IND-OPER, con la fecha y hora de WK-CTL-FECHA/-HORA.
      ******************************************************************
       8300-GRABAR-OBSERVACION.
           MOVE WK-OP-USUARIO(WK-IND-OPER) TO SD-USUARIO
           MOVE WK-CTL-FECHA TO SD-FECHA
           MOVE WK-CTL-HORA  TO SD-HORA
           ADD 1 TO WK-OP-OBSERV(WK-IND-OPER)
           ADD 1 TO WK-TOTAL-OBSERV
           RELEASE SD-OBSERV.
       8300-EXIT.
           EXIT.

      ******************************************************************
      *    Deja en WK-IND-CAMBIO la posicion del par cliente
      *    WK-CB-CLIENTE-BUSCA / operador WK-USUARIO-BUSCA en la
      *    tabla de cambios; cero si no esta.
      ******************************************************************
       8400-BUSCAR-CAMBIO.
           MOVE ZERO TO WK-IND-CAMBIO
           PERFORM 8410-COMPARAR-CAMBIO THRU 8410-EXIT
               VARYING WK-IND-CB FROM 1 BY 1
               UNTIL WK-IND-CB > WK-CANT-CAMBIOS
                  OR WK-IND-CAMBIO NOT = ZERO.
       8400-EXIT.
           EXIT.

       8410-COMPARAR-CAMBIO.
           IF WK-CB-CLIENTE(WK-IND-CB) = WK-CB-CLIENTE-BUSCA
              AND WK-CB-USUARIO(WK-IND-CB) = WK-USUARIO-BUSCA
              MOVE WK-IND-CB TO WK-IND-CAMBIO
           END-IF.
       8410-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE RPT-AUDITORIA
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO
           DISPLAY "OBSERVACIONES: ", WK-TOTAL-OBSERV.
       9000-EXIT.
           EXIT.

       END PROGRAM "OPERADOR-AUDITORIA".
