       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "SOLCRED-ENTRADA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Solicitudes de cambio
      *                    de limite de credito por consola: el
      *                    vendedor o analista propone el limite
      *                    nuevo con su justificacion viendo el
      *                    score (SCORECLI), la antiguedad de la
      *                    deuda (MOVCTAC) y las ventas de los
      *                    ultimos 12 meses (ESTADCLI); la solicitud
      *                    queda pendiente con el nivel de CREDNIVEL
      *                    que le corresponde. Pantalla de pendientes
      *                    para los aprobadores: solo la aprobacion
      *                    actualiza A101-MONTO-CREDITO y
      *                    A101-FECHA-CREDITO, con su imagen en
      *                    AUDITCLI.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "SOLCRED.SEL".
           COPY "CREDNIVEL.SEL".
           COPY "OPERADOR.SEL".
           COPY "SCORECLI.SEL".
           COPY "MOVCTAC.SEL".
           COPY "ESTADCLI.SEL".
           COPY "AUDITCLI.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "SOLCRED.CPY".
           COPY "CREDNIVEL.CPY".
           COPY "OPERADOR.CPY".
           COPY "SCORECLI.CPY".
           COPY "MOVCTAC.CPY".
           COPY "ESTADCLI.CPY".
           COPY "AUDITCLI.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-SOLCRED              PIC X(02).
       77  STATUS-CREDNIVEL            PIC X(02).
       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-SCORECLI             PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-ESTADCLI             PIC X(02).
       77  STATUS-AUDITCLI             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-OPCION                   PIC X(01).
       77  WK-RESPUESTA                PIC X(01).
       77  WK-USUARIO                  PIC X(10).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-HORA                     PIC 9(08).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-NRO                      PIC 9(04).
       77  WK-ULTIMO-NRO               PIC 9(04).
       77  WK-LIMITE-PROPUESTO         PIC 9(11)V99.
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-SOLCRED           PIC X(01).
       77  WK-HAY-PENDIENTE            PIC X(01).
       77  WK-EOF-SOLCRED              PIC X(01).
       77  WK-EOF-CREDNIVEL            PIC X(01).
       77  WK-CANT-LISTADAS            PIC 9(05).

      ******************************************************************
      *    Archivos de consulta: sin ellos la solicitud se carga
      *    igual, con el dato faltante informado en pantalla.
      ******************************************************************
       77  WK-HAY-CREDNIVEL            PIC X(01) VALUE "N".
       77  WK-HAY-OPERADOR             PIC X(01) VALUE "N".
       77  WK-HAY-SCORECLI             PIC X(01) VALUE "N".
       77  WK-HAY-MOVCTAC              PIC X(01) VALUE "N".
       77  WK-HAY-ESTADCLI             PIC X(01) VALUE "N".

      ******************************************************************
      *    Nivel de aprobacion. WK-NIVEL-USUARIO es el nivel mas alto
      *    cuyo perfil coincide con el OPERADOR-PERFIL del usuario
      *    (cero = no aprueba); sin tabla CREDNIVEL el perfil
      *    SUPERVISOR aprueba todo en el nivel 1.
      ******************************************************************
       77  WK-PERFIL-USUARIO           PIC X(10) VALUE SPACES.
       77  WK-NIVEL-USUARIO            PIC 9(01) VALUE ZERO.
       77  WK-NIVEL-REQUERIDO          PIC 9(01).
       77  WK-PERFIL-REQUERIDO         PIC X(10).
       77  WK-NIVEL-ENCONTRADO         PIC X(01).

      ******************************************************************
      *    Antiguedad de la deuda, con el mismo criterio que
      *    AGING-REPORTE: los debitos van al balde de su fecha y los
      *    creditos cancelan desde el balde mas viejo.
      ******************************************************************
       77  WK-FECHA-30                 PIC 9(08).
       77  WK-FECHA-60                 PIC 9(08).
       77  WK-FECHA-90                 PIC 9(08).
       77  WK-EOF-MOVCTAC              PIC X(01).
       77  WK-IND-OCURR                PIC 9.
       77  WK-IND-BALDE                PIC 9.
       01  WK-BALDES.
           03  WK-BALDE OCCURS 4 TIMES PIC S9(14)V99.
       77  WK-CREDITOS                 PIC S9(14)V99.
       77  WK-TOTAL-OCURR              PIC S9(14)V99.

       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-RESTO                 PIC 9(04).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      *    Ventas de los ultimos 12 meses (ESTADCLI), desde el mes
      *    actual menos once.
      ******************************************************************
       01  WK-PERIODO.
           03  WK-PER-ANIO             PIC 9(04).
           03  WK-PER-MES              PIC 9(02).
       77  WK-CANT-MESES               PIC 9(02).
       77  WK-TOTAL-VENTAS             PIC S9(15)V99.

       77  WK-AUDIT-CLAVE              PIC X(10).
       01  WK-AUDIT-ANTES              PIC X(1000).

       01  WK-LINEA-BALDES.
           03  FILLER                  PIC X(07) VALUE "  OCUR ".
           03  WK-B-OCURR              PIC 9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-BALDE-1            PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-BALDE-2            PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-BALDE-3            PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-B-BALDE-4            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WK-LINEA-VENTA.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WK-V-MES                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-V-ANIO               PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-NETO               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-DOCS               PIC ZZ,ZZ9.

       01  WK-LINEA-SOLICITUD.
           03  WK-S-CLIENTE            PIC 9(06).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-S-NRO                PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-SOLICITANTE        PIC X(10).
           03  WK-S-ACTUAL             PIC ZZZ,ZZZ,ZZ9.99.
           03  WK-S-PROPUESTO          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-NIVEL              PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-ESTADO             PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-MARCA              PIC X(01).

       01  WK-EDITADO                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *    1000  -  APERTURA DE ARCHIVOS, FECHAS DE CORTE Y NIVEL
      *             DE APROBACION DEL USUARIO
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE 30 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-FECHA-30
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE 60 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-FECHA-60
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE 90 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-FECHA-90
           OPEN I-O CLIENTE
           OPEN I-O SOLCRED
           IF STATUS-SOLCRED = "35"
              OPEN OUTPUT SOLCRED
              CLOSE SOLCRED
              OPEN I-O SOLCRED
           END-IF
           OPEN EXTEND AUDITCLI
           IF STATUS-AUDITCLI = "35"
              OPEN OUTPUT AUDITCLI
           END-IF
           OPEN INPUT CREDNIVEL
           IF STATUS-CREDNIVEL = "00"
              MOVE "S" TO WK-HAY-CREDNIVEL
           END-IF
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF
           OPEN INPUT SCORECLI
           IF STATUS-SCORECLI = "00"
              MOVE "S" TO WK-HAY-SCORECLI
           END-IF
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC = "00"
              MOVE "S" TO WK-HAY-MOVCTAC
           END-IF
           OPEN INPUT ESTADCLI
           IF STATUS-ESTADCLI = "00"
              MOVE "S" TO WK-HAY-ESTADCLI
           END-IF
           PERFORM 1100-NIVEL-USUARIO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    El usuario aprueba si esta habilitado en OPERADOR y su
      *    perfil figura en algun nivel de CREDNIVEL; se queda con
      *    el nivel mas alto en que figura.
      ******************************************************************
       1100-NIVEL-USUARIO.
           MOVE ZERO TO WK-NIVEL-USUARIO
           IF WK-HAY-OPERADOR = "N"
              GO TO 1100-EXIT
           END-IF
           MOVE WK-USUARIO TO OPERADOR-USUARIO
           READ OPERADOR
               INVALID KEY GO TO 1100-EXIT
           END-READ
           IF NOT OPERADOR-HABILITADO
              GO TO 1100-EXIT
           END-IF
           MOVE OPERADOR-PERFIL TO WK-PERFIL-USUARIO
           IF WK-HAY-CREDNIVEL = "N"
              IF OPERADOR-SUPERVISOR
                 MOVE 1 TO WK-NIVEL-USUARIO
              END-IF
              GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WK-EOF-CREDNIVEL
           MOVE ZERO TO CREDNIV-NIVEL
           START CREDNIVEL KEY >= CREDNIV-NIVEL
               INVALID KEY MOVE "S" TO WK-EOF-CREDNIVEL
           END-START
           PERFORM 1110-BUSCAR-PERFIL THRU 1110-EXIT
               UNTIL WK-EOF-CREDNIVEL = "S".
       1100-EXIT.
           EXIT.

       1110-BUSCAR-PERFIL.
           READ CREDNIVEL NEXT
               AT END MOVE "S" TO WK-EOF-CREDNIVEL
           END-READ
           IF WK-EOF-CREDNIVEL = "S"
              GO TO 1110-EXIT
           END-IF
           IF CREDNIV-PERFIL = WK-PERFIL-USUARIO
              MOVE CREDNIV-NIVEL TO WK-NIVEL-USUARIO
           END-IF.
       1110-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "SOLICITUDES DE LIMITE DE CREDITO - OPCION:"
           DISPLAY "  S = SOLICITAR   P = PENDIENTES (APROBAR)"
           DISPLAY "  N = ANULAR   C = CONSULTA   X = FIN"
           ACCEPT WK-OPCION
           EVALUATE WK-OPCION
              WHEN "S"
                 PERFORM 3000-SOLICITAR THRU 3000-EXIT
              WHEN "P"
                 PERFORM 4000-PENDIENTES THRU 4000-EXIT
              WHEN "N"
                 PERFORM 5000-ANULAR THRU 5000-EXIT
              WHEN "C"
                 PERFORM 6000-CONSULTAR THRU 6000-EXIT
              WHEN "X"
                 MOVE "S" TO WK-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000  -  NUEVA SOLICITUD. Una sola pendiente por cliente;
      *             el limite propuesto tiene que cambiar el vigente
      *             y la justificacion es obligatoria.
      ******************************************************************
       3000-SOLICITAR.
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 3000-EXIT
           END-IF
           IF A101-MARCA-BAJA = "B"
              DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
              GO TO 3000-EXIT
           END-IF
           PERFORM 8200-RECORRER-CLIENTE THRU 8200-EXIT
           IF WK-HAY-PENDIENTE = "S"
              DISPLAY "EL CLIENTE YA TIENE UNA SOLICITUD PENDIENTE"
              GO TO 3000-EXIT
           END-IF
           PERFORM 7000-MOSTRAR-CONTEXTO THRU 7000-EXIT
           DISPLAY "LIMITE PROPUESTO: "
           ACCEPT WK-LIMITE-PROPUESTO
           IF WK-LIMITE-PROPUESTO = A101-MONTO-CREDITO
              DISPLAY "EL LIMITE PROPUESTO ES EL VIGENTE"
              GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO SOLCRED-REG
           DISPLAY "JUSTIFICACION: "
           ACCEPT SOLCRED-JUSTIFICACION
           IF SOLCRED-JUSTIFICACION = SPACES
              DISPLAY "FALTA LA JUSTIFICACION - NO SE GRABA"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3100-NIVEL-REQUERIDO THRU 3100-EXIT
           ACCEPT WK-HORA FROM TIME
           MOVE WK-CLIENTE          TO SOLCRED-CLIENTE
           ADD 1 TO WK-ULTIMO-NRO GIVING SOLCRED-NRO
           MOVE WK-FECHA-HOY        TO SOLCRED-FECHA
           MOVE WK-HORA             TO SOLCRED-HORA
           MOVE WK-USUARIO          TO SOLCRED-SOLICITANTE
           MOVE A101-MONTO-CREDITO  TO SOLCRED-LIMITE-ACTUAL
           MOVE WK-LIMITE-PROPUESTO TO SOLCRED-LIMITE-PROPUESTO
           MOVE WK-NIVEL-REQUERIDO  TO SOLCRED-NIVEL
           MOVE WK-PERFIL-REQUERIDO TO SOLCRED-PERFIL
           MOVE 999                 TO SOLCRED-SCORE
           IF WK-HAY-SCORECLI = "S"
              MOVE WK-CLIENTE TO SCORECLI-CLIENTE
              READ SCORECLI
                  INVALID KEY CONTINUE
              END-READ
              IF STATUS-SCORECLI = "00"
                 MOVE SCORECLI-SCORE TO SOLCRED-SCORE
              END-IF
           END-IF
           MOVE "P"                 TO SOLCRED-ESTADO
           MOVE ZERO                TO SOLCRED-FECHA-RESOLUCION
           WRITE SOLCRED-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR LA SOLICITUD"
                  GO TO 3000-EXIT
           END-WRITE
           DISPLAY "SOLICITUD ", SOLCRED-CLIENTE, "-", SOLCRED-NRO,
                   " PENDIENTE - NIVEL ", SOLCRED-NIVEL,
                   " PERFIL ", SOLCRED-PERFIL.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    Nivel que corresponde al limite propuesto: el primero cuyo
      *    tope lo cubre (tope cero = sin tope); una baja de limite
      *    toma el primer nivel y un importe que ningun nivel cubre,
      *    el ultimo. Sin tabla, nivel 1 con perfil SUPERVISOR.
      ******************************************************************
       3100-NIVEL-REQUERIDO.
           MOVE 1            TO WK-NIVEL-REQUERIDO
           MOVE "SUPERVISOR" TO WK-PERFIL-REQUERIDO
           IF WK-HAY-CREDNIVEL = "N"
              GO TO 3100-EXIT
           END-IF
           MOVE "N" TO WK-NIVEL-ENCONTRADO
           MOVE "N" TO WK-EOF-CREDNIVEL
           MOVE ZERO TO CREDNIV-NIVEL
           START CREDNIVEL KEY >= CREDNIV-NIVEL
               INVALID KEY MOVE "S" TO WK-EOF-CREDNIVEL
           END-START
           PERFORM 3110-BUSCAR-NIVEL THRU 3110-EXIT
               UNTIL WK-EOF-CREDNIVEL = "S"
                  OR WK-NIVEL-ENCONTRADO = "S".
       3100-EXIT.
           EXIT.

       3110-BUSCAR-NIVEL.
           READ CREDNIVEL NEXT
               AT END MOVE "S" TO WK-EOF-CREDNIVEL
           END-READ
           IF WK-EOF-CREDNIVEL = "S"
              GO TO 3110-EXIT
           END-IF
           MOVE CREDNIV-NIVEL  TO WK-NIVEL-REQUERIDO
           MOVE CREDNIV-PERFIL TO WK-PERFIL-REQUERIDO
           IF WK-LIMITE-PROPUESTO < A101-MONTO-CREDITO
              OR CREDNIV-HASTA = ZERO
              OR CREDNIV-HASTA >= WK-LIMITE-PROPUESTO
              MOVE "S" TO WK-NIVEL-ENCONTRADO
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      *    4000  -  PENDIENTES. Lista todas las pendientes marcando
      *             con * las que el usuario puede resolver, y
      *             resuelve la que se elija.
      ******************************************************************
       4000-PENDIENTES.
           IF WK-NIVEL-USUARIO = ZERO
              DISPLAY "EL USUARIO NO TIENE NIVEL DE APROBACION"
           END-IF
           DISPLAY "CLIENTE-NRO  FECHA    SOLICITA       ACTUAL"
                   "     PROPUESTO N E"
           MOVE ZERO TO WK-CANT-LISTADAS
           MOVE "N" TO WK-EOF-SOLCRED
           MOVE ZERO TO SOLCRED-CLIENTE SOLCRED-NRO
           START SOLCRED KEY >= SOLCRED-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-SOLCRED
           END-START
           PERFORM 4100-LISTAR-PENDIENTE THRU 4100-EXIT
               UNTIL WK-EOF-SOLCRED = "S"
           IF WK-CANT-LISTADAS = ZERO
              DISPLAY "NO HAY SOLICITUDES PENDIENTES"
              GO TO 4000-EXIT
           END-IF
           IF WK-NIVEL-USUARIO = ZERO
              GO TO 4000-EXIT
           END-IF
           DISPLAY "CLIENTE A RESOLVER (0 = VOLVER): "
           ACCEPT WK-CLIENTE
           IF WK-CLIENTE = ZERO
              GO TO 4000-EXIT
           END-IF
           DISPLAY "NRO DE SOLICITUD: "
           ACCEPT WK-NRO
           PERFORM 4200-RESOLVER THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-LISTAR-PENDIENTE.
           READ SOLCRED NEXT
               AT END MOVE "S" TO WK-EOF-SOLCRED
           END-READ
           IF WK-EOF-SOLCRED = "S"
              GO TO 4100-EXIT
           END-IF
           IF NOT SOLCRED-PENDIENTE
              GO TO 4100-EXIT
           END-IF
           PERFORM 8300-ARMAR-LINEA THRU 8300-EXIT
           IF SOLCRED-NIVEL <= WK-NIVEL-USUARIO
              AND SOLCRED-SOLICITANTE NOT = WK-USUARIO
              MOVE "*" TO WK-S-MARCA
           END-IF
           DISPLAY WK-LINEA-SOLICITUD
           ADD 1 TO WK-CANT-LISTADAS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    Resuelve una pendiente: el aprobador tiene que llegar al
      *    nivel de la solicitud y no puede ser quien la pidio.
      ******************************************************************
       4200-RESOLVER.
           MOVE WK-CLIENTE TO SOLCRED-CLIENTE
           MOVE WK-NRO     TO SOLCRED-NRO
           PERFORM 8400-LEER-SOLCRED THRU 8400-EXIT
           IF WK-EXISTE-SOLCRED = "N"
              DISPLAY "NO EXISTE LA SOLICITUD"
              GO TO 4200-EXIT
           END-IF
           IF NOT SOLCRED-PENDIENTE
              DISPLAY "LA SOLICITUD NO ESTA PENDIENTE"
              GO TO 4200-EXIT
           END-IF
           IF SOLCRED-NIVEL > WK-NIVEL-USUARIO
              DISPLAY "LA SOLICITUD REQUIERE NIVEL ", SOLCRED-NIVEL,
                      " (PERFIL ", SOLCRED-PERFIL, ")"
              GO TO 4200-EXIT
           END-IF
           IF SOLCRED-SOLICITANTE = WK-USUARIO
              DISPLAY "NO PUEDE RESOLVER SU PROPIA SOLICITUD"
              GO TO 4200-EXIT
           END-IF
           MOVE SOLCRED-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 4200-EXIT
           END-IF
           PERFORM 7000-MOSTRAR-CONTEXTO THRU 7000-EXIT
           MOVE SOLCRED-LIMITE-PROPUESTO TO WK-EDITADO
           DISPLAY "LIMITE PROPUESTO . : ", WK-EDITADO
           DISPLAY "SOLICITADO POR . . : ", SOLCRED-SOLICITANTE,
                   " EL ", SOLCRED-FECHA
           DISPLAY "JUSTIFICACION  . . : ", SOLCRED-JUSTIFICACION
           IF A101-MONTO-CREDITO NOT = SOLCRED-LIMITE-ACTUAL
              DISPLAY "ATENCION: EL LIMITE VIGENTE CAMBIO DESDE LA "
                      "SOLICITUD"
           END-IF
           DISPLAY "A = APROBAR   R = RECHAZAR   OTRO = VOLVER: "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "A" AND NOT = "R"
              GO TO 4200-EXIT
           END-IF
           DISPLAY "OBSERVACION: "
           ACCEPT SOLCRED-OBSERVACION
           IF WK-RESPUESTA = "A"
              PERFORM 4300-APLICAR-LIMITE THRU 4300-EXIT
              IF STATUS-CLIENTE NOT = "00"
                 DISPLAY "ERROR AL GRABAR EL CLIENTE - NO SE APRUEBA"
                 GO TO 4200-EXIT
              END-IF
              MOVE "A" TO SOLCRED-ESTADO
           ELSE
              MOVE "R" TO SOLCRED-ESTADO
           END-IF
           MOVE WK-USUARIO   TO SOLCRED-RESOLUTOR
           MOVE WK-FECHA-HOY TO SOLCRED-FECHA-RESOLUCION
           REWRITE SOLCRED-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR LA SOLICITUD"
           END-REWRITE
           IF SOLCRED-APROBADA
              DISPLAY "SOLICITUD APROBADA - LIMITE ACTUALIZADO"
           ELSE
              DISPLAY "SOLICITUD RECHAZADA"
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    Unico camino que cambia el limite: graba el cliente con
      *    el limite aprobado y la fecha del dia, y deja las dos
      *    imagenes en AUDITCLI.
      ******************************************************************
       4300-APLICAR-LIMITE.
           MOVE A101-REG TO WK-AUDIT-ANTES
           MOVE SOLCRED-LIMITE-PROPUESTO TO A101-MONTO-CREDITO
           MOVE WK-FECHA-HOY             TO A101-FECHA-CREDITO
           REWRITE A101-REG
               INVALID KEY GO TO 4300-EXIT
           END-REWRITE
           MOVE A101-CLIENTE TO WK-AUDIT-CLAVE
           MOVE SPACES TO AUDITCLI-REG
           MOVE WK-USUARIO TO AUDITCLI-USUARIO
           ACCEPT AUDITCLI-TERMINAL FROM ENVIRONMENT "TERMINAL"
           ACCEPT AUDITCLI-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITCLI-HORA  FROM TIME
           MOVE "CLIENTE"      TO AUDITCLI-ARCHIVO
           MOVE WK-AUDIT-CLAVE TO AUDITCLI-CLAVE
           MOVE "M"            TO AUDITCLI-OPERACION
           MOVE WK-AUDIT-ANTES TO AUDITCLI-IMAGEN-ANTES
           MOVE A101-REG       TO AUDITCLI-IMAGEN-DESPUES
           WRITE AUDITCLI-REG.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    5000  -  ANULACION de una pendiente, por quien la pidio o
      *             por un supervisor.
      ******************************************************************
       5000-ANULAR.
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           DISPLAY "NRO DE SOLICITUD: "
           ACCEPT WK-NRO
           MOVE WK-CLIENTE TO SOLCRED-CLIENTE
           MOVE WK-NRO     TO SOLCRED-NRO
           PERFORM 8400-LEER-SOLCRED THRU 8400-EXIT
           IF WK-EXISTE-SOLCRED = "N"
              DISPLAY "NO EXISTE LA SOLICITUD"
              GO TO 5000-EXIT
           END-IF
           IF NOT SOLCRED-PENDIENTE
              DISPLAY "LA SOLICITUD NO ESTA PENDIENTE"
              GO TO 5000-EXIT
           END-IF
           IF SOLCRED-SOLICITANTE NOT = WK-USUARIO
              AND WK-PERFIL-USUARIO NOT = "SUPERVISOR"
              DISPLAY "SOLO LA ANULA QUIEN LA PIDIO O UN SUPERVISOR"
              GO TO 5000-EXIT
           END-IF
           DISPLAY "MOTIVO: "
           ACCEPT SOLCRED-OBSERVACION
           MOVE "N"          TO SOLCRED-ESTADO
           MOVE WK-USUARIO   TO SOLCRED-RESOLUTOR
           MOVE WK-FECHA-HOY TO SOLCRED-FECHA-RESOLUCION
           REWRITE SOLCRED-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR LA SOLICITUD"
           END-REWRITE
           DISPLAY "SOLICITUD ANULADA".
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000  -  CONSULTA de las solicitudes de un cliente.
      ******************************************************************
       6000-CONSULTAR.
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE ZERO TO WK-CANT-LISTADAS
           MOVE "N" TO WK-EOF-SOLCRED
           MOVE WK-CLIENTE TO SOLCRED-CLIENTE
           MOVE ZERO       TO SOLCRED-NRO
           START SOLCRED KEY >= SOLCRED-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-SOLCRED
           END-START
           PERFORM 6100-LISTAR-SOLICITUD THRU 6100-EXIT
               UNTIL WK-EOF-SOLCRED = "S"
           IF WK-CANT-LISTADAS = ZERO
              DISPLAY "EL CLIENTE NO TIENE SOLICITUDES"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LISTAR-SOLICITUD.
           READ SOLCRED NEXT
               AT END MOVE "S" TO WK-EOF-SOLCRED
           END-READ
           IF WK-EOF-SOLCRED = "S"
              OR SOLCRED-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-SOLCRED
              GO TO 6100-EXIT
           END-IF
           PERFORM 8300-ARMAR-LINEA THRU 8300-EXIT
           DISPLAY WK-LINEA-SOLICITUD
           DISPLAY "    ", SOLCRED-JUSTIFICACION
           IF NOT SOLCRED-PENDIENTE
              DISPLAY "    ", SOLCRED-RESOLUTOR, " ",
                      SOLCRED-FECHA-RESOLUCION, " ",
                      SOLCRED-OBSERVACION
           END-IF
           ADD 1 TO WK-CANT-LISTADAS.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    7000  -  CONTEXTO DEL CLIENTE para decidir el limite:
      *             limite vigente, score, antiguedad de la deuda y
      *             ventas de los ultimos 12 meses. A101-REG tiene
      *             que estar leido.
      ******************************************************************
       7000-MOSTRAR-CONTEXTO.
           DISPLAY "CLIENTE  . . . . . : ", A101-CLIENTE, " ",
                   A101-NOMBRE
           MOVE A101-MONTO-CREDITO TO WK-EDITADO
           DISPLAY "LIMITE VIGENTE . . : ", WK-EDITADO,
                   "  DESDE ", A101-FECHA-CREDITO
           MOVE A101-CREDITO-UTILIZADO TO WK-EDITADO
           DISPLAY "CREDITO UTILIZADO  : ", WK-EDITADO
           PERFORM 7100-MOSTRAR-SCORE THRU 7100-EXIT
           PERFORM 7200-MOSTRAR-AGING THRU 7200-EXIT
           PERFORM 7400-MOSTRAR-VENTAS THRU 7400-EXIT.
       7000-EXIT.
           EXIT.

       7100-MOSTRAR-SCORE.
           IF WK-HAY-SCORECLI = "N"
              DISPLAY "SCORE  . . . . . . : SIN ARCHIVO DE SCORE"
              GO TO 7100-EXIT
           END-IF
           MOVE A101-CLIENTE TO SCORECLI-CLIENTE
           READ SCORECLI
               INVALID KEY
                  DISPLAY "SCORE  . . . . . . : SIN CALCULAR"
                  GO TO 7100-EXIT
           END-READ
           DISPLAY "SCORE  . . . . . . : ", SCORECLI-SCORE,
                   " (0 SIN RIESGO - 100 MAXIMO)  AL ",
                   SCORECLI-FECHA-CALCULO
           MOVE SCORECLI-EXPOSICION TO WK-EDITADO
           DISPLAY "EXPOSICION . . . . : ", WK-EDITADO
           MOVE SCORECLI-GARANTIAS TO WK-EDITADO
           DISPLAY "GARANTIAS VIGENTES : ", WK-EDITADO.
       7100-EXIT.
           EXIT.

       7200-MOSTRAR-AGING.
           IF WK-HAY-MOVCTAC = "N"
              GO TO 7200-EXIT
           END-IF
           DISPLAY "ANTIGUEDAD DE LA DEUDA       0-30 DIAS"
                   "      31-60 DIAS      61-90 DIAS     MAS DE 90"
           PERFORM 7210-AGING-OCURRENCIA THRU 7210-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4.
       7200-EXIT.
           EXIT.

       7210-AGING-OCURRENCIA.
           MOVE ZERO TO WK-BALDE(1) WK-BALDE(2)
                        WK-BALDE(3) WK-BALDE(4)
           MOVE ZERO TO WK-CREDITOS
           PERFORM 7220-POSICIONAR-MOVIM THRU 7220-EXIT
           PERFORM 7240-ACUMULAR-MOVIM THRU 7240-EXIT
               UNTIL WK-EOF-MOVCTAC = "S"
           PERFORM 7250-APLICAR-CREDITOS THRU 7250-EXIT
           COMPUTE WK-TOTAL-OCURR = WK-BALDE(1) + WK-BALDE(2)
                                  + WK-BALDE(3) + WK-BALDE(4)
           IF WK-TOTAL-OCURR NOT = ZERO
              MOVE WK-IND-OCURR TO WK-B-OCURR
              MOVE WK-BALDE(1)  TO WK-B-BALDE-1
              MOVE WK-BALDE(2)  TO WK-B-BALDE-2
              MOVE WK-BALDE(3)  TO WK-B-BALDE-3
              MOVE WK-BALDE(4)  TO WK-B-BALDE-4
              DISPLAY WK-LINEA-BALDES
           END-IF.
       7210-EXIT.
           EXIT.

       7220-POSICIONAR-MOVIM.
           MOVE "N" TO WK-EOF-MOVCTAC
           MOVE A101-CLIENTE TO MOVCTA-CLIENTE
           MOVE ZERO         TO MOVCTA-FECHA MOVCTA-SECUENCIA
           START MOVCTAC KEY >= MOVCTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-MOVCTAC
           END-START
           IF WK-EOF-MOVCTAC = "N"
              PERFORM 7230-LEER-MOVIM THRU 7230-EXIT
           END-IF.
       7220-EXIT.
           EXIT.

       7230-LEER-MOVIM.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF WK-EOF-MOVCTAC = "N"
              AND MOVCTA-CLIENTE NOT = A101-CLIENTE
              MOVE "S" TO WK-EOF-MOVCTAC
           END-IF.
       7230-EXIT.
           EXIT.

       7240-ACUMULAR-MOVIM.
           IF MOVCTA-OCURRENCIA = WK-IND-OCURR
              IF MOVCTA-IMPORTE > ZERO
                 IF MOVCTA-FECHA >= WK-FECHA-30
                    ADD MOVCTA-IMPORTE TO WK-BALDE(1)
                 ELSE
                    IF MOVCTA-FECHA >= WK-FECHA-60
                       ADD MOVCTA-IMPORTE TO WK-BALDE(2)
                    ELSE
                       IF MOVCTA-FECHA >= WK-FECHA-90
                          ADD MOVCTA-IMPORTE TO WK-BALDE(3)
                       ELSE
                          ADD MOVCTA-IMPORTE TO WK-BALDE(4)
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 SUBTRACT MOVCTA-IMPORTE FROM WK-CREDITOS
              END-IF
           END-IF
           PERFORM 7230-LEER-MOVIM THRU 7230-EXIT.
       7240-EXIT.
           EXIT.

       7250-APLICAR-CREDITOS.
           PERFORM 7260-CANCELAR-BALDE THRU 7260-EXIT
               VARYING WK-IND-BALDE FROM 4 BY -1
               UNTIL WK-IND-BALDE < 1
           IF WK-CREDITOS > ZERO
              SUBTRACT WK-CREDITOS FROM WK-BALDE(1)
              MOVE ZERO TO WK-CREDITOS
           END-IF.
       7250-EXIT.
           EXIT.

       7260-CANCELAR-BALDE.
           IF WK-CREDITOS > ZERO AND WK-BALDE(WK-IND-BALDE) > ZERO
              IF WK-CREDITOS >= WK-BALDE(WK-IND-BALDE)
                 SUBTRACT WK-BALDE(WK-IND-BALDE) FROM WK-CREDITOS
                 MOVE ZERO TO WK-BALDE(WK-IND-BALDE)
              ELSE
                 SUBTRACT WK-CREDITOS FROM WK-BALDE(WK-IND-BALDE)
                 MOVE ZERO TO WK-CREDITOS
              END-IF
           END-IF.
       7260-EXIT.
           EXIT.

      ******************************************************************
      *    Ventas netas por mes de los ultimos 12 meses, del mas
      *    viejo al actual, con el total.
      ******************************************************************
       7400-MOSTRAR-VENTAS.
           IF WK-HAY-ESTADCLI = "N"
              GO TO 7400-EXIT
           END-IF
           MOVE WK-FECHA-HOY(1:4) TO WK-PER-ANIO
           MOVE WK-FECHA-HOY(5:2) TO WK-PER-MES
           IF WK-PER-MES = 12
              MOVE 1 TO WK-PER-MES
           ELSE
              ADD 1 TO WK-PER-MES
              SUBTRACT 1 FROM WK-PER-ANIO
           END-IF
           MOVE ZERO TO WK-TOTAL-VENTAS
           DISPLAY "VENTAS NETAS ULTIMOS 12 MESES          DOCS"
           PERFORM 7410-VENTA-MES THRU 7410-EXIT
               VARYING WK-CANT-MESES FROM 1 BY 1
               UNTIL WK-CANT-MESES > 12
           MOVE WK-TOTAL-VENTAS TO WK-EDITADO
           DISPLAY "    TOTAL   ", WK-EDITADO.
       7400-EXIT.
           EXIT.

       7410-VENTA-MES.
           MOVE A101-CLIENTE TO ESTADCLI-CLIENTE
           MOVE WK-PER-ANIO  TO ESTADCLI-ANIO
           MOVE WK-PER-MES   TO ESTADCLI-MES
           READ ESTADCLI
               INVALID KEY
                  MOVE ZERO TO ESTADCLI-NETO ESTADCLI-CANT-DOCS
           END-READ
           MOVE WK-PER-MES         TO WK-V-MES
           MOVE WK-PER-ANIO        TO WK-V-ANIO
           MOVE ESTADCLI-NETO      TO WK-V-NETO
           MOVE ESTADCLI-CANT-DOCS TO WK-V-DOCS
           DISPLAY WK-LINEA-VENTA
           ADD ESTADCLI-NETO TO WK-TOTAL-VENTAS
           IF WK-PER-MES = 12
              MOVE 1 TO WK-PER-MES
              ADD 1 TO WK-PER-ANIO
           ELSE
              ADD 1 TO WK-PER-MES
           END-IF.
       7410-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    Recorre las solicitudes del cliente: ultimo correlativo
      *    usado y si hay alguna pendiente.
      ******************************************************************
       8200-RECORRER-CLIENTE.
           MOVE ZERO TO WK-ULTIMO-NRO
           MOVE "N"  TO WK-HAY-PENDIENTE
           MOVE "N"  TO WK-EOF-SOLCRED
           MOVE WK-CLIENTE TO SOLCRED-CLIENTE
           MOVE ZERO       TO SOLCRED-NRO
           START SOLCRED KEY >= SOLCRED-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-SOLCRED
           END-START
           PERFORM 8210-LEER-SOLICITUD THRU 8210-EXIT
               UNTIL WK-EOF-SOLCRED = "S".
       8200-EXIT.
           EXIT.

       8210-LEER-SOLICITUD.
           READ SOLCRED NEXT
               AT END MOVE "S" TO WK-EOF-SOLCRED
           END-READ
           IF WK-EOF-SOLCRED = "S"
              OR SOLCRED-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-SOLCRED
              GO TO 8210-EXIT
           END-IF
           MOVE SOLCRED-NRO TO WK-ULTIMO-NRO
           IF SOLCRED-PENDIENTE
              MOVE "S" TO WK-HAY-PENDIENTE
           END-IF.
       8210-EXIT.
           EXIT.

       8300-ARMAR-LINEA.
           MOVE SOLCRED-CLIENTE          TO WK-S-CLIENTE
           MOVE SOLCRED-NRO              TO WK-S-NRO
           MOVE SOLCRED-FECHA            TO WK-S-FECHA
           MOVE SOLCRED-SOLICITANTE      TO WK-S-SOLICITANTE
           MOVE SOLCRED-LIMITE-ACTUAL    TO WK-S-ACTUAL
           MOVE SOLCRED-LIMITE-PROPUESTO TO WK-S-PROPUESTO
           MOVE SOLCRED-NIVEL            TO WK-S-NIVEL
           MOVE SOLCRED-ESTADO           TO WK-S-ESTADO
           MOVE SPACES                   TO WK-S-MARCA.
       8300-EXIT.
           EXIT.

       8400-LEER-SOLCRED.
           MOVE "S" TO WK-EXISTE-SOLCRED
           READ SOLCRED
               INVALID KEY MOVE "N" TO WK-EXISTE-SOLCRED
           END-READ.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Resta WK-FD-DIAS dias a WK-FD-FECHA.
      ******************************************************************
       8500-RESTAR-DIAS.
           PERFORM 8510-RESTAR-UN-DIA THRU 8510-EXIT
               WK-FD-DIAS TIMES.
       8500-EXIT.
           EXIT.

       8510-RESTAR-UN-DIA.
           IF WK-FD-DD > 1
              SUBTRACT 1 FROM WK-FD-DD
              GO TO 8510-EXIT
           END-IF
           IF WK-FD-MM = 1
              MOVE 12 TO WK-FD-MM
              SUBTRACT 1 FROM WK-FD-AAAA
           ELSE
              SUBTRACT 1 FROM WK-FD-MM
           END-IF
           MOVE WK-DIAS-MES(WK-FD-MM) TO WK-FD-DD
           IF WK-FD-MM = 2
              DIVIDE WK-FD-AAAA BY 4 GIVING WK-FD-RESTO
                  REMAINDER WK-FD-RESTO
              IF WK-FD-RESTO = ZERO
                 MOVE 29 TO WK-FD-DD
              END-IF
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE SOLCRED
           CLOSE AUDITCLI
           IF WK-HAY-CREDNIVEL = "S"
              CLOSE CREDNIVEL
           END-IF
           IF WK-HAY-OPERADOR = "S"
              CLOSE OPERADOR
           END-IF
           IF WK-HAY-SCORECLI = "S"
              CLOSE SCORECLI
           END-IF
           IF WK-HAY-MOVCTAC = "S"
              CLOSE MOVCTAC
           END-IF
           IF WK-HAY-ESTADCLI = "S"
              CLOSE ESTADCLI
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "SOLCRED-ENTRADA".
