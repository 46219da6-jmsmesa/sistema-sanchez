       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CONTACTO-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    contactos de un cliente y de sus
      *                    sucursales de entrega (archivo CONTACTO):
      *                    nombre, rol (compras, pagos, facturacion
      *                    u otro), telefono y e-mail. Invocable
      *                    desde la pantalla de clientes con la clave
      *                    por parametro, igual que el ABM de
      *                    sucursales y el de lugar de entrega.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "CLISUCUR.SEL".
           COPY "CONTACTO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "CLISUCUR.CPY".
           COPY "CONTACTO.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-CLISUCUR             PIC X(02).
       77  STATUS-CONTACTO             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-CLISUCUR          PIC X(01).
       77  WK-EXISTE-CONTACTO          PIC X(01).
       77  WK-EOF-CONTACTO             PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-SUCURSAL                 PIC 9(02).
       77  WK-NRO                      PIC 9(02).
       77  WK-ULTIMO-NRO               PIC 9(02).
       77  WK-CANT-LISTADOS            PIC 9(03).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-LINEA-CONTACTO.
           03  WK-L-SUCURSAL           PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-L-NRO                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-ROL                PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-NOMBRE             PIC X(25).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-TELEFONO           PIC X(15).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-EMAIL              PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-ESTADO             PIC X(01).

       LINKAGE SECTION.
       01  WK-CLAVE-PARAMETRO          PIC 9(06).

       PROCEDURE DIVISION USING WK-CLAVE-PARAMETRO.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN INPUT CLIENTE
           OPEN INPUT CLISUCUR
           OPEN I-O CONTACTO
           IF STATUS-CONTACTO = "35"
              OPEN OUTPUT CONTACTO
              CLOSE CONTACTO
              OPEN I-O CONTACTO
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "CONTACTOS DEL CLIENTE - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = LISTA   X = FIN"
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
      *    invocado desde la pantalla de clientes viene la clave
      *    por parametro; invocado solo se la pide
           IF WK-CLAVE-PARAMETRO NOT = ZEROS
              MOVE WK-CLAVE-PARAMETRO TO WK-CLIENTE
              DISPLAY "CLIENTE: ", WK-CLIENTE
           ELSE
              DISPLAY "CLIENTE: "
              ACCEPT WK-CLIENTE
           END-IF
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "L"
              PERFORM 6000-LISTAR THRU 6000-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "SUCURSAL (00 = CASA CENTRAL): "
           ACCEPT WK-SUCURSAL
           IF WK-SUCURSAL NOT = ZERO
              MOVE WK-CLIENTE  TO CLISUCUR-CLIENTE
              MOVE WK-SUCURSAL TO CLISUCUR-SUCURSAL
              PERFORM 8200-LEER-CLISUCUR THRU 8200-EXIT
              IF WK-EXISTE-CLISUCUR = "N"
                 DISPLAY "EL CLIENTE NO TIENE ESA SUCURSAL"
                 GO TO 2100-EXIT
              END-IF
              DISPLAY "SUCURSAL: ", CLISUCUR-NOMBRE
           END-IF
           IF WK-OPCION = "A"
              PERFORM 3000-ALTA THRU 3000-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NRO DE CONTACTO: "
           ACCEPT WK-NRO
           MOVE WK-CLIENTE  TO CONTACTO-CLIENTE
           MOVE WK-SUCURSAL TO CONTACTO-SUCURSAL
           MOVE WK-NRO      TO CONTACTO-NRO
           PERFORM 8300-LEER-CONTACTO THRU 8300-EXIT
           IF WK-EXISTE-CONTACTO = "N"
              DISPLAY "NO EXISTE EL CONTACTO"
              GO TO 2100-EXIT
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 5000-MOSTRAR THRU 5000-EXIT
                 PERFORM 4000-CARGAR-DATOS THRU 4000-EXIT
                 IF CONTACTO-ROL-VALIDO
                    REWRITE CONTACTO-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 MOVE "B"          TO CONTACTO-ESTADO
                 MOVE WK-USUARIO   TO CONTACTO-USUARIO
                 MOVE WK-FECHA-HOY TO CONTACTO-FECHA-MODIF
                 REWRITE CONTACTO-REG
                     INVALID KEY DISPLAY "ERROR AL REGRABAR"
                 END-REWRITE
                 DISPLAY "CONTACTO DADO DE BAJA"
              WHEN "C"
                 PERFORM 5000-MOSTRAR THRU 5000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Alta con el proximo numero libre del cliente y sucursal.
      ******************************************************************
       3000-ALTA.
           MOVE ZERO TO WK-ULTIMO-NRO
           MOVE "N" TO WK-EOF-CONTACTO
           MOVE WK-CLIENTE  TO CONTACTO-CLIENTE
           MOVE WK-SUCURSAL TO CONTACTO-SUCURSAL
           MOVE ZERO        TO CONTACTO-NRO
           START CONTACTO KEY >= CONTACTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CONTACTO
           END-START
           PERFORM 3100-BUSCAR-ULTIMO THRU 3100-EXIT
               UNTIL WK-EOF-CONTACTO = "S"
           IF WK-ULTIMO-NRO = 99
              DISPLAY "SIN NUMEROS LIBRES PARA LA SUCURSAL"
              GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO CONTACTO-REG
           MOVE WK-CLIENTE  TO CONTACTO-CLIENTE
           MOVE WK-SUCURSAL TO CONTACTO-SUCURSAL
           ADD 1 TO WK-ULTIMO-NRO GIVING CONTACTO-NRO
           PERFORM 4000-CARGAR-DATOS THRU 4000-EXIT
           IF NOT CONTACTO-ROL-VALIDO
              GO TO 3000-EXIT
           END-IF
           WRITE CONTACTO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR"
                  GO TO 3000-EXIT
           END-WRITE
           DISPLAY "CONTACTO ", CONTACTO-SUCURSAL, "-", CONTACTO-NRO,
                   " GRABADO".
       3000-EXIT.
           EXIT.

       3100-BUSCAR-ULTIMO.
           READ CONTACTO NEXT
               AT END MOVE "S" TO WK-EOF-CONTACTO
           END-READ
           IF WK-EOF-CONTACTO = "S"
              OR CONTACTO-CLIENTE NOT = WK-CLIENTE
              OR CONTACTO-SUCURSAL NOT = WK-SUCURSAL
              MOVE "S" TO WK-EOF-CONTACTO
              GO TO 3100-EXIT
           END-IF
           MOVE CONTACTO-NRO TO WK-ULTIMO-NRO.
       3100-EXIT.
           EXIT.

       4000-CARGAR-DATOS.
           DISPLAY "NOMBRE: "
           ACCEPT CONTACTO-NOMBRE
           DISPLAY "ROL (CO=COMPRAS PA=PAGOS FA=FACTURACION "
                   "OT=OTRO): "
           ACCEPT CONTACTO-ROL
           IF NOT CONTACTO-ROL-VALIDO
              DISPLAY "ROL INVALIDO - NO SE GRABA"
              GO TO 4000-EXIT
           END-IF
           DISPLAY "TELEFONO: "
           ACCEPT CONTACTO-TELEFONO
           DISPLAY "E-MAIL: "
           ACCEPT CONTACTO-EMAIL
           MOVE "A"          TO CONTACTO-ESTADO
           MOVE WK-USUARIO   TO CONTACTO-USUARIO
           MOVE WK-FECHA-HOY TO CONTACTO-FECHA-MODIF.
       4000-EXIT.
           EXIT.

       5000-MOSTRAR.
           DISPLAY "NOMBRE  . . . : ", CONTACTO-NOMBRE
           DISPLAY "ROL . . . . . : ", CONTACTO-ROL
           DISPLAY "TELEFONO. . . : ", CONTACTO-TELEFONO
           DISPLAY "E-MAIL  . . . : ", CONTACTO-EMAIL
           DISPLAY "ESTADO  . . . : ", CONTACTO-ESTADO
           DISPLAY "MODIFICADO  . : ", CONTACTO-USUARIO, " ",
                   CONTACTO-FECHA-MODIF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    Lista todos los contactos del cliente, casa central y
      *    sucursales, activos y de baja.
      ******************************************************************
       6000-LISTAR.
           MOVE ZERO TO WK-CANT-LISTADOS
           MOVE "N" TO WK-EOF-CONTACTO
           MOVE WK-CLIENTE TO CONTACTO-CLIENTE
           MOVE ZERO       TO CONTACTO-SUCURSAL CONTACTO-NRO
           START CONTACTO KEY >= CONTACTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CONTACTO
           END-START
           PERFORM 6100-LISTAR-CONTACTO THRU 6100-EXIT
               UNTIL WK-EOF-CONTACTO = "S"
           IF WK-CANT-LISTADOS = ZERO
              DISPLAY "EL CLIENTE NO TIENE CONTACTOS CARGADOS"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LISTAR-CONTACTO.
           READ CONTACTO NEXT
               AT END MOVE "S" TO WK-EOF-CONTACTO
           END-READ
           IF WK-EOF-CONTACTO = "S"
              OR CONTACTO-CLIENTE NOT = WK-CLIENTE
              MOVE "S" TO WK-EOF-CONTACTO
              GO TO 6100-EXIT
           END-IF
           MOVE CONTACTO-SUCURSAL TO WK-L-SUCURSAL
           MOVE CONTACTO-NRO      TO WK-L-NRO
           MOVE CONTACTO-ROL      TO WK-L-ROL
           MOVE CONTACTO-NOMBRE   TO WK-L-NOMBRE
           MOVE CONTACTO-TELEFONO TO WK-L-TELEFONO
           MOVE CONTACTO-EMAIL    TO WK-L-EMAIL
           MOVE CONTACTO-ESTADO   TO WK-L-ESTADO
           DISPLAY WK-LINEA-CONTACTO
           ADD 1 TO WK-CANT-LISTADOS.
       6100-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-LEER-CLISUCUR.
           MOVE "S" TO WK-EXISTE-CLISUCUR
           READ CLISUCUR
               INVALID KEY MOVE "N" TO WK-EXISTE-CLISUCUR
           END-READ.
       8200-EXIT.
           EXIT.

       8300-LEER-CONTACTO.
           MOVE "S" TO WK-EXISTE-CONTACTO
           READ CONTACTO
               INVALID KEY MOVE "N" TO WK-EXISTE-CONTACTO
           END-READ.
       8300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE CLISUCUR
           CLOSE CONTACTO.
       9000-EXIT.
           EXIT.

       END PROGRAM "CONTACTO-ABM".
